      *      ACQUISITION DES MOUVEMENTS DU CANAL EXTERNE
      *      DE CAPTURE A DISTANCE
      *      - LIT LE FLUX EN TEXTE DELIMITE PAR ';' :
      *        COMPTE;DATE;SENS;MONTANT;REFERENCE;DEVISE
      *        (DEVISE FACULTATIVE, CODE ISO DE 3 LETTRES ;
      *        ABSENTE = EURO)
      *      - CONTROLE CHAQUE LIGNE (NUMERICITE, DATE
      *        CALENDAIRE, SENS C/D/R, MONTANT POSITIF) ET
      *        REJETTE LES LIGNES FAUTIVES SUR UN FICHIER DE
      *        REJETS AVEC LE MOTIF
      *      - CONVERTIT LES LIGNES VALIDES AU FORMAT TC00
      *        FIXE DE 53 OCTETS, ORIGINE 'CANALEXT', AVEC LA
      *        REFERENCE DU CANAL (OU UNE REFERENCE SOURCE
      *        'X' SI LE CANAL N'EN DONNE PAS), ENTETE 'E' ET
      *        FIN DE FICHIER 'T' (NOMBRE ET TOTAL DE
      *
       FD FOU-MVT
            RECORDING MODE IS F.
       01  FS-OU-MVT       PIC X(53).
      *
       FD FOU-REJ
            RECORDING MODE IS F.
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   WS-MV-DEVISE   PIC X(03).
       01  WS-REJ-LIGNE.
           05   WS-RJ-MOTIF    PIC X(30).
           05   FILLER         PIC X(02) VALUE SPACE.
       01 WS-CH-SENS        PIC X(02) VALUE SPACE.
       01 WS-CH-MONTANT     PIC X(12) VALUE SPACE.
       01 WS-CH-REFER       PIC X(12) VALUE SPACE.
       01 WS-CH-DEVISE      PIC X(04) VALUE SPACE.
       01 WS-CH-RESTE       PIC X(20) VALUE SPACE.
      *
      * CADRAGE D'UN CHAMP CHIFFRE LIVRE CADRE A GAUCHE

       2100-DECOUPER-DEB.
           MOVE SPACE TO WS-CH-COMPTE WS-CH-DATE WS-CH-SENS
                         WS-CH-MONTANT WS-CH-REFER WS-CH-DEVISE
                         WS-CH-RESTE.
           UNSTRING WS-EXT-LIGNE DELIMITED BY ';'
               INTO WS-CH-COMPTE
                    WS-CH-DATE
                    WS-CH-SENS
                    WS-CH-MONTANT
                    WS-CH-REFER
                    WS-CH-DEVISE
                    WS-CH-RESTE
               ON OVERFLOW
                  MOVE 'TROP DE CHAMPS' TO WS-MOTIF
      * REFERENCE (FACULTATIVE, 11 CARACTERES AU PLUS)
           IF WS-CH-REFER (12:1) NOT = SPACE
              MOVE 'REFERENCE TROP LONGUE' TO WS-MOTIF
              GO TO 2200-CONTROLER-FIN
           END-IF.
      * DEVISE (FACULTATIVE, 3 LETTRES MAJUSCULES)
           IF WS-CH-DEVISE NOT = SPACE
              IF WS-CH-DEVISE (4:1) NOT = SPACE
                 OR WS-CH-DEVISE (1:1) = SPACE
                 OR WS-CH-DEVISE (2:1) = SPACE
                 OR WS-CH-DEVISE (3:1) = SPACE
                 OR WS-CH-DEVISE (1:3) IS NOT ALPHABETIC-UPPER
                 MOVE 'DEVISE INVALIDE' TO WS-MOTIF
              END-IF
           END-IF.
       2200-CONTROLER-FIN.
           EXIT.
           MOVE WS-CH-SENS (1:1) TO WS-MV-CDMVT.
           MOVE WS-MTMVT-W    TO WS-MV-MTMVT.
           MOVE 'CANALEXT'    TO WS-MV-ORIGINE.
           MOVE WS-CH-DEVISE (1:3) TO WS-MV-DEVISE.
           IF WS-CH-REFER = SPACE
              AND WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
