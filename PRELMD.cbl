      *        DE FIN DE TRAITEMENT (DERNIERE RUN DU MOIS) ;
      *        LE SOLDE D'OUVERTURE EN EST DEDUIT PAR
      *        DIFFERENCE AVEC LE NET DES MOUVEMENTS DU MOIS
      *      - LE MODE D'ENVOI DU RELEVE PORTE PAR LE COMPTE
      *        (CPT00-RELEVE) REPARTIT LES COMPTES : PAPIER
      *        (OU BLANC, OU COMPTE SUPPRIME DANS LE MOIS) =
      *        RELEVE IMPRIME SEUL ; 'E' ELECTRONIQUE = EXTRAIT
      *        SEUL ; 'D' LES DEUX
      *      - L'EXTRAIT DESTINE AU PORTAIL CLIENT (OURELEXT)
      *        EST DELIMITE PAR DES POINTS-VIRGULES, MONTANTS
      *        EN CENTIMES : UNE LIGNE 'E' PAR COMPTE (SOLDES
      *        D'OUVERTURE ET DE CLOTURE, TOTAUX DES DEBITS ET
      *        DES CREDITS), PUIS UNE LIGNE 'M' PAR MOUVEMENT
      *        (DATE, SENS, MONTANT, ORIGINE, REFERENCE) ; UNE
      *        LIGNE 'T' DE CONTROLE TERMINE L'EXTRAIT ET UNE
      *        PAGE DE CONTROLE LE RELEVE IMPRIME : COMPTES ET
      *        MOUVEMENTS DU MOIS, IMPRIMES, EXTRAITS ET
      *        COMMUNS AUX DEUX, QUI DOIVENT SE RAPPROCHER
      *      - L'HISTORIQUE EST EPURE : LES MOUVEMENTS DU
      *        NOUVEAU MOIS ET CEUX DES DERNIERS JOURS DU
      *        MOIS CLOS (PROFONDEUR DE LA CONSULTATION
      *
               SELECT FIN-SOLDES ASSIGN TO INSOLDES
               FILE STATUS IS WS-FS-FIN-SOLDES.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT WS-TRI-SORT ASSIGN TO DSKTRI.
      *
               SELECT FOU-RELMEN ASSIGN TO OURELMEN
               FILE STATUS IS WS-FS-FOU-RELMEN.
      *
               SELECT FOU-RELEXT ASSIGN TO OURELEXT
               FILE STATUS IS WS-FS-FOU-RELEXT.
      *
               SELECT FOU-HISNOU ASSIGN TO OUHISNOU
               FILE STATUS IS WS-FS-FOU-HISNOU.
       FD FIN-SOLDES
            RECORDING MODE IS F.
       01  FS-IN-SOLDES    PIC X(20).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOCPTE   PIC 9(10).
           05   CPT00-MTSOLD   PIC S9(8)V99.
           05   CPT00-ETAT     PIC X(01).
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   FILLER         PIC X(06).
           05   CPT00-DEVISE   PIC X(03).
           05   CPT00-PRODUIT  PIC X(02).
           05   CPT00-RELEVE   PIC X(01).
      *
       SD  WS-TRI-SORT.
       01  WS-SORT-REC.
       FD FOU-RELMEN
            RECORDING MODE IS F.
       01  FS-OU-RELMEN    PIC X(132).
      *
       FD FOU-RELEXT
            RECORDING MODE IS F.
       01  FS-OU-RELEXT    PIC X(100).
      *
       FD FOU-HISNOU
            RECORDING MODE IS F.
             10 WS-MT-CDMVT    PIC X(01).
             10 WS-MT-MTMVT    PIC S9(8)V99.
             10 WS-MT-ORIGINE  PIC X(10).
             10 WS-MT-REFMVT   PIC X(11).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-HIS     PIC XX.
       01    WS-FS-FIN-SOLDES  PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FOU-RELMEN  PIC XX.
       01    WS-FS-FOU-RELEXT  PIC XX.
       01    WS-FS-FOU-HISNOU  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
       01 WS-NET-MOIS       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-DEBITS     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CREDITS    PIC 9(9)V99 VALUE ZERO.
      * MODE D'ENVOI DU COMPTE EN COURS : 'P' PAPIER,
      * 'E' ELECTRONIQUE, 'D' LES DEUX
       01 WS-ENVOI          PIC X(01) VALUE SPACE.
       01 WS-DEVISE-CPT     PIC X(03) VALUE SPACE.
      * TOTAUX DE CONTROLE DU RELEVE ET DE L'EXTRAIT
       01 WS-CTR-CPT-IMP    PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVT-IMP    PIC 9(7) VALUE ZERO .
       01 WS-CTR-CPT-EXT    PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVT-EXT    PIC 9(7) VALUE ZERO .
       01 WS-CTR-CPT-DEUX   PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVT-DEUX   PIC 9(7) VALUE ZERO .
       01 WS-CTR-CPT-RAP    PIC 9(8) VALUE ZERO .
       01 WS-CTR-MVT-RAP    PIC 9(8) VALUE ZERO .
      * ZONES DE L'EXTRAIT (MONTANTS EN CENTIMES)
       01 WS-EXT-LIGNE      PIC X(100) VALUE SPACE.
       01 WS-EX-NBMVT       PIC 9(04) VALUE ZERO.
       01 WS-EX-OUVERT      PIC S9(10) SIGN LEADING SEPARATE
                                       VALUE ZERO.
       01 WS-EX-CLOTURE     PIC S9(10) SIGN LEADING SEPARATE
                                       VALUE ZERO.
       01 WS-EX-DEBITS      PIC 9(11) VALUE ZERO.
       01 WS-EX-CREDITS     PIC 9(11) VALUE ZERO.
       01 WS-EX-MONTANT     PIC 9(10) VALUE ZERO.
       01 WS-EX-CONNU       PIC X(01) VALUE SPACE.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-SL-MENTION    PIC X(16).
          05 FILLER           PIC X(68) VALUE SPACE.
      * PAGE DE CONTROLE DU RELEVE
       01 WS-LIGNE-CTL-TITRE.
          05 FILLER           PIC X(40)
                    VALUE 'CONTROLE DES RELEVES MENSUELS, PERIODE :'.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CT-PERIODE    PIC 9(06).
          05 FILLER           PIC X(85) VALUE SPACE.
       01 WS-LIGNE-CTL.
          05 WS-CT-LIBELLE    PIC X(30).
          05 WS-CT-COMPTES    PIC Z(6)9.
          05 FILLER           PIC X(10) VALUE ' COMPTES  '.
          05 WS-CT-MVTS       PIC Z(6)9.
          05 FILLER           PIC X(12) VALUE ' MOUVEMENTS '.
          05 WS-CT-MENTION    PIC X(20).
          05 FILLER           PIC X(46) VALUE SPACE.
      *
       01 WS-ETAT-LIGNE-CTR  PIC 9(03) VALUE ZERO.

                OUTPUT PROCEDURE 6300-EDITION-DEB
                THRU             6300-EDITION-FIN.

      * PAGE DE CONTROLE DU RELEVE ET LIGNE DE CONTROLE DE
      * L'EXTRAIT, MEME SI LE MOIS N'A AUCUN MOUVEMENT
           PERFORM 7900-CONTROLE-DEB
              THRU 7900-CONTROLE-FIN.

           PERFORM 0200-FERMETURES-DEB
              THRU 0200-FERMETURES-FIN.

              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES FS='
                      WS-FS-CPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-RELMEN.
           IF WS-FS-FOU-RELMEN NOT = ZERO
              DISPLAY 'ERREUR OPEN RELEVE MENSUEL'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-RELEXT.
           IF WS-FS-FOU-RELEXT NOT = ZERO
              DISPLAY 'ERREUR OPEN EXTRAIT DES RELEVES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-HISNOU.
           IF WS-FS-FOU-HISNOU NOT = ZERO
              DISPLAY 'ERREUR OPEN NOUVEL HISTORIQUE'

       0200-FERMETURES-DEB.
           CLOSE FIN-SOLDES.
           CLOSE CPT-FICHIER.
           CLOSE FOU-RELMEN.
           CLOSE FOU-RELEXT.
           CLOSE FOU-HISNOU.
       0200-FERMETURES-FIN.
           EXIT.
           MOVE WS-HI-CDMVT   TO WS-MT-CDMVT (WS-MVT-IX).
           MOVE WS-HI-MTMVT   TO WS-MT-MTMVT (WS-MVT-IX).
           MOVE WS-HI-ORIGINE TO WS-MT-ORIGINE (WS-MVT-IX).
           MOVE WS-HI-REFMVT  TO WS-MT-REFMVT (WS-MVT-IX).
           ADD 1 TO WS-CTR-EDITES.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
      *********************************************************
       7000-EDITER-COMPTE-DEB.
      * RELEVE D'UN COMPTE : LE NET DU MOIS DONNE LE SOLDE
      * D'OUVERTURE PAR DIFFERENCE AVEC LE SOLDE DE CLOTURE ;
      * LE MODE D'ENVOI DU COMPTE DECIDE DE L'IMPRESSION ET
      * DE L'EXTRAIT
           ADD 1 TO WS-CTR-COMPTES.
           PERFORM 7100-CHERCHER-SOLDE-DEB
              THRU 7100-CHERCHER-SOLDE-FIN.
              UNTIL WS-MVT-IX NOT < WS-MVT-NB.
           COMPUTE WS-SOLDE-OUVERT =
                   WS-SOLDE-CLOTURE - WS-NET-MOIS.
           PERFORM 7050-MODE-ENVOI-DEB
              THRU 7050-MODE-ENVOI-FIN.
           IF WS-ENVOI NOT = 'E'
              PERFORM 7400-IMPRIMER-COMPTE-DEB
                 THRU 7400-IMPRIMER-COMPTE-FIN
              ADD 1         TO WS-CTR-CPT-IMP
              ADD WS-MVT-NB TO WS-CTR-MVT-IMP
           END-IF.
           IF WS-ENVOI NOT = 'P'
              PERFORM 7500-EXTRAIRE-COMPTE-DEB
                 THRU 7500-EXTRAIRE-COMPTE-FIN
              ADD 1         TO WS-CTR-CPT-EXT
              ADD WS-MVT-NB TO WS-CTR-MVT-EXT
           END-IF.
           IF WS-ENVOI = 'D'
              ADD 1         TO WS-CTR-CPT-DEUX
              ADD WS-MVT-NB TO WS-CTR-MVT-DEUX
           END-IF.
       7000-EDITER-COMPTE-FIN.
           EXIT.

       7050-MODE-ENVOI-DEB.
      * MODE D'ENVOI ET DEVISE DU COMPTE ; UN COMPTE QUI N'EST
      * PLUS AU FICHIER (SUPPRIME DANS LE MOIS) OU SANS MODE
      * CONNU RECOIT SON RELEVE SUR PAPIER
           MOVE 'P'   TO WS-ENVOI.
           MOVE 'EUR' TO WS-DEVISE-CPT.
           MOVE WS-CPT-COURANT TO CPT00-NOCPTE.
           READ CPT-FICHIER
               INVALID KEY GO TO 7050-MODE-ENVOI-FIN
           END-READ.
           IF CPT00-RELEVE = 'E' OR CPT00-RELEVE = 'D'
              MOVE CPT00-RELEVE TO WS-ENVOI
           END-IF.
           IF CPT00-DEVISE NOT = SPACE
              MOVE CPT00-DEVISE TO WS-DEVISE-CPT
           END-IF.
       7050-MODE-ENVOI-FIN.
           EXIT.

      *********************************************************
       7400-IMPRIMER-COMPTE-DEB.
      * RELEVE IMPRIME : SOLDE D'OUVERTURE, MOUVEMENTS AVEC
      * SOLDE PROGRESSIF, TOTAUX ET SOLDE DE CLOTURE
           MOVE WS-SOLDE-OUVERT TO WS-SOLDE-COURANT.

           MOVE WS-CPT-COURANT TO WS-TI-NOCPTE.
              MOVE '*SOLDE INCONNU*' TO WS-SL-MENTION
           END-IF.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-SOLDE.
       7400-IMPRIMER-COMPTE-FIN.
           EXIT.

       7100-CHERCHER-SOLDE-DEB.
       7300-EDITER-MVT-FIN.
           EXIT.

      *********************************************************
       7500-EXTRAIRE-COMPTE-DEB.
      * EXTRAIT DU PORTAIL : LIGNE 'E' DU COMPTE PUIS UNE
      * LIGNE 'M' PAR MOUVEMENT ; SOLDE CONNU 'N' QUAND LE
      * SOLDE DE CLOTURE MANQUE AU FICHIER DES SOLDES
           MOVE WS-MVT-NB        TO WS-EX-NBMVT.
           COMPUTE WS-EX-OUVERT  = WS-SOLDE-OUVERT * 100.
           COMPUTE WS-EX-CLOTURE = WS-SOLDE-CLOTURE * 100.
           COMPUTE WS-EX-DEBITS  = WS-TOT-DEBITS * 100.
           COMPUTE WS-EX-CREDITS = WS-TOT-CREDITS * 100.
           MOVE 'O' TO WS-EX-CONNU.
           IF WS-SOLDE-TROUVE = 'NON'
              MOVE 'N' TO WS-EX-CONNU
           END-IF.
           MOVE SPACE TO WS-EXT-LIGNE.
           STRING 'E;'             DELIMITED BY SIZE
                  WS-CPT-COURANT   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-AAMM-CLOS     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-DEVISE-CPT    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-ENVOI         DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-EX-NBMVT      DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-EX-OUVERT     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-EX-DEBITS     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-EX-CREDITS    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-EX-CLOTURE    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-EX-CONNU      DELIMITED BY SIZE
                  INTO WS-EXT-LIGNE
           END-STRING.
           PERFORM 7590-ECRIRE-EXTRAIT-DEB
              THRU 7590-ECRIRE-EXTRAIT-FIN.
           MOVE ZERO TO WS-MVT-IX.
           PERFORM 7510-EXTRAIRE-MVT-DEB
              THRU 7510-EXTRAIRE-MVT-FIN
              UNTIL WS-MVT-IX NOT < WS-MVT-NB.
       7500-EXTRAIRE-COMPTE-FIN.
           EXIT.

       7510-EXTRAIRE-MVT-DEB.
           ADD 1 TO WS-MVT-IX.
           COMPUTE WS-EX-MONTANT = WS-MT-MTMVT (WS-MVT-IX) * 100.
           MOVE SPACE TO WS-EXT-LIGNE.
           STRING 'M;'                     DELIMITED BY SIZE
                  WS-CPT-COURANT           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MT-DAMVT (WS-MVT-IX)  DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-MT-CDMVT (WS-MVT-IX)  DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-EX-MONTANT            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MT-ORIGINE (WS-MVT-IX) DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-MT-REFMVT (WS-MVT-IX) DELIMITED BY SPACE
                  INTO WS-EXT-LIGNE
           END-STRING.
           PERFORM 7590-ECRIRE-EXTRAIT-DEB
              THRU 7590-ECRIRE-EXTRAIT-FIN.
       7510-EXTRAIRE-MVT-FIN.
           EXIT.

       7590-ECRIRE-EXTRAIT-DEB.
           WRITE FS-OU-RELEXT FROM WS-EXT-LIGNE.
           IF WS-FS-FOU-RELEXT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE EXTRAIT DES RELEVES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7590-ECRIRE-EXTRAIT-FIN.
           EXIT.

      *********************************************************
       7900-CONTROLE-DEB.
      * RAPPROCHEMENT : IMPRIMES + EXTRAITS - COMMUNS AUX DEUX
      * = COMPTES ET MOUVEMENTS DU MOIS CLOS ; LES CHIFFRES
      * SONT EDITES SUR LA PAGE DE CONTROLE DU RELEVE ET SUR
      * LA LIGNE 'T' DE L'EXTRAIT
           COMPUTE WS-CTR-CPT-RAP = WS-CTR-CPT-IMP
                   + WS-CTR-CPT-EXT - WS-CTR-CPT-DEUX.
           COMPUTE WS-CTR-MVT-RAP = WS-CTR-MVT-IMP
                   + WS-CTR-MVT-EXT - WS-CTR-MVT-DEUX.

           MOVE WS-AAMM-CLOS TO WS-CT-PERIODE.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-CTL-TITRE
                 AFTER ADVANCING PAGE.
           MOVE SPACE TO WS-CT-MENTION.
           MOVE 'RELEVES DU MOIS CLOS'  TO WS-CT-LIBELLE.
           MOVE WS-CTR-COMPTES          TO WS-CT-COMPTES.
           MOVE WS-CTR-EDITES           TO WS-CT-MVTS.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-CTL.
           MOVE 'IMPRIMES'              TO WS-CT-LIBELLE.
           MOVE WS-CTR-CPT-IMP          TO WS-CT-COMPTES.
           MOVE WS-CTR-MVT-IMP          TO WS-CT-MVTS.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-CTL.
           MOVE 'EXTRAITS POUR LE PORTAIL' TO WS-CT-LIBELLE.
           MOVE WS-CTR-CPT-EXT          TO WS-CT-COMPTES.
           MOVE WS-CTR-MVT-EXT          TO WS-CT-MVTS.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-CTL.
           MOVE 'DONT IMPRIMES ET EXTRAITS'  TO WS-CT-LIBELLE.
           MOVE WS-CTR-CPT-DEUX         TO WS-CT-COMPTES.
           MOVE WS-CTR-MVT-DEUX         TO WS-CT-MVTS.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-CTL.
           MOVE 'RAPPROCHEMENT'         TO WS-CT-LIBELLE.
           MOVE WS-CTR-CPT-RAP          TO WS-CT-COMPTES.
           MOVE WS-CTR-MVT-RAP          TO WS-CT-MVTS.
           IF WS-CTR-CPT-RAP = WS-CTR-COMPTES
              AND WS-CTR-MVT-RAP = WS-CTR-EDITES
              MOVE 'CONFORME'           TO WS-CT-MENTION
           ELSE
              MOVE '*ECART*'            TO WS-CT-MENTION
              DISPLAY 'RAPPROCHEMENT RELEVE / EXTRAIT EN ECART'
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE FS-OU-RELMEN FROM WS-LIGNE-CTL.

           MOVE SPACE TO WS-EXT-LIGNE.
           STRING 'T;'             DELIMITED BY SIZE
                  WS-AAMM-CLOS     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-COMPTES   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-EDITES    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-CPT-IMP   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-MVT-IMP   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-CPT-EXT   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-MVT-EXT   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-CPT-DEUX  DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-CTR-MVT-DEUX  DELIMITED BY SIZE
                  INTO WS-EXT-LIGNE
           END-STRING.
           PERFORM 7590-ECRIRE-EXTRAIT-DEB
              THRU 7590-ECRIRE-EXTRAIT-FIN.
       7900-CONTROLE-FIN.
           EXIT.

      *********************************************************
       9100-NUMERO-JOUR-DEB.
      * NUMERO DE JOUR D'UNE DATE AAAAMMJJ (WS-DATE-W), RENDU
           DISPLAY 'MOUVEMENTS CONSERVES  ' WS-CTR-CONSERVES.
           DISPLAY 'MOUVEMENTS PERIMES    ' WS-CTR-PERIMES.
           DISPLAY 'COMPTES RELEVES       ' WS-CTR-COMPTES.
           DISPLAY 'COMPTES IMPRIMES      ' WS-CTR-CPT-IMP.
           DISPLAY 'MOUVEMENTS IMPRIMES   ' WS-CTR-MVT-IMP.
           DISPLAY 'COMPTES EXTRAITS      ' WS-CTR-CPT-EXT.
           DISPLAY 'MOUVEMENTS EXTRAITS   ' WS-CTR-MVT-EXT.
           DISPLAY 'COMPTES DES DEUX MODES' WS-CTR-CPT-DEUX.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-HIS    :   ' WS-FS-FIN-HIS.
           DISPLAY ' WS-FS-FIN-SOLDES :   ' WS-FS-FIN-SOLDES.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-RELMEN :   ' WS-FS-FOU-RELMEN.
           DISPLAY ' WS-FS-FOU-RELEXT :   ' WS-FS-FOU-RELEXT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

