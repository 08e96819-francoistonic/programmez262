      *        (HISTORIQUE ALIMENTE PAR PAPRUP : DATE, SENS,
      *        MONTANT, ORIGINE), ET LES POSTES DU COMPTE
      *        ENCORE AU CIRCUIT DES SUSPENS
      *      - UNE DEMANDE PEUT AUSSI VISER UN CLIENT : 'C'
      *        SUIVI DU NUMERO DE CLIENT SUR SIX CHIFFRES EN
      *        TETE DE LIGNE ; L'IDENTITE DU CLIENT (FICHIER DES
      *        CLIENTS) ET SA POSITION SONT EDITEES, PUIS CHACUN
      *        DE SES COMPTES COMME UNE DEMANDE PAR COMPTE
      *      - LE SOLDE D'UN COMPTE EST EDITE DANS SA DEVISE ;
      *        LA POSITION DU CLIENT EST EN CONTRE-VALEUR EURO
      *        AU COURS DU JOUR (PCOURS)
      *      - EDITE UN COMPTE RENDU ET L'AFFICHE AU PUPITRE
      *      LA PROFONDEUR EST BORNEE PAR L'EPURATION
      *      MENSUELLE DE L'HISTORIQUE (PRELMD)
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT CLI-FICHIER ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI00-NOCLI
               FILE STATUS IS WS-FS-CLI.
      *
               SELECT FIN-HIS ASSIGN TO INHISMVT
               FILE STATUS IS WS-FS-FIN-HIS.
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   CPT00-NOCLI    PIC 9(06).
           05   CPT00-DEVISE   PIC X(03).
           05   FILLER         PIC X(03).
      *
       FD CLI-FICHIER.
       01  CLI00.
           05   CLI00-NOCLI    PIC 9(06).
           05   CLI00-NOM      PIC X(40).
           05   CLI00-ADRESSE.
                10 CLI00-ADR1     PIC X(32).
                10 CLI00-ADR2     PIC X(32).
                10 CLI00-CODPOS   PIC X(05).
                10 CLI00-VILLE    PIC X(26).
           05   CLI00-DATNAI   PIC 9(08).
           05   CLI00-SEGMENT  PIC X(02).
           05   CLI00-DATCRE   PIC 9(08).
           05   FILLER         PIC X(01).
      *
       FD FIN-HIS
            RECORDING MODE IS F.
      *
       FD FIN-SUS
            RECORDING MODE IS F.
       01  FS-IN-SUS       PIC X(73).
      *
       FD FOU-CONRPT
            RECORDING MODE IS F.
           05   WS-CP-NOCPTE   PIC X(10).
           05   WS-CP-NOCPTE-N REDEFINES WS-CP-NOCPTE
                               PIC 9(10).
           05   WS-CP-DEMCLI REDEFINES WS-CP-NOCPTE.
                10 WS-CP-TYPDEM   PIC X(01).
                10 WS-CP-NOCLI    PIC X(06).
                10 WS-CP-NOCLI-N REDEFINES WS-CP-NOCLI
                                  PIC 9(06).
                10 FILLER         PIC X(03).
           05   FILLER         PIC X(01).
           05   WS-CP-NBJOURS  PIC X(03).
           05   WS-CP-NBJOURS-N REDEFINES WS-CP-NBJOURS
           05   WS-SUC-DATENT  PIC 9(08).
           05   WS-SUC-NBJOURS PIC 9(03).
           05   WS-SUC-MOTIF   PIC X(30).
           05   WS-SUC-DEVISE  PIC X(03).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-CONPAR  PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-CLI         PIC XX.
       01    WS-FS-FIN-HIS     PIC XX.
       01    WS-FS-FIN-SUS     PIC XX.
       01    WS-FS-FOU-CONRPT  PIC XX.
       01 WS-NBJOURS        PIC 9(03) VALUE 7.
       01 WS-SERIAL-LIMITE  PIC 9(08) VALUE ZERO.
       01 WS-CPT-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-CLI-OUVERT     PIC X(03) VALUE SPACE.
       01 WS-CLI-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-FIN-CPT        PIC X(03) VALUE SPACE.
       01 WS-CTR-CLIENTS    PIC 9(7) VALUE ZERO .
      * COMPTES DU CLIENT DEMANDE, RELEVES AVANT L'EDITION
      * (LA LECTURE DIRECTE DE CHAQUE COMPTE ROMPT LE
      * PARCOURS SEQUENTIEL DU FICHIER)
       01 WS-CLC-NB-MAX     PIC 9(03) VALUE 200.
       01 WS-CLC-NB         PIC 9(03) VALUE ZERO.
       01 WS-CLC-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-CLC-TABLE.
          05 WS-CLC-NOCPTE  PIC 9(10) OCCURS 200.
       01 WS-CLC-SOLDES     PIC S9(11)V99 VALUE ZERO.
       01 WS-CLC-DECOUV     PIC S9(11)V99 VALUE ZERO.
       01 WS-CLC-SANS-COURS PIC 9(03) VALUE ZERO.
      * CONTRE-VALEUR EURO DES COMPTES EN DEVISE (PCOURS)
       01 WS-DEVISE-CPT     PIC X(03) VALUE SPACE.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-SOLDE-EUR      PIC S9(11)V99 VALUE ZERO.
       01 WS-DECOUV-EUR     PIC S9(11)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
          05 FILLER           PIC X(21)
                    VALUE ' DECOUVERT AUTORISE :'.
          05 WS-SO-DECOUV     PIC ---B---B--9,99.
          05 FILLER           PIC X(10) VALUE ' DEVISE : '.
          05 WS-SO-DEVISE     PIC X(03).
          05 FILLER           PIC X(62) VALUE SPACE.
       01 WS-LIGNE-INCONNU.
          05 FILLER           PIC X(33)
                    VALUE ' COMPTE INCONNU SUR LE FICHIER DE'.
          05 FILLER           PIC X(09) VALUE 'S COMPTES'.
          05 FILLER           PIC X(90) VALUE SPACE.
       01 WS-LIGNE-TITRE-CLI.
          05 FILLER           PIC X(22)
                    VALUE 'CONSULTATION CLIENT : '.
          05 WS-TC-NOCLI      PIC 9(06).
          05 FILLER           PIC X(08) VALUE SPACE.
          05 FILLER           PIC X(05) VALUE 'AU : '.
          05 WS-TC-DATE       PIC 9(08).
          05 FILLER           PIC X(83) VALUE SPACE.
       01 WS-LIGNE-IDENT-CLI.
          05 FILLER           PIC X(06) VALUE ' NOM: '.
          05 WS-IC-NOM        PIC X(40).
          05 FILLER           PIC X(12) VALUE '  SEGMENT : '.
          05 WS-IC-SEGMENT    PIC X(02).
          05 FILLER           PIC X(14) VALUE '  NE(E) LE : '.
          05 WS-IC-DATNAI     PIC 9(08).
          05 FILLER           PIC X(50) VALUE SPACE.
       01 WS-LIGNE-ADR-CLI.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 WS-AC-ADR1       PIC X(32).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-AC-ADR2       PIC X(32).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-AC-CODPOS     PIC X(05).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-AC-VILLE      PIC X(26).
          05 FILLER           PIC X(28) VALUE SPACE.
       01 WS-LIGNE-POS-CLI.
          05 FILLER           PIC X(10) VALUE ' COMPTES :'.
          05 WS-PC-NBCPT      PIC ZZ9.
          05 FILLER           PIC X(22)
                    VALUE '  POSITION NETTE EUR :'.
          05 WS-PC-SOLDES     PIC --B---B---B--9,99.
          05 FILLER           PIC X(21)
                    VALUE ' DECOUVERT AUTORISE :'.
          05 WS-PC-DECOUV     PIC --B---B---B--9,99.
          05 FILLER           PIC X(18)
                    VALUE '  SANS COURS :'.
          05 WS-PC-SANS-COURS PIC ZZ9.
          05 FILLER           PIC X(21) VALUE SPACE.
       01 WS-LIGNE-CLI-INC.
          05 FILLER           PIC X(33)
                    VALUE ' CLIENT INCONNU SUR LE FICHIER DE'.
          05 FILLER           PIC X(09) VALUE 'S CLIENTS'.
          05 FILLER           PIC X(90) VALUE SPACE.
       01 WS-LIGNE-SSTITRE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-SS-LIBELLE    PIC X(44).
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * FICHIER DES CLIENTS ABSENT : LES DEMANDES PAR CLIENT
      * SONT EDITEES SANS IDENTITE
           MOVE 'OUI' TO WS-CLI-OUVERT.
           OPEN INPUT CLI-FICHIER.
           IF WS-FS-CLI = '35'
              MOVE 'NON' TO WS-CLI-OUVERT
              GO TO 0100-OUVERTURES-FIN
           END-IF.
           IF WS-FS-CLI NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES CLIENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

           CLOSE FIN-CONPAR.
           CLOSE CPT-FICHIER.
           CLOSE FOU-CONRPT.
           IF WS-CLI-OUVERT = 'OUI'
              CLOSE CLI-FICHIER
           END-IF.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       2000-DEMANDE-TRT-DEB.
           ADD 1 TO WS-CTR-DEMANDES.
           IF WS-CP-TYPDEM = 'C'
              PERFORM 2100-PROFONDEUR-DEB
                 THRU 2100-PROFONDEUR-FIN
              PERFORM 2500-DEMANDE-CLIENT-DEB
                 THRU 2500-DEMANDE-CLIENT-FIN
              GO TO 2000-DEMANDE-TRT-90
           END-IF.
           IF WS-CP-NOCPTE NOT NUMERIC
              DISPLAY 'DEMANDE IGNOREE, COMPTE INVALIDE : '
                      WS-CP-NOCPTE
              GO TO 2000-DEMANDE-TRT-90
           END-IF.
           PERFORM 2100-PROFONDEUR-DEB
              THRU 2100-PROFONDEUR-FIN.
           PERFORM 3000-EDITER-COMPTE-DEB
              THRU 3000-EDITER-COMPTE-FIN.
           PERFORM 4000-EDITER-MVTS-DEB
              THRU 4000-EDITER-MVTS-FIN.
           PERFORM 5000-EDITER-SUSPENS-DEB
              THRU 5000-EDITER-SUSPENS-FIN.
       2000-DEMANDE-TRT-90.
           PERFORM 1000-DEMANDE-LEC-DEB
              THRU 1000-DEMANDE-LEC-FIN.
       2000-DEMANDE-TRT-FIN.
           EXIT.

       2100-PROFONDEUR-DEB.
           MOVE 7 TO WS-NBJOURS.
           IF WS-CP-NBJOURS NUMERIC
              AND WS-CP-NBJOURS-N > ZERO
           ELSE
              MOVE ZERO TO WS-SERIAL-LIMITE
           END-IF.
       2100-PROFONDEUR-FIN.
           EXIT.

      *********************************************************
       2500-DEMANDE-CLIENT-DEB.
      * DEMANDE PAR CLIENT : IDENTITE, RELEVE DES COMPTES
      * RATTACHES ET POSITION, PUIS EDITION DE CHAQUE COMPTE
           IF WS-CP-NOCLI NOT NUMERIC
              OR WS-CP-NOCLI-N = ZERO
              DISPLAY 'DEMANDE IGNOREE, CLIENT INVALIDE : '
                      WS-CP-NOCLI
              GO TO 2500-DEMANDE-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-CTR-CLIENTS.
           MOVE WS-CP-NOCLI-N TO WS-TC-NOCLI.
           MOVE WS-DATE-JOUR  TO WS-TC-DATE.
           WRITE FS-OU-CONRPT FROM WS-LIGNE-TITRE-CLI
                 AFTER ADVANCING PAGE.
           MOVE 'NON' TO WS-CLI-TROUVE.
           IF WS-CLI-OUVERT = 'OUI'
              MOVE WS-CP-NOCLI-N TO CLI00-NOCLI
              READ CLI-FICHIER
                  INVALID KEY MOVE 'NON' TO WS-CLI-TROUVE
                  NOT INVALID KEY MOVE 'OUI' TO WS-CLI-TROUVE
              END-READ
           END-IF.
           IF WS-CLI-TROUVE = 'NON'
              WRITE FS-OU-CONRPT FROM WS-LIGNE-CLI-INC
              DISPLAY 'CLIENT ' WS-CP-NOCLI ' INCONNU'
           ELSE
              MOVE CLI00-NOM     TO WS-IC-NOM
              MOVE CLI00-SEGMENT TO WS-IC-SEGMENT
              MOVE CLI00-DATNAI  TO WS-IC-DATNAI
              WRITE FS-OU-CONRPT FROM WS-LIGNE-IDENT-CLI
              MOVE CLI00-ADR1    TO WS-AC-ADR1
              MOVE CLI00-ADR2    TO WS-AC-ADR2
              MOVE CLI00-CODPOS  TO WS-AC-CODPOS
              MOVE CLI00-VILLE   TO WS-AC-VILLE
              WRITE FS-OU-CONRPT FROM WS-LIGNE-ADR-CLI
              DISPLAY 'CLIENT ' WS-CP-NOCLI ' ' CLI00-NOM
           END-IF.
           PERFORM 2600-RELEVE-COMPTES-DEB
              THRU 2600-RELEVE-COMPTES-FIN.
           MOVE WS-CLC-NB     TO WS-PC-NBCPT.
           MOVE WS-CLC-SOLDES TO WS-PC-SOLDES.
           MOVE WS-CLC-DECOUV TO WS-PC-DECOUV.
           MOVE WS-CLC-SANS-COURS TO WS-PC-SANS-COURS.
           WRITE FS-OU-CONRPT FROM WS-LIGNE-POS-CLI.
           DISPLAY '  COMPTES ' WS-CLC-NB
                   ' POSITION NETTE ' WS-CLC-SOLDES.
           MOVE ZERO TO WS-CLC-IX.
           PERFORM 2700-EDITER-COMPTE-CLI-DEB
              THRU 2700-EDITER-COMPTE-CLI-FIN
              UNTIL WS-CLC-IX NOT < WS-CLC-NB.
       2500-DEMANDE-CLIENT-FIN.
           EXIT.

       2600-RELEVE-COMPTES-DEB.
      * PARCOURS COMPLET DU FICHIER DES COMPTES DEPUIS LE
      * DEBUT : COMPTES DONT LE CLIENT PROPRIETAIRE EST LE
      * CLIENT DEMANDE
           MOVE ZERO  TO WS-CLC-NB WS-CLC-SOLDES WS-CLC-DECOUV
                         WS-CLC-SANS-COURS.
           MOVE SPACE TO WS-FIN-CPT.
           MOVE ZERO  TO CPT00-NOCPTE.
           START CPT-FICHIER KEY IS NOT LESS THAN CPT00-NOCPTE
               INVALID KEY MOVE 'FIN' TO WS-FIN-CPT
           END-START.
           PERFORM 2610-CPT-SUIVANT-DEB
              THRU 2610-CPT-SUIVANT-FIN
              UNTIL WS-FIN-CPT = 'FIN'.
       2600-RELEVE-COMPTES-FIN.
           EXIT.

       2610-CPT-SUIVANT-DEB.
           READ CPT-FICHIER NEXT RECORD
               AT END MOVE 'FIN' TO WS-FIN-CPT
               GO TO 2610-CPT-SUIVANT-FIN
           END-READ.
           IF CPT00-NOCLI NOT NUMERIC
              OR CPT00-NOCLI NOT = WS-CP-NOCLI-N
              GO TO 2610-CPT-SUIVANT-FIN
           END-IF.
           IF WS-CLC-NB NOT < WS-CLC-NB-MAX
              DISPLAY 'TROP DE COMPTES POUR LE CLIENT '
                      WS-CP-NOCLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CLC-NB.
           MOVE WS-CLC-NB      TO WS-CLC-IX.
           MOVE CPT00-NOCPTE   TO WS-CLC-NOCPTE (WS-CLC-IX).
           PERFORM 2620-CUMULER-EUR-DEB
              THRU 2620-CUMULER-EUR-FIN.
       2610-CPT-SUIVANT-FIN.
           EXIT.

       2620-CUMULER-EUR-DEB.
      * POSITION DU CLIENT EN CONTRE-VALEUR EURO AU COURS DU
      * JOUR COMPTABLE ; UN COMPTE SANS COURS EST COMPTE A
      * PART ET RESTE HORS POSITION
           MOVE CPT00-DEVISE TO WS-DEVISE-CPT.
           IF WS-DEVISE-CPT = SPACE
              MOVE 'EUR' TO WS-DEVISE-CPT
           END-IF.
           MOVE 1 TO WS-COURS-DEV.
           IF WS-DEVISE-CPT NOT = 'EUR'
              CALL 'PCOURS' USING WS-DEVISE-CPT WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 ADD 1 TO WS-CLC-SANS-COURS
                 DISPLAY 'COURS ABSENT, COMPTE HORS POSITION : '
                         CPT00-NOCPTE ' ' WS-DEVISE-CPT
                 GO TO 2620-CUMULER-EUR-FIN
              END-IF
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED =
                   CPT00-MTSOLD * WS-COURS-DEV.
           COMPUTE WS-DECOUV-EUR ROUNDED =
                   CPT00-MTDECOUV * WS-COURS-DEV.
           ADD WS-SOLDE-EUR    TO WS-CLC-SOLDES.
           ADD WS-DECOUV-EUR   TO WS-CLC-DECOUV.
       2620-CUMULER-EUR-FIN.
           EXIT.

       2700-EDITER-COMPTE-CLI-DEB.
           ADD 1 TO WS-CLC-IX.
           MOVE WS-CLC-NOCPTE (WS-CLC-IX) TO WS-CP-NOCPTE-N.
           PERFORM 3000-EDITER-COMPTE-DEB
              THRU 3000-EDITER-COMPTE-FIN.
           PERFORM 4000-EDITER-MVTS-DEB
              THRU 4000-EDITER-MVTS-FIN.
           PERFORM 5000-EDITER-SUSPENS-DEB
              THRU 5000-EDITER-SUSPENS-FIN.
       2700-EDITER-COMPTE-CLI-FIN.
           EXIT.

      *********************************************************
           WRITE FS-OU-CONRPT FROM WS-LIGNE-IDENT.
           MOVE CPT00-MTSOLD   TO WS-SO-MONTANT.
           MOVE CPT00-MTDECOUV TO WS-SO-DECOUV.
           MOVE CPT00-DEVISE   TO WS-SO-DEVISE.
           IF CPT00-DEVISE = SPACE
              MOVE 'EUR' TO WS-SO-DEVISE
           END-IF.
           WRITE FS-OU-CONRPT FROM WS-LIGNE-SOLDE.
           DISPLAY 'COMPTE ' WS-CP-NOCPTE ' ' CPT00-NOMCLI
                   ' ETAT ' CPT00-ETAT
           DISPLAY '                                  '
           DISPLAY 'DEMANDES TRAITEES     ' WS-CTR-DEMANDES.
           DISPLAY 'COMPTES INCONNUS      ' WS-CTR-INCONNUS.
           DISPLAY 'DEMANDES PAR CLIENT   ' WS-CTR-CLIENTS.
           DISPLAY 'MOUVEMENTS EDITES     ' WS-CTR-MVTS.
           DISPLAY 'POSTES EN SUSPENS     ' WS-CTR-SUSPENS.
           DISPLAY ' '.
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-CLI        :   ' WS-FS-CLI.
           DISPLAY ' WS-FS-FIN-HIS    :   ' WS-FS-FIN-HIS.
           DISPLAY ' WS-FS-FIN-SUS    :   ' WS-FS-FIN-SUS.
           MOVE 16 TO RETURN-CODE.
