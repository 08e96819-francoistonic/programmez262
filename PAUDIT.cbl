      *        AVEC TOTAUX DE CONTROLE SUR L'ENSEMBLE DU
      *        FICHIER, ET REND UN CODE RETOUR NON NUL DES
      *        QU'UN ECART EXISTE
      *      - LE RAPPROCHEMENT D'UN COMPTE SE FAIT DANS SA
      *        DEVISE DE TENUE ; LES TOTAUX DE CONTROLE SONT EN
      *        CONTRE-VALEUR EURO AU COURS DU JOUR COMPTABLE
      *        (PCOURS), UN COMPTE EN DEVISE SANS COURS EST
      *        SIGNALE EN ANOMALIE
      *      UNE DEGRADATION DE CPTMAST HORS CHAINE (BATCH
      *      MANUEL, GENERATION RESTAUREE, INDEX CASSE) EST
      *      AINSI VUE AVANT LA RECLAMATION DU CLIENT
      *
       FD FIN-GLI
            RECORDING MODE IS F.
       01  FS-IN-GLI       PIC X(100).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   FILLER         PIC X(06).
           05   CPT00-DEVISE   PIC X(03).
           05   FILLER         PIC X(03).
      *
       FD FOU-AUDRPT
            RECORDING MODE IS F.
           05   WS-GL-MTNET    PIC S9(9)V99
                               SIGN LEADING SEPARATE.
           05   FILLER         PIC X(02).
           05   WS-GL-DEVISE   PIC X(03).
           05   WS-GL-MTDEBE   PIC 9(8)V99.
           05   WS-GL-MTCREE   PIC 9(8)V99.
           05   WS-GL-MTNETE   PIC S9(9)V99
                               SIGN LEADING SEPARATE.
           05   FILLER         PIC X(05).
      *************************************************
      * STATUS
      *************************************************
       01 WS-SOLDE-CONSTATE PIC S9(8)V99 VALUE ZERO.
       01 WS-SOLDE-ATTENDU  PIC S9(10)V99 VALUE ZERO.
       01 WS-CPT-PRESENT    PIC X(03) VALUE SPACE.
       01 WS-DEVISE-CPTE    PIC X(03) VALUE SPACE.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-ATTENDU-EUR    PIC S9(10)V99 VALUE ZERO.
       01 WS-CONSTATE-EUR   PIC S9(10)V99 VALUE ZERO.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
          05 FILLER           PIC X(14) VALUE ' NET DU JOUR  '.
          05 FILLER           PIC X(14) VALUE '   ATTENDU    '.
          05 FILLER           PIC X(14) VALUE '  CONSTATE    '.
          05 FILLER           PIC X(31) VALUE '  ANOMALIE'.
          05 FILLER           PIC X(03) VALUE 'DEV'.
          05 FILLER           PIC X(30) VALUE SPACE.
       01 WS-LIGNE-ANO.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-AN-NOCPTE     PIC Z(9)9.
          05 WS-AN-CONSTATE   PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-AN-MOTIF      PIC X(28).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-AN-DEVISE     PIC X(03).
          05 FILLER           PIC X(29) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(36).
           MOVE ZERO  TO WS-SOLDE-VEILLE WS-NET-JOUR
                         WS-SOLDE-CONSTATE.
           MOVE 'NON' TO WS-CPT-PRESENT.
           MOVE SPACE TO WS-DEVISE-CPTE.
           IF WS-CLE-NCP = WS-CLE-MIN
              MOVE WS-NC-MTSOLD TO WS-SOLDE-VEILLE
              PERFORM 1100-NCP-LEC-DEB
           END-IF.
           IF WS-CLE-GLI = WS-CLE-MIN
              MOVE WS-GL-MTNET TO WS-NET-JOUR
              MOVE WS-GL-DEVISE TO WS-DEVISE-CPTE
              PERFORM 1200-GLI-LEC-DEB
                 THRU 1200-GLI-LEC-FIN
           END-IF.
           IF WS-CLE-CPT = WS-CLE-MIN
              MOVE 'OUI' TO WS-CPT-PRESENT
              MOVE CPT00-MTSOLD TO WS-SOLDE-CONSTATE
              MOVE CPT00-DEVISE TO WS-DEVISE-CPTE
              PERFORM 1300-CPT-LEC-DEB
                 THRU 1300-CPT-LEC-FIN
           END-IF.
           ADD 1 TO WS-CTR-COMPTES.
           COMPUTE WS-SOLDE-ATTENDU =
                   WS-SOLDE-VEILLE + WS-NET-JOUR.
           IF WS-DEVISE-CPTE = SPACE
              MOVE 'EUR' TO WS-DEVISE-CPTE
           END-IF.
           PERFORM 2050-CUMULER-EUR-DEB
              THRU 2050-CUMULER-EUR-FIN.
      * UN COMPTE ABSENT A SOLDE ATTENDU NUL EST UNE FERMETURE
      * NORMALE (PCPTMA CODE 'F' EXIGE UN SOLDE NUL) : SEULE
      * UNE ABSENCE INEXPLIQUEE EST UNE ANOMALIE
       2000-APPARIER-FIN.
           EXIT.

       2050-CUMULER-EUR-DEB.
      * TOTAUX DE CONTROLE EN CONTRE-VALEUR EURO ; LE COURS
      * D'UNE DEVISE EST CELUI DU JOUR COMPTABLE
           MOVE 1 TO WS-COURS-DEV.
           IF WS-DEVISE-CPTE NOT = 'EUR'
              CALL 'PCOURS' USING WS-DEVISE-CPTE WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 MOVE 'COURS DE LA DEVISE ABSENT' TO WS-AN-MOTIF
                 PERFORM 2100-EDITER-ANO-DEB
                    THRU 2100-EDITER-ANO-FIN
                 GO TO 2050-CUMULER-EUR-FIN
              END-IF
           END-IF.
           COMPUTE WS-ATTENDU-EUR ROUNDED =
                   WS-SOLDE-ATTENDU * WS-COURS-DEV.
           COMPUTE WS-CONSTATE-EUR ROUNDED =
                   WS-SOLDE-CONSTATE * WS-COURS-DEV.
           ADD WS-ATTENDU-EUR  TO WS-TOT-ATTENDU.
           ADD WS-CONSTATE-EUR TO WS-TOT-CONSTATE.
       2050-CUMULER-EUR-FIN.
           EXIT.

       2100-EDITER-ANO-DEB.
           ADD 1 TO WS-CTR-ANOMALIES.
           MOVE WS-CLE-MIN        TO WS-AN-NOCPTE.
           MOVE WS-NET-JOUR       TO WS-AN-NET.
           MOVE WS-SOLDE-ATTENDU  TO WS-AN-ATTENDU.
           MOVE WS-SOLDE-CONSTATE TO WS-AN-CONSTATE.
           MOVE WS-DEVISE-CPTE    TO WS-AN-DEVISE.
           WRITE FS-OU-AUDRPT FROM WS-LIGNE-ANO.
       2100-EDITER-ANO-FIN.
           EXIT.
           MOVE 'COMPTES EN ANOMALIE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ANOMALIES TO WS-TO-NOMBRE.
           WRITE FS-OU-AUDRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL DES SOLDES ATTENDUS (EUR)' TO WS-TO-LIBELLE.
           MOVE WS-TOT-ATTENDU TO WS-TO-NOMBRE.
           WRITE FS-OU-AUDRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL DES SOLDES CONSTATES (EUR)' TO WS-TO-LIBELLE.
           MOVE WS-TOT-CONSTATE TO WS-TO-NOMBRE.
           WRITE FS-OU-AUDRPT FROM WS-LIGNE-TOTAL.
       3000-TOTAUX-FIN.
