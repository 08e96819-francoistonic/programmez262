      *      COMPTABILISES A TORT
      *      - LIT LES ORDRES DE CORRECTION (COMPTE, DATE,
      *        SENS, MONTANT DU MOUVEMENT D'ORIGINE, COMPTE
      *        DESTINATAIRE FACULTATIF, OPERATEUR, RAISON,
      *        OPERATEUR VALIDEUR) ; SEULS LES ORDRES VALIDES
      *        PAR UN SECOND OPERATEUR (PVALID) SONT TRAITES
      *      - RETROUVE LE MOUVEMENT D'ORIGINE DANS
      *        L'HISTORIQUE DES MOUVEMENTS COMPTABILISES ET
      *        RETIENT SA REFERENCE ; UN ORDRE SANS ORIGINE
      *        FICHIERS D'AGENCE : LES EXTOURNES REPASSENT
      *        PAR PFUSTC ET PAPRUP SOUS LES CONTROLES
      *        NORMAUX ET SORTENT SUR LE RELEVE IDENTIFIEES
      *      - LES MOUVEMENTS PORTENT LA DEVISE DU COMPTE
      *        D'ORIGINE, LUE SUR LE FICHIER DES COMPTES ; UN
      *        REPORT VERS UN COMPTE TENU DANS UNE AUTRE DEVISE
      *        EST REFUSE
      *      - EDITE UN JOURNAL DES EXTOURNES (OPERATEUR,
      *        RAISON, REFERENCE D'ORIGINE), COMME PCPTMA
      *        TRACE LES MISES A JOUR DU FICHIER DES COMPTES
      *      - L'EXTOURNE D'UN MOUVEMENT DE FRAIS OU D'INTERETS
      *        EST RATTACHEE A SON ORIGINE DANS LE CUMUL ANNUEL
      *        DES FRAIS (ENREGISTREMENT DE LIEN 'L' AJOUTE AU
      *        FICHIER QUE PAPRUP ALIMENTE), POUR LE
      *        RECAPITULATIF ANNUEL PRECFR
      *****************************************************

       ENVIRONMENT DIVISION.
      *
               SELECT FIN-HIS ASSIGN TO INHISMVT
               FILE STATUS IS WS-FS-FIN-HIS.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-MVT ASSIGN TO OUEXTOMV
               FILE STATUS IS WS-FS-FOU-MVT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
      *
               SELECT FOU-CUM ASSIGN TO OUCUMFRA
               FILE STATUS IS WS-FS-FOU-CUM.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-ORD
            RECORDING MODE IS F.
       01  FS-IN-ORD       PIC X(90).
      *
       FD FIN-HIS
            RECORDING MODE IS F.
       01  FS-IN-HIS       PIC X(60).
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
           05   FILLER         PIC X(03).
      *
       FD FOU-MVT
            RECORDING MODE IS F.
       01  FS-OU-MVT       PIC X(53).
      *
       FD FOU-EXTRPT
            RECORDING MODE IS F.
       FD FIN-DATCTL
            RECORDING MODE IS F.
       01  FS-IN-DATCTL    PIC X(20).
      *
       FD FOU-CUM
            RECORDING MODE IS F.
       01  FS-OU-CUM       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      * SECTION DES DONNEES DE  TRAVAIL
           05   FILLER         PIC X(01).
           05   WS-OR-RAISON   PIC X(25).
           05   FILLER         PIC X(02).
           05   WS-OR-OPVAL    PIC X(08).
           05   FILLER         PIC X(02).
       01  WS-HIS-ENR.
           05   WS-HI-NOCPTE   PIC 9(10).
           05   WS-HI-DATCPT   PIC 9(08).
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   WS-MV-DEVISE   PIC X(03).
      * CUMUL ANNUEL DES FRAIS : 'M' = MOUVEMENT COMPTABILISE
      * (ECRIT PAR PAPRUP), 'L' = LIEN D'UNE EXTOURNE AVEC LE
      * MOUVEMENT DE FRAIS OU D'INTERETS QU'ELLE ANNULE
       01  WS-CUM-ENR.
           05   WS-CU-TYPE     PIC X(01).
           05   WS-CU-NOCPTE   PIC 9(10).
           05   WS-CU-DATCPT   PIC 9(08).
           05   WS-CU-CDMVT    PIC X(01).
           05   WS-CU-MTMVT    PIC S9(8)V99.
           05   WS-CU-ORIGINE  PIC X(10).
           05   WS-CU-REFMVT   PIC X(11).
           05   WS-CU-REFORIG  PIC X(11).
           05   WS-CU-ORIORIG  PIC X(10).
           05   WS-CU-DEVISE   PIC X(03).
           05   FILLER         PIC X(05).
      *************************************************
      * TABLE DES ORDRES DE CORRECTION
      *************************************************
             10 WS-OT-NOCPDST  PIC 9(10).
             10 WS-OT-DSTPRES  PIC X(01).
             10 WS-OT-OPER     PIC X(08).
             10 WS-OT-OPVAL    PIC X(08).
             10 WS-OT-RAISON   PIC X(25).
             10 WS-OT-TROUVE   PIC X(01).
             10 WS-OT-REFORIG  PIC X(11).
             10 WS-OT-ORIORIG  PIC X(10).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-ORD     PIC XX.
       01    WS-FS-FIN-HIS     PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FOU-MVT     PIC XX.
       01    WS-FS-FOU-EXTRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
       01    WS-FS-FOU-CUM     PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-CTR-EXTOURNES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REPORTS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-INTROUVES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-DEVDIFF    PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVTS       PIC 9(7) VALUE ZERO .
       01 WS-CTR-LIENS      PIC 9(7) VALUE ZERO .
       01 WS-SENS-INVERSE   PIC X(01) VALUE SPACE.
       01 WS-NOCPTE-SAUVE   PIC 9(10) VALUE ZERO.
       01 WS-SENS-SAUVE     PIC X(01) VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-DEVISE-ORIG    PIC X(03) VALUE SPACE.
       01 WS-DEVISE-DST     PIC X(03) VALUE SPACE.
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
          05 FILLER           PIC X(14) VALUE '   MONTANT    '.
          05 FILLER           PIC X(12) VALUE ' REF ORIGINE'.
          05 FILLER           PIC X(10) VALUE ' OPERATEUR'.
          05 FILLER           PIC X(10) VALUE ' VALIDEUR'.
          05 FILLER           PIC X(27) VALUE ' RAISON'.
          05 FILLER           PIC X(14) VALUE ' VERDICT'.
          05 FILLER           PIC X(20) VALUE SPACE.
       01 WS-LIGNE-ORDRE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-OPER       PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-OPVAL      PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-RAISON     PIC X(25).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-VERDICT    PIC X(14).
          05 FILLER           PIC X(29) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(34).
                      'IGNORE, COMPTE ' WS-OR-NOCPTE
              GO TO 0120-ORDRE-CHG-90
           END-IF.
      * PRINCIPE DES QUATRE YEUX : SAISISSEUR ET VALIDEUR
      * PRESENTS ET DIFFERENTS
           IF WS-OR-OPER = SPACE
              OR WS-OR-OPVAL = SPACE
              OR WS-OR-OPVAL = WS-OR-OPER
              ADD 1 TO WS-CTR-INVALIDES
              DISPLAY 'ORDRE NON VALIDE IGNORE, COMPTE '
                      WS-OR-NOCPTE
              GO TO 0120-ORDRE-CHG-90
           END-IF.
           IF WS-ORD-NB NOT < WS-ORD-NB-MAX
              DISPLAY 'TABLE DES ORDRES PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
              MOVE '1'  TO WS-OT-DSTPRES (WS-ORD-IX)
           END-IF.
           MOVE WS-OR-OPER     TO WS-OT-OPER (WS-ORD-IX).
           MOVE WS-OR-OPVAL    TO WS-OT-OPVAL (WS-ORD-IX).
           MOVE WS-OR-RAISON   TO WS-OT-RAISON (WS-ORD-IX).
           MOVE '0'            TO WS-OT-TROUVE (WS-ORD-IX).
           MOVE SPACE          TO WS-OT-REFORIG (WS-ORD-IX).
           MOVE SPACE          TO WS-OT-ORIORIG (WS-ORD-IX).
       0120-ORDRE-CHG-90.
           PERFORM 0110-ORDRE-LEC-DEB
              THRU 0110-ORDRE-LEC-FIN.
       1000-APPARIER-HIST-DEB.
      * RECHERCHE DES MOUVEMENTS D'ORIGINE DANS L'HISTORIQUE
      * DES MOUVEMENTS COMPTABILISES ; LA REFERENCE DE
      * L'ORIGINE EST RETENUE POUR LE JOURNAL, SON ORIGINE
      * (FRAIS, INTERETS...) POUR LE CUMUL ANNUEL DES FRAIS
           IF WS-ORD-NB = ZERO
              GO TO 1000-APPARIER-HIST-FIN
           END-IF.
              AND WS-OT-MTMVT (WS-ORD-IX) = WS-HI-MTMVT
              MOVE '1' TO WS-OT-TROUVE (WS-ORD-IX)
              MOVE WS-HI-REFMVT TO WS-OT-REFORIG (WS-ORD-IX)
              MOVE WS-HI-ORIGINE TO WS-OT-ORIORIG (WS-ORD-IX)
           END-IF.
       1030-HIS-CMP-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-MVT.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS D''EXTOURNE'
           MOVE WS-DATE-JOUR TO WS-TI-DATE.
           WRITE FS-OU-EXTRPT FROM WS-LIGNE-TITRE.
           WRITE FS-OU-EXTRPT FROM WS-LIGNE-ENTETE.
      * CUMUL ANNUEL DES FRAIS : LES LIENS S'AJOUTENT AUX
      * MOUVEMENTS DEJA CUMULES DEPUIS LE DEBUT DE L'ANNEE
           OPEN EXTEND FOU-CUM.
           IF WS-FS-FOU-CUM = '35'
              OPEN OUTPUT FOU-CUM
           END-IF.
           IF WS-FS-FOU-CUM NOT = ZERO
              DISPLAY 'ERREUR OPEN CUMUL ANNUEL DES FRAIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0200-OUVERTURES-FIN.
           EXIT.

              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-EXTRPT.
           CLOSE FOU-CUM.
       0300-FERMETURES-FIN.
           EXIT.

           MOVE WS-OT-MTMVT (WS-ORD-IX)   TO WS-LO-MONTANT.
           MOVE WS-OT-REFORIG (WS-ORD-IX) TO WS-LO-REFORIG.
           MOVE WS-OT-OPER (WS-ORD-IX)    TO WS-LO-OPER.
           MOVE WS-OT-OPVAL (WS-ORD-IX)   TO WS-LO-OPVAL.
           MOVE WS-OT-RAISON (WS-ORD-IX)  TO WS-LO-RAISON.
           IF WS-OT-TROUVE (WS-ORD-IX) = '0'
              ADD 1 TO WS-CTR-INTROUVES
                      WS-OT-NOCPTE (WS-ORD-IX)
              GO TO 2100-GENERER-ORDRE-FIN
           END-IF.
      * DEVISE DU COMPTE D'ORIGINE (BLANC = EURO) ; UN COMPTE
      * ABSENT DU FICHIER EST LAISSE AUX CONTROLES DE PAPRUP
           MOVE WS-OT-NOCPTE (WS-ORD-IX) TO CPT00-NOCPTE.
           PERFORM 2150-DEVISE-COMPTE-DEB
              THRU 2150-DEVISE-COMPTE-FIN.
           MOVE WS-DEVISE-DST TO WS-DEVISE-ORIG.
           IF WS-OT-DSTPRES (WS-ORD-IX) = '1'
              MOVE WS-OT-NOCPDST (WS-ORD-IX) TO CPT00-NOCPTE
              PERFORM 2150-DEVISE-COMPTE-DEB
                 THRU 2150-DEVISE-COMPTE-FIN
              IF WS-DEVISE-DST NOT = WS-DEVISE-ORIG
                 ADD 1 TO WS-CTR-DEVDIFF
                 MOVE '*DEVISE DIFF*' TO WS-LO-VERDICT
                 WRITE FS-OU-EXTRPT FROM WS-LIGNE-ORDRE
                 DISPLAY 'DEVISES DIFFERENTES, COMPTE '
                         WS-OT-NOCPTE (WS-ORD-IX)
                 GO TO 2100-GENERER-ORDRE-FIN
              END-IF
           END-IF.
      * MOUVEMENT INVERSE SUR LE COMPTE D'ORIGINE : LE SENS
      * 'D' AUGMENTE LE SOLDE, 'C' ET 'R' LE DIMINUENT
           IF WS-OT-CDMVT (WS-ORD-IX) = 'D'
           PERFORM 2200-ECRIRE-MVT-DEB
              THRU 2200-ECRIRE-MVT-FIN.
           ADD 1 TO WS-CTR-EXTOURNES.
           IF WS-OT-ORIORIG (WS-ORD-IX) = 'FRAIS'
              OR WS-OT-ORIORIG (WS-ORD-IX) = 'INTERETS'
              PERFORM 2300-ECRIRE-LIEN-DEB
                 THRU 2300-ECRIRE-LIEN-FIN
           END-IF.
           MOVE 'EXTOURNEE' TO WS-LO-VERDICT.
      * REPORT AU SENS D'ORIGINE SUR LE COMPTE DESTINATAIRE,
      * SI L'ORDRE EN DONNE UN
       2100-GENERER-ORDRE-FIN.
           EXIT.

       2150-DEVISE-COMPTE-DEB.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
           MOVE SPACE TO WS-DEVISE-DST.
           IF WS-CPT-EXISTE = 'OUI'
              MOVE CPT00-DEVISE TO WS-DEVISE-DST
              IF WS-DEVISE-DST = SPACE
                 MOVE 'EUR' TO WS-DEVISE-DST
              END-IF
           END-IF.
       2150-DEVISE-COMPTE-FIN.
           EXIT.

       2200-ECRIRE-MVT-DEB.
      * LE COMPTE ET LE SENS SONT DEJA EN PLACE DANS LA ZONE
      * DE MOUVEMENT ; DATE DU JOUR COMPTABLE, REFERENCE NEUVE
           MOVE WS-DATE-JOUR    TO WS-MV-DAMVT-N.
           MOVE WS-OT-MTMVT (WS-ORD-IX) TO WS-MV-MTMVT.
           MOVE 'EXTOURNE'      TO WS-MV-ORIGINE.
           MOVE WS-DEVISE-ORIG  TO WS-MV-DEVISE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
       2200-ECRIRE-MVT-FIN.
           EXIT.

       2300-ECRIRE-LIEN-DEB.
      * LIEN ENTRE LA REFERENCE DE L'EXTOURNE QUI VIENT D'ETRE
      * ECRITE ET CELLE DU MOUVEMENT DE FRAIS OU D'INTERETS
      * ANNULE ; LE REPORT EVENTUEL N'EST PAS UNE ANNULATION
           MOVE SPACE                     TO WS-CUM-ENR.
           MOVE 'L'                       TO WS-CU-TYPE.
           MOVE WS-MV-NOCPTE              TO WS-CU-NOCPTE.
           MOVE WS-DATE-JOUR              TO WS-CU-DATCPT.
           MOVE WS-MV-CDMVT               TO WS-CU-CDMVT.
           MOVE WS-MV-MTMVT               TO WS-CU-MTMVT.
           MOVE WS-MV-ORIGINE             TO WS-CU-ORIGINE.
           MOVE WS-MV-REFMVT              TO WS-CU-REFMVT.
           MOVE WS-OT-REFORIG (WS-ORD-IX) TO WS-CU-REFORIG.
           MOVE WS-OT-ORIORIG (WS-ORD-IX) TO WS-CU-ORIORIG.
           MOVE WS-MV-DEVISE              TO WS-CU-DEVISE.
           WRITE FS-OU-CUM FROM WS-CUM-ENR.
           IF WS-FS-FOU-CUM NOT = ZERO
              DISPLAY 'ERREUR ECRITURE CUMUL ANNUEL DES FRAIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-LIENS.
       2300-ECRIRE-LIEN-FIN.
           EXIT.

      *********************************************************
       3000-TOTAUX-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           MOVE 'ORIGINES INTROUVABLES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-INTROUVES TO WS-TO-NOMBRE.
           WRITE FS-OU-EXTRPT FROM WS-LIGNE-TOTAL.
           MOVE 'REPORTS REFUSES (DEVISE)' TO WS-TO-LIBELLE.
           MOVE WS-CTR-DEVDIFF TO WS-TO-NOMBRE.
           WRITE FS-OU-EXTRPT FROM WS-LIGNE-TOTAL.
           MOVE 'EXTOURNES GENEREES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-EXTOURNES TO WS-TO-NOMBRE.
           WRITE FS-OU-EXTRPT FROM WS-LIGNE-TOTAL.
           DISPLAY 'ORDRES LUS            ' WS-CTR-ORDRES.
           DISPLAY 'ORDRES INVALIDES      ' WS-CTR-INVALIDES.
           DISPLAY 'ORIGINES INTROUVABLES ' WS-CTR-INTROUVES.
           DISPLAY 'DEVISES DIFFERENTES   ' WS-CTR-DEVDIFF.
           DISPLAY 'EXTOURNES GENEREES    ' WS-CTR-EXTOURNES.
           DISPLAY 'REPORTS GENERES       ' WS-CTR-REPORTS.
           DISPLAY 'LIENS FRAIS/INTERETS  ' WS-CTR-LIENS.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-ORD    :   ' WS-FS-FIN-ORD.
           DISPLAY ' WS-FS-FIN-HIS    :   ' WS-FS-FIN-HIS.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-MVT    :   ' WS-FS-FOU-MVT.
           DISPLAY ' WS-FS-FOU-CUM    :   ' WS-FS-FOU-CUM.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

