       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PCLIMA.

      *****************************************************
      *      MISE A JOUR DU FICHIER DES CLIENTS (VSAM KSDS
      *      CLE = NUMERO DE CLIENT, FORMAT CLI00)
      *      - UN CLIENT PEUT DETENIR PLUSIEURS COMPTES : LE
      *        FICHIER DES COMPTES PORTE LE NUMERO DU CLIENT
      *        PROPRIETAIRE (CPT00-NOCLI, ALIMENTE PAR PCPTMA)
      *      - APPLIQUE UN FICHIER DE MOUVEMENTS DE GESTION :
      *        'C' CREATION DU CLIENT (NOM, ADRESSE, DATE DE
      *            NAISSANCE ET SEGMENT OBLIGATOIRES)
      *        'N' CHANGEMENT DU NOM COMPLET
      *        'A' CHANGEMENT DE L'ADRESSE POSTALE (LES QUATRE
      *            ZONES SONT REMPLACEES ENSEMBLE)
      *        'D' CORRECTION DE LA DATE DE NAISSANCE
      *        'G' CHANGEMENT DE SEGMENT
      *        'F' SUPPRESSION DU CLIENT (AUCUN COMPTE DU
      *            FICHIER DES COMPTES NE DOIT LUI ETRE RATTACHE,
      *            MEME CLOS)
      *      - SEGMENTS ADMIS : 'PA' PARTICULIER,
      *        'PR' PROFESSIONNEL, 'EN' ENTREPRISE
      *      - CONTROLE COMPLET DE CHAQUE MOUVEMENT (CODE,
      *        NUMERICITE, DATE, EXISTENCE OU NON DU CLIENT)
      *      - UNE TRACE D'AUDIT EST ECRITE POUR CHAQUE
      *        MOUVEMENT, APPLIQUE OU REJETE, AVEC L'ANCIENNE
      *        ET LA NOUVELLE VALEUR DE LA ZONE MODIFIEE
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-MAJ ASSIGN TO INCLIMAJ
               FILE STATUS IS WS-FS-FIN-MAJ.
      *
               SELECT CLI-FICHIER ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI00-NOCLI
               FILE STATUS IS WS-FS-CLI.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-AUDIT ASSIGN TO OUCLIAUD
               FILE STATUS IS WS-FS-FOU-AUDIT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-MAJ
            RECORDING MODE IS F.
       01  FS-IN-MAJ       PIC X(160).
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
      * SEGMENT : 'PA' PARTICULIER, 'PR' PROFESSIONNEL,
      * 'EN' ENTREPRISE
           05   CLI00-SEGMENT  PIC X(02).
           05   CLI00-DATCRE   PIC 9(08).
           05   FILLER         PIC X(01).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOCPTE   PIC 9(10).
           05   CPT00-MTSOLD   PIC S9(8)V99.
           05   CPT00-ETAT     PIC X(01).
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   CPT00-NOCLI    PIC 9(06).
           05   FILLER         PIC X(06).
      *
       FD FOU-AUDIT
            RECORDING MODE IS F.
       01  FS-OU-AUDIT     PIC X(240).
      *
       FD FIN-DATCTL
            RECORDING MODE IS F.
       01  FS-IN-DATCTL    PIC X(20).
      *
       WORKING-STORAGE SECTION.
      * SECTION DES DONNEES DE  TRAVAIL
      *************************************************
      * ZONES D'ENREGISTREMENT
      *************************************************
       01  WS-MAJ-ENR.
           05   WS-MAJ-CODE    PIC X(01).
           05   WS-MAJ-NOCLI   PIC X(06).
           05   WS-MAJ-NOCLI-N REDEFINES WS-MAJ-NOCLI
                               PIC 9(06).
           05   WS-MAJ-NOM     PIC X(40).
           05   WS-MAJ-ADRESSE.
                10 WS-MAJ-ADR1    PIC X(32).
                10 WS-MAJ-ADR2    PIC X(32).
                10 WS-MAJ-CODPOS  PIC X(05).
                10 WS-MAJ-VILLE   PIC X(26).
           05   WS-MAJ-DATNAI  PIC X(08).
           05   WS-MAJ-DATNAI-N REDEFINES WS-MAJ-DATNAI
                               PIC 9(08).
           05   WS-MAJ-SEGMENT PIC X(02).
           05   FILLER         PIC X(08).
      * TRACE D'AUDIT : UNE LIGNE PAR MOUVEMENT DE GESTION
       01  WS-AUDIT-ENR.
           05   WS-AU-DATE     PIC 9(08).
           05   WS-AU-HEURE    PIC 9(08).
           05   WS-AU-CODE     PIC X(01).
           05   WS-AU-NOCLI    PIC X(06).
           05   WS-AU-ANCIEN   PIC X(95).
           05   WS-AU-NOUVEAU  PIC X(95).
           05   WS-AU-MOTIF    PIC X(25).
           05   FILLER         PIC X(02).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-MAJ    PIC XX.
       01    WS-FS-CLI        PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-FOU-AUDIT  PIC XX.
       01    WS-FS-FIN-DATCTL PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-CPT        PIC XXX    VALUE SPACE.
       01 WS-CLI-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CPT-RATTACHE   PIC XXX    VALUE SPACE.
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-APPLIQUES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REJETES    PIC 9(7) VALUE ZERO .
       01 WS-MOTIF          PIC X(25) VALUE SPACE.
       01 WS-ANCIEN         PIC X(95) VALUE SPACE.
       01 WS-NOUVEAU        PIC X(95) VALUE SPACE.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
      * CONTROLE D'UNE DATE AAAAMMJJ
       01 WS-DATE-W         PIC 9(08) VALUE ZERO.
       01 WS-AAMM-W         PIC 9(06) VALUE ZERO.
       01 WS-AN-W           PIC 9(04) VALUE ZERO.
       01 WS-MOIS-W         PIC 9(02) VALUE ZERO.
       01 WS-JOUR-W         PIC 9(02) VALUE ZERO.
       01 WS-QUOT-W         PIC 9(04) VALUE ZERO.
       01 WS-RESTE-4        PIC 9(04) VALUE ZERO.
       01 WS-RESTE-100      PIC 9(04) VALUE ZERO.
       01 WS-RESTE-400      PIC 9(04) VALUE ZERO.
       01 WS-BISSEXTILE     PIC X(03) VALUE SPACE.
       01 WS-JOURS-MOIS.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS.
          05 WS-NBJ-MOIS    PIC 9(02) OCCURS 12.
       01 WS-NBJ-MAX        PIC 9(02) VALUE ZERO.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PCLIMA'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.

      ********************************************************
       PROCEDURE DIVISION.

       0000-TRAITEMENT-DEB.
           ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

      * LA DATE COMPTABLE COMMUNE (DATCTL) REMPLACE LA DATE
      * CALENDAIRE POUR TOUT CE QUI EST DATE
           PERFORM 0050-DATE-COMPTABLE-DEB
              THRU 0050-DATE-COMPTABLE-FIN.

      * TRACE DU DEBUT DE LANCEMENT DANS LE JOURNAL COMMUN
           MOVE 'DEBUT' TO WS-JRN-EVT.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.

           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.
           PERFORM 1000-MOUVEMENT-LEC-DEB
              THRU 1000-MOUVEMENT-LEC-FIN.
           PERFORM 2000-MOUVEMENT-TRT-DEB
              THRU 2000-MOUVEMENT-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           PERFORM 0200-FERMETURES-DEB
              THRU 0200-FERMETURES-FIN.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

      * TRACE DE LA FIN DE LANCEMENT DANS LE JOURNAL COMMUN
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE 'FIN'   TO WS-JRN-EVT.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.

           PERFORM 9998-FIN-NORMALE-DEB
              THRU 9998-FIN-NORMALE-FIN.

       0000-TRAITEMENT-FIN. EXIT.

      *********************************************************
       0050-DATE-COMPTABLE-DEB.
      * LECTURE DE LA DATE COMPTABLE COMMUNE ; FICHIER ABSENT
      * = DATE CALENDAIRE CONSERVEE, AVEC MESSAGE PUPITRE
           OPEN INPUT FIN-DATCTL.
           IF WS-FS-FIN-DATCTL = '35'
              DISPLAY 'DATCTL ABSENT, DATE CALENDAIRE UTILISEE'
              GO TO 0050-DATE-COMPTABLE-FIN
           END-IF.
           IF WS-FS-FIN-DATCTL NOT = ZERO
              DISPLAY 'ERREUR OPEN DATCTL FS=' WS-FS-FIN-DATCTL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-DATCTL-LU.
           READ FIN-DATCTL
                INTO WS-DATCTL-ENR
               AT END MOVE 'FIN' TO WS-DATCTL-LU.
           IF WS-DATCTL-LU NOT = 'FIN'
              MOVE WS-DC-DATCPT TO WS-DATE-JOUR
           END-IF.
           CLOSE FIN-DATCTL.
       0050-DATE-COMPTABLE-FIN.
           EXIT.

      *********************************************************
       0100-OUVERTURES-DEB.
           OPEN INPUT FIN-MAJ.
           IF WS-FS-FIN-MAJ NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE GESTION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * LE FICHIER DES CLIENTS EST CREE VIDE A LA PREMIERE RUN
           OPEN I-O CLI-FICHIER.
           IF WS-FS-CLI = '35'
              OPEN OUTPUT CLI-FICHIER
              CLOSE CLI-FICHIER
              OPEN I-O CLI-FICHIER
           END-IF.
           IF WS-FS-CLI NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES CLIENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-AUDIT.
           IF WS-FS-FOU-AUDIT NOT = ZERO
              DISPLAY 'ERREUR OPEN TRACE AUDIT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE FIN-MAJ.
           CLOSE CLI-FICHIER.
           CLOSE FOU-AUDIT.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-MOUVEMENT-LEC-DEB.
           READ FIN-MAJ
                INTO WS-MAJ-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1000-MOUVEMENT-LEC-FIN.
           EXIT.

      *********************************************************
       2000-MOUVEMENT-TRT-DEB.
      * CONTROLE PUIS APPLICATION D'UN MOUVEMENT DE GESTION ;
      * TOUT MOUVEMENT LAISSE UNE TRACE D'AUDIT
           ADD 1 TO WS-CTR-LUS.
           MOVE SPACE TO WS-MOTIF.
           MOVE SPACE TO WS-ANCIEN WS-NOUVEAU.
           PERFORM 2100-CONTROLER-DEB
              THRU 2100-CONTROLER-FIN.
           IF WS-MOTIF = SPACE
              PERFORM 2200-APPLIQUER-DEB
                 THRU 2200-APPLIQUER-FIN
           END-IF.
           IF WS-MOTIF = SPACE
              ADD 1 TO WS-CTR-APPLIQUES
              MOVE 'APPLIQUE' TO WS-MOTIF
           ELSE
              ADD 1 TO WS-CTR-REJETES
              DISPLAY 'MOUVEMENT REJETE : ' WS-MOTIF ' CLIENT '
                      WS-MAJ-NOCLI
           END-IF.
           PERFORM 3000-AUDITER-DEB
              THRU 3000-AUDITER-FIN.
           PERFORM 1000-MOUVEMENT-LEC-DEB
              THRU 1000-MOUVEMENT-LEC-FIN.
       2000-MOUVEMENT-TRT-FIN.
           EXIT.

      *********************************************************
       2100-CONTROLER-DEB.
           IF WS-MAJ-CODE NOT = 'C'
              AND WS-MAJ-CODE NOT = 'N'
              AND WS-MAJ-CODE NOT = 'A'
              AND WS-MAJ-CODE NOT = 'D'
              AND WS-MAJ-CODE NOT = 'G'
              AND WS-MAJ-CODE NOT = 'F'
              MOVE 'CODE MOUVEMENT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-NOCLI NOT NUMERIC
              MOVE 'NUMERO CLIENT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * LE CLIENT ZERO DESIGNE LES COMPTES NON RATTACHES
           IF WS-MAJ-NOCLI-N = ZERO
              MOVE 'NUMERO CLIENT RESERVE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF (WS-MAJ-CODE = 'C' OR WS-MAJ-CODE = 'N')
              AND WS-MAJ-NOM = SPACE
              MOVE 'NOM ABSENT' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF (WS-MAJ-CODE = 'C' OR WS-MAJ-CODE = 'A')
              AND (WS-MAJ-ADR1 = SPACE
                   OR WS-MAJ-CODPOS = SPACE
                   OR WS-MAJ-VILLE = SPACE)
              MOVE 'ADRESSE INCOMPLETE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'C' OR WS-MAJ-CODE = 'D'
              PERFORM 2150-CONTROLER-DATE-DEB
                 THRU 2150-CONTROLER-DATE-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2100-CONTROLER-FIN
              END-IF
           END-IF.
           IF (WS-MAJ-CODE = 'C' OR WS-MAJ-CODE = 'G')
              AND WS-MAJ-SEGMENT NOT = 'PA'
              AND WS-MAJ-SEGMENT NOT = 'PR'
              AND WS-MAJ-SEGMENT NOT = 'EN'
              MOVE 'SEGMENT INVALIDE' TO WS-MOTIF
           END-IF.
       2100-CONTROLER-FIN.
           EXIT.

       2150-CONTROLER-DATE-DEB.
      * DATE DE NAISSANCE AAAAMMJJ : JOUR EXISTANT DU
      * CALENDRIER, ANTERIEURE A LA DATE COMPTABLE
           IF WS-MAJ-DATNAI NOT NUMERIC
              MOVE 'DATE NAISSANCE INVALIDE' TO WS-MOTIF
              GO TO 2150-CONTROLER-DATE-FIN
           END-IF.
           MOVE WS-MAJ-DATNAI-N TO WS-DATE-W.
           DIVIDE WS-DATE-W BY 100 GIVING WS-AAMM-W
                  REMAINDER WS-JOUR-W.
           DIVIDE WS-AAMM-W BY 100 GIVING WS-AN-W
                  REMAINDER WS-MOIS-W.
           IF WS-AN-W < 1900
              OR WS-MOIS-W < 1 OR WS-MOIS-W > 12
              OR WS-JOUR-W < 1
              MOVE 'DATE NAISSANCE INVALIDE' TO WS-MOTIF
              GO TO 2150-CONTROLER-DATE-FIN
           END-IF.
           MOVE WS-NBJ-MOIS (WS-MOIS-W) TO WS-NBJ-MAX.
           PERFORM 9110-BISSEXTILE-DEB
              THRU 9110-BISSEXTILE-FIN.
           IF WS-MOIS-W = 2 AND WS-BISSEXTILE = 'OUI'
              MOVE 29 TO WS-NBJ-MAX
           END-IF.
           IF WS-JOUR-W > WS-NBJ-MAX
              OR WS-MAJ-DATNAI-N > WS-DATE-JOUR
              MOVE 'DATE NAISSANCE INVALIDE' TO WS-MOTIF
           END-IF.
       2150-CONTROLER-DATE-FIN.
           EXIT.

      *********************************************************
       2200-APPLIQUER-DEB.
           MOVE WS-MAJ-NOCLI-N TO CLI00-NOCLI.
           READ CLI-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CLI-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CLI-EXISTE
           END-READ.
           IF WS-CLI-EXISTE = 'NON'
              PERFORM 2210-APPLIQUER-ABS-DEB
                 THRU 2210-APPLIQUER-ABS-FIN
           ELSE
              PERFORM 2220-APPLIQUER-PRES-DEB
                 THRU 2220-APPLIQUER-PRES-FIN
           END-IF.
       2200-APPLIQUER-FIN.
           EXIT.

       2210-APPLIQUER-ABS-DEB.
      * LE CLIENT N'EXISTE PAS : SEULE LA CREATION EST PERMISE
           IF WS-MAJ-CODE NOT = 'C'
              MOVE 'CLIENT INEXISTANT' TO WS-MOTIF
              GO TO 2210-APPLIQUER-ABS-FIN
           END-IF.
           MOVE SPACE           TO CLI00.
           MOVE WS-MAJ-NOCLI-N  TO CLI00-NOCLI.
           MOVE WS-MAJ-NOM      TO CLI00-NOM.
           MOVE WS-MAJ-ADRESSE  TO CLI00-ADRESSE.
           MOVE WS-MAJ-DATNAI-N TO CLI00-DATNAI.
           MOVE WS-MAJ-SEGMENT  TO CLI00-SEGMENT.
           MOVE WS-DATE-JOUR    TO CLI00-DATCRE.
           MOVE WS-MAJ-NOM      TO WS-NOUVEAU.
           WRITE CLI00
               INVALID KEY MOVE 'ERREUR ECRITURE CLIENT' TO WS-MOTIF
           END-WRITE.
       2210-APPLIQUER-ABS-FIN.
           EXIT.

       2220-APPLIQUER-PRES-DEB.
      * LE CLIENT EXISTE : CREATION INTERDITE, SUPPRESSION SI
      * AUCUN COMPTE RATTACHE, CHANGEMENT DE ZONE SINON
           IF WS-MAJ-CODE = 'C'
              MOVE 'CLIENT DEJA EXISTANT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'F'
              MOVE CLI00-NOM TO WS-ANCIEN
              PERFORM 2300-COMPTES-RATTACHES-DEB
                 THRU 2300-COMPTES-RATTACHES-FIN
              IF WS-CPT-RATTACHE = 'OUI'
                 MOVE 'COMPTE RATTACHE AU CLIENT' TO WS-MOTIF
                 GO TO 2220-APPLIQUER-PRES-FIN
              END-IF
              DELETE CLI-FICHIER
                  INVALID KEY MOVE 'ERREUR SUPPRESSION' TO WS-MOTIF
              END-DELETE
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'N'
              MOVE CLI00-NOM     TO WS-ANCIEN
              MOVE WS-MAJ-NOM    TO CLI00-NOM
              MOVE CLI00-NOM     TO WS-NOUVEAU
           END-IF.
           IF WS-MAJ-CODE = 'A'
              MOVE CLI00-ADRESSE TO WS-ANCIEN
              MOVE WS-MAJ-ADRESSE TO CLI00-ADRESSE
              MOVE CLI00-ADRESSE TO WS-NOUVEAU
           END-IF.
           IF WS-MAJ-CODE = 'D'
              MOVE CLI00-DATNAI  TO WS-ANCIEN
              MOVE WS-MAJ-DATNAI-N TO CLI00-DATNAI
              MOVE CLI00-DATNAI  TO WS-NOUVEAU
           END-IF.
           IF WS-MAJ-CODE = 'G'
              MOVE CLI00-SEGMENT TO WS-ANCIEN
              MOVE WS-MAJ-SEGMENT TO CLI00-SEGMENT
              MOVE CLI00-SEGMENT TO WS-NOUVEAU
           END-IF.
           REWRITE CLI00
               INVALID KEY MOVE 'ERREUR CORRECTION' TO WS-MOTIF
           END-REWRITE.
       2220-APPLIQUER-PRES-FIN.
           EXIT.

      *********************************************************
       2300-COMPTES-RATTACHES-DEB.
      * LECTURE COMPLETE DU FICHIER DES COMPTES A LA RECHERCHE
      * D'UN COMPTE DU CLIENT (SUPPRESSIONS PEU NOMBREUSES)
           MOVE 'NON' TO WS-CPT-RATTACHE.
           MOVE SPACE TO WS-FIN-CPT.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT = '35'
              GO TO 2300-COMPTES-RATTACHES-FIN
           END-IF.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 2310-CPT-LEC-DEB
              THRU 2310-CPT-LEC-FIN
              UNTIL WS-FIN-CPT = 'FIN'
              OR WS-CPT-RATTACHE = 'OUI'.
           CLOSE CPT-FICHIER.
       2300-COMPTES-RATTACHES-FIN.
           EXIT.

       2310-CPT-LEC-DEB.
           READ CPT-FICHIER NEXT RECORD
               AT END MOVE 'FIN' TO WS-FIN-CPT
               GO TO 2310-CPT-LEC-FIN
           END-READ.
           IF CPT00-NOCLI NUMERIC
              AND CPT00-NOCLI = WS-MAJ-NOCLI-N
              MOVE 'OUI' TO WS-CPT-RATTACHE
           END-IF.
       2310-CPT-LEC-FIN.
           EXIT.

      *********************************************************
       3000-AUDITER-DEB.
           MOVE WS-DATE-JOUR    TO WS-AU-DATE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-HEURE-JOUR   TO WS-AU-HEURE.
           MOVE WS-MAJ-CODE     TO WS-AU-CODE.
           MOVE WS-MAJ-NOCLI    TO WS-AU-NOCLI.
           MOVE WS-ANCIEN       TO WS-AU-ANCIEN.
           MOVE WS-NOUVEAU      TO WS-AU-NOUVEAU.
           MOVE WS-MOTIF        TO WS-AU-MOTIF.
           WRITE FS-OU-AUDIT FROM WS-AUDIT-ENR.
           IF WS-FS-FOU-AUDIT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE TRACE AUDIT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       3000-AUDITER-FIN.
           EXIT.

      *********************************************************
       9110-BISSEXTILE-DEB.
           MOVE SPACE TO WS-BISSEXTILE.
           DIVIDE WS-AN-W BY 4 GIVING WS-QUOT-W
                  REMAINDER WS-RESTE-4.
           DIVIDE WS-AN-W BY 100 GIVING WS-QUOT-W
                  REMAINDER WS-RESTE-100.
           DIVIDE WS-AN-W BY 400 GIVING WS-QUOT-W
                  REMAINDER WS-RESTE-400.
           IF (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
              OR WS-RESTE-400 = ZERO
              MOVE 'OUI' TO WS-BISSEXTILE
           END-IF.
       9110-BISSEXTILE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PCLIMA*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'MOUVEMENTS LUS        ' WS-CTR-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES  ' WS-CTR-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES    ' WS-CTR-REJETES.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PCLIMA *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-MAJ :      ' WS-FS-FIN-MAJ.
           DISPLAY ' WS-FS-CLI     :      ' WS-FS-CLI.
           DISPLAY ' WS-FS-CPT     :      ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-AUDIT :    ' WS-FS-FOU-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
