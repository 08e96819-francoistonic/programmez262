       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PMDTMA.

      *****************************************************
      *      MISE A JOUR DU REGISTRE DES MANDATS DE
      *      PRELEVEMENT (VSAM KSDS CLE = IDENTIFIANT DU
      *      CREANCIER + REFERENCE DU MANDAT, FORMAT MDT00)
      *      - APPLIQUE UN FICHIER DE MOUVEMENTS DE GESTION :
      *      LES MONTANTS SONT EN CENTIMES (DEUX DECIMALES
      *      IMPLICITES DANS LES DIX CHIFFRES), DANS LA DEVISE
      *      DU COMPTE DEBITEUR
      *        'C' CREATION D'UN MANDAT (COMPTE DEBITEUR, DATE
      *            DE SIGNATURE, NOM DU CREANCIER, MONTANT
      *            MAXIMUM PAR PRELEVEMENT FACULTATIF, ABSENT
      *            OU A ZERO = SANS MAXIMUM)
      *        'M' MODIFICATION DU MONTANT MAXIMUM OU DU NOM DU
      *            CREANCIER (ZONE A ESPACE = INCHANGEE ;
      *            MONTANT A ZERO = PLUS DE MAXIMUM)
      *        'X' REVOCATION DU MANDAT PAR LE DEBITEUR (ETAT
      *            'X', DATE DE REVOCATION ABSENTE = DATE DU
      *            JOUR ; LE MANDAT RESTE AU FICHIER)
      *      - CONTROLE COMPLET DE CHAQUE MOUVEMENT (CODE,
      *        IDENTIFIANTS, NUMERICITE, DATES, EXISTENCE DU
      *        COMPTE DEBITEUR A LA CREATION)
      *      - UNE TRACE D'AUDIT EST ECRITE POUR CHAQUE
      *        MOUVEMENT, APPLIQUE OU REJETE, AVEC L'ANCIEN
      *        ET LE NOUVEAU MONTANT MAXIMUM, COMME PCPTMA
      *      LES PRELEVEMENTS PRESENTES SONT CONFRONTES AU
      *      REGISTRE PAR PPRLCT
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-MAJ ASSIGN TO INMDTMAJ
               FILE STATUS IS WS-FS-FIN-MAJ.
      *
               SELECT MDT-FICHIER ASSIGN TO MDTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT00-CLE
               FILE STATUS IS WS-FS-MDT.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-AUDIT ASSIGN TO OUMDTAUD
               FILE STATUS IS WS-FS-FOU-AUDIT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-MAJ
            RECORDING MODE IS F.
       01  FS-IN-MAJ       PIC X(100).
      *
       FD MDT-FICHIER.
       01  MDT00.
           05   MDT00-CLE.
      * IDENTIFIANT DU CREANCIER ET REFERENCE UNIQUE DU MANDAT
                10 MDT00-CREANC   PIC X(13).
                10 MDT00-RUM      PIC X(20).
           05   MDT00-NOCPTE   PIC 9(10).
           05   MDT00-DATSIG   PIC 9(08).
      * ETAT : 'A' ACTIF, 'X' REVOQUE PAR LE DEBITEUR
           05   MDT00-STATUT   PIC X(01).
      * MONTANT MAXIMUM PAR PRELEVEMENT, ZERO = SANS MAXIMUM
           05   MDT00-MTMAX    PIC 9(8)V99.
           05   MDT00-NOMCRE   PIC X(24).
           05   MDT00-DATCRE   PIC 9(08).
           05   MDT00-DATREV   PIC 9(08).
           05   MDT00-DEVISE   PIC X(03).
           05   FILLER         PIC X(15).
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
       FD FOU-AUDIT
            RECORDING MODE IS F.
       01  FS-OU-AUDIT     PIC X(100).
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
           05   WS-MAJ-CREANC  PIC X(13).
           05   WS-MAJ-RUM     PIC X(20).
           05   WS-MAJ-NOCPTE  PIC X(10).
           05   WS-MAJ-NOCPTE-N REDEFINES WS-MAJ-NOCPTE
                               PIC 9(10).
           05   WS-MAJ-DATSIG  PIC X(08).
           05   WS-MAJ-DATSIG-N REDEFINES WS-MAJ-DATSIG
                               PIC 9(08).
           05   WS-MAJ-MTMAX   PIC X(10).
           05   WS-MAJ-MTMAX-N REDEFINES WS-MAJ-MTMAX
                               PIC 9(8)V99.
           05   WS-MAJ-NOMCRE  PIC X(24).
           05   WS-MAJ-DATREV  PIC X(08).
           05   WS-MAJ-DATREV-N REDEFINES WS-MAJ-DATREV
                               PIC 9(08).
           05   FILLER         PIC X(06).
      * TRACE D'AUDIT : UNE LIGNE PAR MOUVEMENT DE GESTION
       01  WS-AUDIT-ENR.
           05   WS-AU-DATE     PIC 9(08).
           05   WS-AU-HEURE    PIC 9(08).
           05   WS-AU-CODE     PIC X(01).
           05   WS-AU-CREANC   PIC X(13).
           05   WS-AU-RUM      PIC X(20).
           05   WS-AU-ANCIEN   PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-NOUVEAU  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-MOTIF    PIC X(25).
           05   FILLER         PIC X(03).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-MAJ    PIC XX.
       01    WS-FS-MDT        PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-FOU-AUDIT  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-MDT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-APPLIQUES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REJETES    PIC 9(7) VALUE ZERO .
       01 WS-MOTIF          PIC X(25) VALUE SPACE.
       01 WS-ANCIEN-MAX     PIC S9(8)V99 VALUE ZERO.
       01 WS-NOUVEAU-MAX    PIC S9(8)V99 VALUE ZERO.
       01 WS-DEVISE-DEB     PIC X(03) VALUE SPACE.
      * CONTROLE D'UNE DATE AAAAMMJJ
       01 WS-DATE-W         PIC 9(08) VALUE ZERO.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DW-AAAA     PIC 9(04).
          05 WS-DW-MM       PIC 9(02).
          05 WS-DW-JJ       PIC 9(02).
       01 WS-DATE-VALIDE    PIC XXX    VALUE SPACE.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-FS-FIN-DATCTL  PIC XX.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
       01 WS-DATCTL-ENR.
          05 WS-DC-DATCPT      PIC 9(08).
          05 WS-DC-DATPRE      PIC 9(08).
          05 FILLER            PIC X(04).
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PMDTMA'.
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
      * LE REGISTRE DES MANDATS EST CREE VIDE A LA PREMIERE RUN
           OPEN I-O MDT-FICHIER.
           IF WS-FS-MDT = '35'
              OPEN OUTPUT MDT-FICHIER
              CLOSE MDT-FICHIER
              OPEN I-O MDT-FICHIER
           END-IF.
           IF WS-FS-MDT NOT = ZERO
              DISPLAY 'ERREUR OPEN REGISTRE DES MANDATS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
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
           CLOSE MDT-FICHIER.
           CLOSE CPT-FICHIER.
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
           MOVE ZERO  TO WS-ANCIEN-MAX WS-NOUVEAU-MAX.
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
              DISPLAY 'MOUVEMENT REJETE : ' WS-MOTIF ' CREANCIER '
                      WS-MAJ-CREANC ' MANDAT ' WS-MAJ-RUM
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
              AND WS-MAJ-CODE NOT = 'M'
              AND WS-MAJ-CODE NOT = 'X'
              MOVE 'CODE MOUVEMENT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CREANC = SPACE
              MOVE 'CREANCIER ABSENT' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-RUM = SPACE
              MOVE 'REFERENCE MANDAT ABSENTE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-MTMAX NOT = SPACE
              AND WS-MAJ-MTMAX NOT NUMERIC
              MOVE 'MONTANT MAXIMUM INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'C'
              PERFORM 2110-CONTROLER-CREATION-DEB
                 THRU 2110-CONTROLER-CREATION-FIN
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'X'
              AND WS-MAJ-DATREV NOT = SPACE
              IF WS-MAJ-DATREV NOT NUMERIC
                 MOVE 'DATE DE REVOCATION INVALIDE' TO WS-MOTIF
                 GO TO 2100-CONTROLER-FIN
              END-IF
              MOVE WS-MAJ-DATREV-N TO WS-DATE-W
              PERFORM 9400-DATE-VALIDE-DEB
                 THRU 9400-DATE-VALIDE-FIN
              IF WS-DATE-VALIDE = 'NON'
                 MOVE 'DATE DE REVOCATION INVALIDE' TO WS-MOTIF
              END-IF
           END-IF.
       2100-CONTROLER-FIN.
           EXIT.

       2110-CONTROLER-CREATION-DEB.
      * CREATION : COMPTE DEBITEUR ET DATE DE SIGNATURE
      * OBLIGATOIRES ; LE COMPTE DOIT EXISTER ET NE PAS ETRE
      * CLOS OU EN CLOTURE
           IF WS-MAJ-NOCPTE NOT NUMERIC
              OR WS-MAJ-NOCPTE-N = ZERO
              OR WS-MAJ-NOCPTE-N = 9999999999
              MOVE 'NUMERO COMPTE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-DATSIG NOT NUMERIC
              MOVE 'DATE DE SIGNATURE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           MOVE WS-MAJ-DATSIG-N TO WS-DATE-W.
           PERFORM 9400-DATE-VALIDE-DEB
              THRU 9400-DATE-VALIDE-FIN.
           IF WS-DATE-VALIDE = 'NON'
              OR WS-MAJ-DATSIG-N > WS-DATE-JOUR
              MOVE 'DATE DE SIGNATURE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           MOVE WS-MAJ-NOCPTE-N TO CPT00-NOCPTE.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE DEBITEUR INCONNU' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF CPT00-ETAT = 'C' OR CPT00-ETAT = 'L'
              MOVE 'COMPTE DEBITEUR CLOS' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           MOVE CPT00-DEVISE TO WS-DEVISE-DEB.
           IF WS-DEVISE-DEB = SPACE
              MOVE 'EUR' TO WS-DEVISE-DEB
           END-IF.
       2110-CONTROLER-CREATION-FIN.
           EXIT.

      *********************************************************
       2200-APPLIQUER-DEB.
           MOVE WS-MAJ-CREANC TO MDT00-CREANC.
           MOVE WS-MAJ-RUM    TO MDT00-RUM.
           READ MDT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-MDT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-MDT-EXISTE
           END-READ.
           IF WS-MDT-EXISTE = 'NON'
              PERFORM 2210-APPLIQUER-ABS-DEB
                 THRU 2210-APPLIQUER-ABS-FIN
           ELSE
              MOVE MDT00-MTMAX TO WS-ANCIEN-MAX
              PERFORM 2220-APPLIQUER-PRES-DEB
                 THRU 2220-APPLIQUER-PRES-FIN
           END-IF.
       2200-APPLIQUER-FIN.
           EXIT.

       2210-APPLIQUER-ABS-DEB.
      * LE MANDAT N'EXISTE PAS : SEULE LA CREATION EST PERMISE
           IF WS-MAJ-CODE NOT = 'C'
              MOVE 'MANDAT INEXISTANT' TO WS-MOTIF
              GO TO 2210-APPLIQUER-ABS-FIN
           END-IF.
           MOVE SPACE            TO MDT00.
           MOVE WS-MAJ-CREANC    TO MDT00-CREANC.
           MOVE WS-MAJ-RUM       TO MDT00-RUM.
           MOVE WS-MAJ-NOCPTE-N  TO MDT00-NOCPTE.
           MOVE WS-MAJ-DATSIG-N  TO MDT00-DATSIG.
           MOVE 'A'              TO MDT00-STATUT.
           IF WS-MAJ-MTMAX = SPACE
              MOVE ZERO TO MDT00-MTMAX
           ELSE
              MOVE WS-MAJ-MTMAX-N TO MDT00-MTMAX
           END-IF.
           MOVE WS-MAJ-NOMCRE    TO MDT00-NOMCRE.
           MOVE WS-DATE-JOUR     TO MDT00-DATCRE.
           MOVE ZERO             TO MDT00-DATREV.
           MOVE WS-DEVISE-DEB    TO MDT00-DEVISE.
           MOVE MDT00-MTMAX      TO WS-NOUVEAU-MAX.
           WRITE MDT00
               INVALID KEY MOVE 'ERREUR ECRITURE MANDAT' TO WS-MOTIF
           END-WRITE.
       2210-APPLIQUER-ABS-FIN.
           EXIT.

       2220-APPLIQUER-PRES-DEB.
      * LE MANDAT EXISTE : CREATION INTERDITE ; UN MANDAT
      * REVOQUE NE SE MODIFIE PLUS (UN NOUVEAU MANDAT DOIT
      * ETRE SIGNE SOUS UNE AUTRE REFERENCE)
           MOVE MDT00-MTMAX TO WS-NOUVEAU-MAX.
           IF WS-MAJ-CODE = 'C'
              MOVE 'MANDAT DEJA EXISTANT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF MDT00-STATUT NOT = 'A'
              MOVE 'MANDAT REVOQUE' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'M'
              IF WS-MAJ-MTMAX NOT = SPACE
                 MOVE WS-MAJ-MTMAX-N TO MDT00-MTMAX
              END-IF
              IF WS-MAJ-NOMCRE NOT = SPACE
                 MOVE WS-MAJ-NOMCRE TO MDT00-NOMCRE
              END-IF
           END-IF.
           IF WS-MAJ-CODE = 'X'
              MOVE 'X' TO MDT00-STATUT
              IF WS-MAJ-DATREV = SPACE
                 MOVE WS-DATE-JOUR TO MDT00-DATREV
              ELSE
                 MOVE WS-MAJ-DATREV-N TO MDT00-DATREV
              END-IF
           END-IF.
           MOVE MDT00-MTMAX TO WS-NOUVEAU-MAX.
           REWRITE MDT00
               INVALID KEY MOVE 'ERREUR MISE A JOUR MANDAT'
                              TO WS-MOTIF
           END-REWRITE.
       2220-APPLIQUER-PRES-FIN.
           EXIT.

      *********************************************************
       3000-AUDITER-DEB.
           MOVE WS-DATE-JOUR    TO WS-AU-DATE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-HEURE-JOUR   TO WS-AU-HEURE.
           MOVE WS-MAJ-CODE     TO WS-AU-CODE.
           MOVE WS-MAJ-CREANC   TO WS-AU-CREANC.
           MOVE WS-MAJ-RUM      TO WS-AU-RUM.
           MOVE WS-ANCIEN-MAX   TO WS-AU-ANCIEN.
           MOVE WS-NOUVEAU-MAX  TO WS-AU-NOUVEAU.
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
       9400-DATE-VALIDE-DEB.
      * CONTROLE DE VRAISEMBLANCE D'UNE DATE AAAAMMJJ
      * (WS-DATE-W) : MOIS DE 1 A 12, JOUR DE 1 A 31
           MOVE 'OUI' TO WS-DATE-VALIDE.
           IF WS-DW-AAAA < 1900
              OR WS-DW-MM < 1 OR WS-DW-MM > 12
              OR WS-DW-JJ < 1 OR WS-DW-JJ > 31
              MOVE 'NON' TO WS-DATE-VALIDE
           END-IF.
       9400-DATE-VALIDE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PMDTMA*'
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
           DISPLAY '* FIN NORMALE DU PROGRAMME PMDTMA *'
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
           DISPLAY ' WS-FS-MDT     :      ' WS-FS-MDT.
           DISPLAY ' WS-FS-CPT     :      ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-AUDIT :    ' WS-FS-FOU-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
