       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PSAIMA.

      *****************************************************
      *      MISE A JOUR DU FICHIER DES SAISIES ET ATD
      *      (VSAM KSDS CLE = NUMERO DE COMPTE + NUMERO DE
      *      DOSSIER, FORMAT SAI00)
      *      - APPLIQUE UN FICHIER DE MOUVEMENTS DE GESTION :
      *      LES MONTANTS SONT EN CENTIMES (DEUX DECIMALES
      *      IMPLICITES DANS LES DIX CHIFFRES), DANS LA DEVISE
      *      DU COMPTE SAISI
      *        'N' NOTIFICATION D'UNE SAISIE ('S' SAISIE-
      *            ATTRIBUTION D'HUISSIER, 'A' AVIS A TIERS
      *            DETENTEUR DU TRESOR) : CREANCIER, COMPTE
      *            INTERNE DU CREANCIER A CREDITER, MONTANT
      *            NOTIFIE, SOLDE BANCAIRE INSAISISSABLE,
      *            DATE DE NOTIFICATION (ABSENTE = DATE DU
      *            JOUR) ET DATE DE PAIEMENT FACULTATIVE
      *        'M' MODIFICATION DU CREANCIER, DE SON COMPTE OU
      *            DE LA DATE DE PAIEMENT (ZONE A ESPACE =
      *            INCHANGEE) ; LA DATE DE PAIEMENT EST POSEE
      *            A LA RECEPTION DU CERTIFICAT DE NON-
      *            CONTESTATION OU A L'ECHEANCE DE L'ATD
      *        'P' MAINLEVEE PARTIELLE (MONTANT LIBERE DANS LA
      *            ZONE MONTANT NOTIFIE)
      *        'L' MAINLEVEE TOTALE (TOUT LE RESTE RETENU EST
      *            LIBERE, ETAT 'L')
      *      - A LA NOTIFICATION, LA SOMME RETENUE EST LE SOLDE
      *        DU COMPTE DIMINUE DU SOLDE INSAISISSABLE ET DES
      *        SOMMES DEJA RETENUES PAR LES AUTRES SAISIES
      *        ACTIVES DU COMPTE, DANS LA LIMITE DU MONTANT
      *        NOTIFIE ; ELLE EST RENDUE INDISPONIBLE PAR
      *        PAPRUP (LE COMPTE N'EST PLUS BLOQUE)
      *      - CONTROLE COMPLET DE CHAQUE MOUVEMENT (CODE,
      *        NUMERICITE, DATES, EXISTENCE DES COMPTES ET
      *        ACCORD DE LEUR DEVISE)
      *      - UNE TRACE D'AUDIT EST ECRITE POUR CHAQUE
      *        MOUVEMENT, APPLIQUE OU REJETE, AVEC L'ANCIEN
      *        ET LE NOUVEAU RESTE RETENU, COMME PCPTMA
      *      LE REGLEMENT AU CREANCIER EST GENERE PAR PSAIRG
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-MAJ ASSIGN TO INSAIMAJ
               FILE STATUS IS WS-FS-FIN-MAJ.
      *
               SELECT SAI-FICHIER ASSIGN TO SAIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAI00-CLE
               FILE STATUS IS WS-FS-SAI.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-AUDIT ASSIGN TO OUSAIAUD
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
       FD SAI-FICHIER.
       01  SAI00.
           05   SAI00-CLE.
                10 SAI00-NOCPTE   PIC 9(10).
                10 SAI00-NOSAI    PIC 9(04).
      * TYPE : 'S' SAISIE-ATTRIBUTION, 'A' AVIS A TIERS DETENTEUR
           05   SAI00-TYPE     PIC X(01).
      * ETAT : 'A' ACTIVE, 'P' PAYEE AU CREANCIER, 'L' LEVEE
           05   SAI00-STATUT   PIC X(01).
           05   SAI00-CREANC   PIC X(30).
           05   SAI00-CPTCRE   PIC 9(10).
           05   SAI00-MTNOTIF  PIC 9(8)V99.
           05   SAI00-MTSBI    PIC 9(8)V99.
      * RESTE INDISPONIBLE = RETENU - PAYE - LIBERE
           05   SAI00-MTRETENU PIC 9(8)V99.
           05   SAI00-MTPAYE   PIC 9(8)V99.
           05   SAI00-MTLIBERE PIC 9(8)V99.
           05   SAI00-DATNOTIF PIC 9(08).
      * DATE DE PAIEMENT A ZERO : PAIEMENT NON ENCORE AUTORISE
           05   SAI00-DATPAIE  PIC 9(08).
           05   SAI00-DATCLOT  PIC 9(08).
           05   SAI00-DEVISE   PIC X(03).
           05   FILLER         PIC X(17).
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
       01  FS-OU-AUDIT     PIC X(80).
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
           05   WS-MAJ-NOCPTE  PIC X(10).
           05   WS-MAJ-NOCPTE-N REDEFINES WS-MAJ-NOCPTE
                               PIC 9(10).
           05   WS-MAJ-NOSAI   PIC X(04).
           05   WS-MAJ-NOSAI-N REDEFINES WS-MAJ-NOSAI
                               PIC 9(04).
           05   WS-MAJ-TYPE    PIC X(01).
           05   WS-MAJ-CREANC  PIC X(30).
           05   WS-MAJ-CPTCRE  PIC X(10).
           05   WS-MAJ-CPTCRE-N REDEFINES WS-MAJ-CPTCRE
                               PIC 9(10).
           05   WS-MAJ-MONTANT PIC X(10).
           05   WS-MAJ-MONTANT-N REDEFINES WS-MAJ-MONTANT
                               PIC 9(8)V99.
           05   WS-MAJ-MTSBI   PIC X(10).
           05   WS-MAJ-MTSBI-N REDEFINES WS-MAJ-MTSBI
                               PIC 9(8)V99.
           05   WS-MAJ-DATNOTIF PIC X(08).
           05   WS-MAJ-DATNOTIF-N REDEFINES WS-MAJ-DATNOTIF
                               PIC 9(08).
           05   WS-MAJ-DATPAIE PIC X(08).
           05   WS-MAJ-DATPAIE-N REDEFINES WS-MAJ-DATPAIE
                               PIC 9(08).
           05   FILLER         PIC X(08).
      * TRACE D'AUDIT : UNE LIGNE PAR MOUVEMENT DE GESTION
       01  WS-AUDIT-ENR.
           05   WS-AU-DATE     PIC 9(08).
           05   WS-AU-HEURE    PIC 9(08).
           05   WS-AU-CODE     PIC X(01).
           05   WS-AU-NOCPTE   PIC X(10).
           05   WS-AU-NOSAI    PIC X(04).
           05   WS-AU-ANCIEN   PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-NOUVEAU  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-MOTIF    PIC X(25).
           05   FILLER         PIC X(02).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-MAJ    PIC XX.
       01    WS-FS-SAI        PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-FOU-AUDIT  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-SAI-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-FIN-DOSSIERS   PIC XXX    VALUE SPACE.
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-APPLIQUES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REJETES    PIC 9(7) VALUE ZERO .
       01 WS-MOTIF          PIC X(25) VALUE SPACE.
       01 WS-ANCIEN-RESTE   PIC S9(8)V99 VALUE ZERO.
       01 WS-NOUVEAU-RESTE  PIC S9(8)V99 VALUE ZERO.
      * SOLDE ET DEVISE DU COMPTE SAISI, SOMMES DEJA RETENUES
      * PAR LES AUTRES SAISIES ACTIVES DU COMPTE
       01 WS-SOLDE-SAISI    PIC S9(8)V99 VALUE ZERO.
       01 WS-DEVISE-SAISI   PIC X(03) VALUE SPACE.
       01 WS-DEJA-RETENU    PIC S9(9)V99 VALUE ZERO.
       01 WS-SAISISSABLE    PIC S9(9)V99 VALUE ZERO.
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
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PSAIMA'.
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
      * LE FICHIER DES SAISIES EST CREE VIDE A LA PREMIERE RUN
           OPEN I-O SAI-FICHIER.
           IF WS-FS-SAI = '35'
              OPEN OUTPUT SAI-FICHIER
              CLOSE SAI-FICHIER
              OPEN I-O SAI-FICHIER
           END-IF.
           IF WS-FS-SAI NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES SAISIES'
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
           CLOSE SAI-FICHIER.
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
           MOVE ZERO  TO WS-ANCIEN-RESTE WS-NOUVEAU-RESTE.
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
              DISPLAY 'MOUVEMENT REJETE : ' WS-MOTIF ' COMPTE '
                      WS-MAJ-NOCPTE ' DOSSIER ' WS-MAJ-NOSAI
           END-IF.
           PERFORM 3000-AUDITER-DEB
              THRU 3000-AUDITER-FIN.
           PERFORM 1000-MOUVEMENT-LEC-DEB
              THRU 1000-MOUVEMENT-LEC-FIN.
       2000-MOUVEMENT-TRT-FIN.
           EXIT.

      *********************************************************
       2100-CONTROLER-DEB.
           IF WS-MAJ-CODE NOT = 'N'
              AND WS-MAJ-CODE NOT = 'M'
              AND WS-MAJ-CODE NOT = 'P'
              AND WS-MAJ-CODE NOT = 'L'
              MOVE 'CODE MOUVEMENT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-NOCPTE NOT NUMERIC
              OR WS-MAJ-NOCPTE-N = ZERO
              OR WS-MAJ-NOCPTE-N = 9999999999
              MOVE 'NUMERO COMPTE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-NOSAI NOT NUMERIC
              OR WS-MAJ-NOSAI-N = ZERO
              MOVE 'NUMERO DE DOSSIER INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'N'
              PERFORM 2110-CONTROLER-NOTIF-DEB
                 THRU 2110-CONTROLER-NOTIF-FIN
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'P'
              AND (WS-MAJ-MONTANT NOT NUMERIC
                   OR WS-MAJ-MONTANT-N = ZERO)
              MOVE 'MONTANT LIBERE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * A LA MODIFICATION, UNE ZONE A ESPACE N'EST PAS
      * CONTROLEE (ELLE RESTE INCHANGEE)
           IF WS-MAJ-CODE NOT = 'M'
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CPTCRE NOT = SPACE
              AND (WS-MAJ-CPTCRE NOT NUMERIC
                   OR WS-MAJ-CPTCRE-N = ZERO
                   OR WS-MAJ-CPTCRE-N = 9999999999
                   OR WS-MAJ-CPTCRE-N = WS-MAJ-NOCPTE-N)
              MOVE 'COMPTE CREANCIER INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-DATPAIE NOT = SPACE
              PERFORM 2120-CONTROLER-DATPAIE-DEB
                 THRU 2120-CONTROLER-DATPAIE-FIN
           END-IF.
       2100-CONTROLER-FIN.
           EXIT.

       2110-CONTROLER-NOTIF-DEB.
      * NOTIFICATION : TYPE, CREANCIER, COMPTE DU CREANCIER ET
      * MONTANT NOTIFIE OBLIGATOIRES ; SOLDE INSAISISSABLE,
      * DATES DE NOTIFICATION ET DE PAIEMENT FACULTATIFS
           IF WS-MAJ-TYPE NOT = 'S'
              AND WS-MAJ-TYPE NOT = 'A'
              MOVE 'TYPE DE SAISIE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           IF WS-MAJ-CREANC = SPACE
              MOVE 'CREANCIER ABSENT' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           IF WS-MAJ-CPTCRE NOT NUMERIC
              OR WS-MAJ-CPTCRE-N = ZERO
              OR WS-MAJ-CPTCRE-N = 9999999999
              OR WS-MAJ-CPTCRE-N = WS-MAJ-NOCPTE-N
              MOVE 'COMPTE CREANCIER INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           IF WS-MAJ-MONTANT NOT NUMERIC
              OR WS-MAJ-MONTANT-N = ZERO
              MOVE 'MONTANT NOTIFIE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           IF WS-MAJ-MTSBI NOT = SPACE
              AND WS-MAJ-MTSBI NOT NUMERIC
              MOVE 'SOLDE INSAISISSABLE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           IF WS-MAJ-DATNOTIF NOT = SPACE
              IF WS-MAJ-DATNOTIF NOT NUMERIC
                 MOVE 'DATE DE NOTIFICATION INVALIDE' TO WS-MOTIF
                 GO TO 2110-CONTROLER-NOTIF-FIN
              END-IF
              MOVE WS-MAJ-DATNOTIF-N TO WS-DATE-W
              PERFORM 9400-DATE-VALIDE-DEB
                 THRU 9400-DATE-VALIDE-FIN
              IF WS-DATE-VALIDE = 'NON'
                 OR WS-MAJ-DATNOTIF-N > WS-DATE-JOUR
                 MOVE 'DATE DE NOTIFICATION INVALIDE' TO WS-MOTIF
                 GO TO 2110-CONTROLER-NOTIF-FIN
              END-IF
           END-IF.
           IF WS-MAJ-DATPAIE NOT = SPACE
              PERFORM 2120-CONTROLER-DATPAIE-DEB
                 THRU 2120-CONTROLER-DATPAIE-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2110-CONTROLER-NOTIF-FIN
              END-IF
           END-IF.
      * LE COMPTE SAISI DOIT EXISTER ET NE PAS ETRE CLOS
           MOVE WS-MAJ-NOCPTE-N TO CPT00-NOCPTE.
           PERFORM 2130-LIRE-COMPTE-DEB
              THRU 2130-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE SAISI INCONNU' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           IF CPT00-ETAT = 'C'
              MOVE 'COMPTE SAISI CLOS' TO WS-MOTIF
              GO TO 2110-CONTROLER-NOTIF-FIN
           END-IF.
           MOVE CPT00-MTSOLD TO WS-SOLDE-SAISI.
           MOVE CPT00-DEVISE TO WS-DEVISE-SAISI.
           IF WS-DEVISE-SAISI = SPACE
              MOVE 'EUR' TO WS-DEVISE-SAISI
           END-IF.
           PERFORM 2140-CONTROLER-CREANCIER-DEB
              THRU 2140-CONTROLER-CREANCIER-FIN.
       2110-CONTROLER-NOTIF-FIN.
           EXIT.

       2120-CONTROLER-DATPAIE-DEB.
           IF WS-MAJ-DATPAIE NOT NUMERIC
              MOVE 'DATE DE PAIEMENT INVALIDE' TO WS-MOTIF
              GO TO 2120-CONTROLER-DATPAIE-FIN
           END-IF.
           MOVE WS-MAJ-DATPAIE-N TO WS-DATE-W.
           PERFORM 9400-DATE-VALIDE-DEB
              THRU 9400-DATE-VALIDE-FIN.
           IF WS-DATE-VALIDE = 'NON'
              MOVE 'DATE DE PAIEMENT INVALIDE' TO WS-MOTIF
           END-IF.
       2120-CONTROLER-DATPAIE-FIN.
           EXIT.

       2130-LIRE-COMPTE-DEB.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
       2130-LIRE-COMPTE-FIN.
           EXIT.

       2140-CONTROLER-CREANCIER-DEB.
      * LE COMPTE INTERNE DU CREANCIER DOIT EXISTER, ETRE
      * OUVERT ET TENU DANS LA DEVISE DU COMPTE SAISI
      * (WS-DEVISE-SAISI)
           MOVE WS-MAJ-CPTCRE-N TO CPT00-NOCPTE.
           PERFORM 2130-LIRE-COMPTE-DEB
              THRU 2130-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE CREANCIER INCONNU' TO WS-MOTIF
              GO TO 2140-CONTROLER-CREANCIER-FIN
           END-IF.
           IF CPT00-ETAT = 'B' OR CPT00-ETAT = 'C'
              MOVE 'COMPTE CREANCIER FERME' TO WS-MOTIF
              GO TO 2140-CONTROLER-CREANCIER-FIN
           END-IF.
           IF CPT00-DEVISE = SPACE
              MOVE 'EUR' TO CPT00-DEVISE
           END-IF.
           IF CPT00-DEVISE NOT = WS-DEVISE-SAISI
              MOVE 'DEVISES DIFFERENTES' TO WS-MOTIF
           END-IF.
       2140-CONTROLER-CREANCIER-FIN.
           EXIT.

      *********************************************************
       2200-APPLIQUER-DEB.
           MOVE WS-MAJ-NOCPTE-N TO SAI00-NOCPTE.
           MOVE WS-MAJ-NOSAI-N  TO SAI00-NOSAI.
           READ SAI-FICHIER
               INVALID KEY MOVE 'NON' TO WS-SAI-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-SAI-EXISTE
           END-READ.
           IF WS-SAI-EXISTE = 'NON'
              PERFORM 2210-APPLIQUER-ABS-DEB
                 THRU 2210-APPLIQUER-ABS-FIN
           ELSE
              COMPUTE WS-ANCIEN-RESTE = SAI00-MTRETENU
                      - SAI00-MTPAYE - SAI00-MTLIBERE
              PERFORM 2220-APPLIQUER-PRES-DEB
                 THRU 2220-APPLIQUER-PRES-FIN
           END-IF.
       2200-APPLIQUER-FIN.
           EXIT.

       2210-APPLIQUER-ABS-DEB.
      * LE DOSSIER N'EXISTE PAS : SEULE LA NOTIFICATION EST
      * PERMISE ; LA SOMME RETENUE EST CALCULEE SUR LE SOLDE DU
      * COMPTE DIMINUE DU SOLDE INSAISISSABLE ET DES SOMMES
      * DEJA RETENUES PAR LES AUTRES SAISIES ACTIVES
           IF WS-MAJ-CODE NOT = 'N'
              MOVE 'DOSSIER INEXISTANT' TO WS-MOTIF
              GO TO 2210-APPLIQUER-ABS-FIN
           END-IF.
           PERFORM 2250-CUMULER-RETENUES-DEB
              THRU 2250-CUMULER-RETENUES-FIN.
           MOVE SPACE            TO SAI00.
           MOVE WS-MAJ-NOCPTE-N  TO SAI00-NOCPTE.
           MOVE WS-MAJ-NOSAI-N   TO SAI00-NOSAI.
           MOVE WS-MAJ-TYPE      TO SAI00-TYPE.
           MOVE 'A'              TO SAI00-STATUT.
           MOVE WS-MAJ-CREANC    TO SAI00-CREANC.
           MOVE WS-MAJ-CPTCRE-N  TO SAI00-CPTCRE.
           MOVE WS-MAJ-MONTANT-N TO SAI00-MTNOTIF.
           IF WS-MAJ-MTSBI = SPACE
              MOVE ZERO TO SAI00-MTSBI
           ELSE
              MOVE WS-MAJ-MTSBI-N TO SAI00-MTSBI
           END-IF.
           COMPUTE WS-SAISISSABLE = WS-SOLDE-SAISI - SAI00-MTSBI
                   - WS-DEJA-RETENU.
           IF WS-SAISISSABLE < ZERO
              MOVE ZERO TO WS-SAISISSABLE
           END-IF.
           IF WS-SAISISSABLE > SAI00-MTNOTIF
              MOVE SAI00-MTNOTIF TO WS-SAISISSABLE
           END-IF.
           MOVE WS-SAISISSABLE   TO SAI00-MTRETENU.
           MOVE ZERO             TO SAI00-MTPAYE SAI00-MTLIBERE.
           IF WS-MAJ-DATNOTIF = SPACE
              MOVE WS-DATE-JOUR TO SAI00-DATNOTIF
           ELSE
              MOVE WS-MAJ-DATNOTIF-N TO SAI00-DATNOTIF
           END-IF.
           IF WS-MAJ-DATPAIE = SPACE
              MOVE ZERO TO SAI00-DATPAIE
           ELSE
              MOVE WS-MAJ-DATPAIE-N TO SAI00-DATPAIE
           END-IF.
           MOVE ZERO             TO SAI00-DATCLOT.
           MOVE WS-DEVISE-SAISI  TO SAI00-DEVISE.
           MOVE SAI00-MTRETENU   TO WS-NOUVEAU-RESTE.
           WRITE SAI00
               INVALID KEY MOVE 'ERREUR ECRITURE DOSSIER' TO WS-MOTIF
           END-WRITE.
       2210-APPLIQUER-ABS-FIN.
           EXIT.

       2220-APPLIQUER-PRES-DEB.
      * LE DOSSIER EXISTE : NOTIFICATION INTERDITE ; UN DOSSIER
      * PAYE OU LEVE NE SE MODIFIE PLUS
           IF WS-MAJ-CODE = 'N'
              MOVE 'DOSSIER DEJA EXISTANT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF SAI00-STATUT NOT = 'A'
              MOVE 'DOSSIER PAYE OU LEVE' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'M'
              PERFORM 2230-MODIFIER-DEB
                 THRU 2230-MODIFIER-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2220-APPLIQUER-PRES-FIN
              END-IF
           END-IF.
           IF WS-MAJ-CODE = 'P'
              AND WS-MAJ-MONTANT-N > WS-ANCIEN-RESTE
              MOVE 'MONTANT SUPERIEUR AU RETENU' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'P'
              ADD WS-MAJ-MONTANT-N TO SAI00-MTLIBERE
           END-IF.
           IF WS-MAJ-CODE = 'L'
              ADD WS-ANCIEN-RESTE TO SAI00-MTLIBERE
           END-IF.
           COMPUTE WS-NOUVEAU-RESTE = SAI00-MTRETENU
                   - SAI00-MTPAYE - SAI00-MTLIBERE.
      * PLUS RIEN DE RETENU APRES UNE MAINLEVEE : DOSSIER LEVE
           IF WS-MAJ-CODE NOT = 'M'
              AND WS-NOUVEAU-RESTE = ZERO
              MOVE 'L'          TO SAI00-STATUT
              MOVE WS-DATE-JOUR TO SAI00-DATCLOT
           END-IF.
           REWRITE SAI00
               INVALID KEY MOVE 'ERREUR MISE A JOUR DOSSIER'
                              TO WS-MOTIF
           END-REWRITE.
       2220-APPLIQUER-PRES-FIN.
           EXIT.

       2230-MODIFIER-DEB.
      * REPORT DES SEULES ZONES RENSEIGNEES ; UN NOUVEAU COMPTE
      * CREANCIER EST CONTROLE COMME A LA NOTIFICATION
           IF WS-MAJ-CPTCRE NOT = SPACE
              MOVE SAI00-DEVISE TO WS-DEVISE-SAISI
              PERFORM 2140-CONTROLER-CREANCIER-DEB
                 THRU 2140-CONTROLER-CREANCIER-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2230-MODIFIER-FIN
              END-IF
              MOVE WS-MAJ-CPTCRE-N TO SAI00-CPTCRE
           END-IF.
           IF WS-MAJ-CREANC NOT = SPACE
              MOVE WS-MAJ-CREANC TO SAI00-CREANC
           END-IF.
           IF WS-MAJ-DATPAIE NOT = SPACE
              MOVE WS-MAJ-DATPAIE-N TO SAI00-DATPAIE
           END-IF.
       2230-MODIFIER-FIN.
           EXIT.

       2250-CUMULER-RETENUES-DEB.
      * RESTE RETENU DES AUTRES SAISIES ACTIVES DU COMPTE
           MOVE ZERO  TO WS-DEJA-RETENU.
           MOVE SPACE TO WS-FIN-DOSSIERS.
           MOVE WS-MAJ-NOCPTE-N TO SAI00-NOCPTE.
           MOVE ZERO            TO SAI00-NOSAI.
           START SAI-FICHIER KEY NOT < SAI00-CLE
               INVALID KEY GO TO 2250-CUMULER-RETENUES-FIN
           END-START.
           PERFORM 2260-DOSSIER-SUIVANT-DEB
              THRU 2260-DOSSIER-SUIVANT-FIN
              UNTIL WS-FIN-DOSSIERS = 'FIN'.
       2250-CUMULER-RETENUES-FIN.
           EXIT.

       2260-DOSSIER-SUIVANT-DEB.
           READ SAI-FICHIER NEXT
               AT END MOVE 'FIN' TO WS-FIN-DOSSIERS
                      GO TO 2260-DOSSIER-SUIVANT-FIN
           END-READ.
           IF SAI00-NOCPTE NOT = WS-MAJ-NOCPTE-N
              MOVE 'FIN' TO WS-FIN-DOSSIERS
              GO TO 2260-DOSSIER-SUIVANT-FIN
           END-IF.
           IF SAI00-STATUT = 'A'
              COMPUTE WS-DEJA-RETENU = WS-DEJA-RETENU
                      + SAI00-MTRETENU - SAI00-MTPAYE
                      - SAI00-MTLIBERE
           END-IF.
       2260-DOSSIER-SUIVANT-FIN.
           EXIT.

      *********************************************************
       3000-AUDITER-DEB.
           MOVE WS-DATE-JOUR    TO WS-AU-DATE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-HEURE-JOUR   TO WS-AU-HEURE.
           MOVE WS-MAJ-CODE     TO WS-AU-CODE.
           MOVE WS-MAJ-NOCPTE   TO WS-AU-NOCPTE.
           MOVE WS-MAJ-NOSAI    TO WS-AU-NOSAI.
           MOVE WS-ANCIEN-RESTE TO WS-AU-ANCIEN.
           MOVE WS-NOUVEAU-RESTE TO WS-AU-NOUVEAU.
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
           DISPLAY '* STATISTIQUES DU PROGRAMME PSAIMA*'
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
           DISPLAY '* FIN NORMALE DU PROGRAMME PSAIMA *'
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
           DISPLAY ' WS-FS-SAI     :      ' WS-FS-SAI.
           DISPLAY ' WS-FS-CPT     :      ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-AUDIT :    ' WS-FS-FOU-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
