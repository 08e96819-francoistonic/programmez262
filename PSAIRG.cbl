       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PSAIRG.

      *****************************************************
      *      REGLEMENT DES SAISIES ET ATD AUX CREANCIERS
      *      - PARCOURT LE FICHIER DES SAISIES (SAI00, TENU
      *        PAR PSAIMA)
      *      - UN DOSSIER ACTIF DONT LA DATE DE PAIEMENT EST
      *        POSEE ET ATTEINTE PAR LA DATE COMPTABLE EST
      *        REGLE : LE RESTE RETENU DONNE UNE PAIRE DE
      *        MOUVEMENTS AU FORMAT TC00, SENS 'C' SUR LE COMPTE
      *        SAISI, SENS 'D' SUR LE COMPTE DU CREANCIER,
      *        DATES DU JOUR COMPTABLE, ORIGINE 'SAISIE',
      *        REFERENCE SOURCE 'A', ENTETE ET FIN DE FICHIER
      *        COMME LES FICHIERS D'AGENCE : LES REGLEMENTS
      *        PASSENT PAR PFUSTC (ENTREE DES MOUVEMENTS
      *        INTERNES INTCAG6) ET PAPRUP SOUS LES CONTROLES
      *        NORMAUX (LA SOMME SAISIE N'Y EST PAS OPPOSEE A
      *        L'ORIGINE 'SAISIE')
      *      - LE DOSSIER REGLE PASSE A L'ETAT PAYE 'P' ; UN
      *        DOSSIER DONT UN DES COMPTES EST INCONNU, BLOQUE
      *        OU CLOS, OU DONT LES DEVISES DIFFERENT, N'EST PAS
      *        REGLE ET RESTE ACTIF (IL EST REPRIS A LA RUN
      *        SUIVANTE)
      *      - EDITE UN ETAT DES SAISIES : DOSSIERS ACTIFS ET
      *        DOSSIERS CLOS DANS LA JOURNEE, AVEC LES MONTANTS
      *        NOTIFIES, RETENUS, PAYES, LIBERES ET LE RESTE
      *        RETENU (DEVISE DU COMPTE SAISI)
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT SAI-FICHIER ASSIGN TO SAIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAI00-CLE
               FILE STATUS IS WS-FS-SAI.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-MVT ASSIGN TO OUSAIMVT
               FILE STATUS IS WS-FS-FOU-MVT.
      *
               SELECT FOU-SAIRPT ASSIGN TO OUSAIRPT
               FILE STATUS IS WS-FS-FOU-SAIRPT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
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
       FD FOU-MVT
            RECORDING MODE IS F.
       01  FS-OU-MVT       PIC X(53).
      *
       FD FOU-SAIRPT
            RECORDING MODE IS F.
       01  FS-OU-SAIRPT    PIC X(132).
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
       01  WS-MVT-ENR.
           05   WS-MV-NOCPTE   PIC 9(10).
           05   WS-MV-DAMVT    PIC X(08).
           05   WS-MV-DAMVT-N REDEFINES WS-MV-DAMVT
                               PIC 9(08).
           05   WS-MV-CDMVT    PIC X(01).
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   WS-MV-DEVISE   PIC X(03).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-SAI         PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FOU-MVT     PIC XX.
       01    WS-FS-FOU-SAIRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-DEVISE-DB      PIC X(03)  VALUE SPACE.
       01 WS-DEVISE-CR      PIC X(03)  VALUE SPACE.
       01 WS-CTR-DOSSIERS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-ACTIFS     PIC 9(7) VALUE ZERO .
       01 WS-CTR-PAYES      PIC 9(7) VALUE ZERO .
       01 WS-CTR-NON-PAYES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-CLOS-JOUR  PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVTS       PIC 9(7) VALUE ZERO .
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
       01 WS-MOTIF          PIC X(24) VALUE SPACE.
       01 WS-RESTE          PIC 9(8)V99 VALUE ZERO.
      * TOTAUX DES DOSSIERS EDITES (SOMMES DE CONTROLE, TOUTES
      * DEVISES CONFONDUES COMME LE TOTAL VIRE DE PVIRGE)
       01 WS-TOT-NOTIF      PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-RETENU     PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-PAYE       PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-LIBERE     PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-RESTE      PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-REGLE      PIC 9(10)V99 VALUE ZERO.
      * REFERENCE UNIQUE DE MOUVEMENT POSEE A LA CAPTURE
      * (MEME CONVENTION QUE PFUSTC : SOURCE 'A' POUR LES
      * SAISIES ET ATD, DATE COMPTABLE AMMJJ, NUMERO D'ORDRE)
       01 WS-REF-SEQ        PIC 9(05) VALUE ZERO.
       01 WS-REF-W.
          05 WS-REF-SRC     PIC X(01) VALUE 'A'.
          05 WS-REF-AMMJJ   PIC X(05).
          05 WS-REF-NOSEQ   PIC 9(05).
       01 WS-REF-DATE8      PIC 9(08) VALUE ZERO.
       01 WS-REF-DATE8-R REDEFINES WS-REF-DATE8.
          05 FILLER         PIC X(03).
          05 WS-REF-DATE5   PIC X(05).
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
       01 WS-DATCTL-ENR.
          05 WS-DC-DATCPT      PIC 9(08).
          05 WS-DC-DATPRE      PIC 9(08).
          05 FILLER            PIC X(04).
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PSAIRG'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT DES SAISIES
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(33)
                    VALUE 'ETAT DES SAISIES ET ATD AU :'.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(91) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(12) VALUE '   COMPTE   '.
          05 FILLER           PIC X(05) VALUE 'DOSS '.
          05 FILLER           PIC X(04) VALUE 'T E '.
          05 FILLER           PIC X(17) VALUE 'CREANCIER'.
          05 FILLER           PIC X(12) VALUE '    NOTIFIE '.
          05 FILLER           PIC X(12) VALUE '     RETENU '.
          05 FILLER           PIC X(12) VALUE '       PAYE '.
          05 FILLER           PIC X(12) VALUE '     LIBERE '.
          05 FILLER           PIC X(12) VALUE '      RESTE '.
          05 FILLER           PIC X(09) VALUE 'NOTIFIE '.
          05 FILLER           PIC X(09) VALUE 'PAIEMENT'.
          05 FILLER           PIC X(16) VALUE 'VERDICT'.
       01 WS-LIGNE-DOSSIER.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-NOSAI      PIC 9(04).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-TYPE       PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-STATUT     PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-CREANC     PIC X(16).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MTNOTIF    PIC Z(7)9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MTRETENU   PIC Z(7)9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MTPAYE     PIC Z(7)9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MTLIBERE   PIC Z(7)9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-RESTE      PIC Z(7)9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DATNOTIF   PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DATPAIE    PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-VERDICT    PIC X(13).
          05 FILLER           PIC X(03) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(34).
          05 WS-TO-NOMBRE     PIC Z(9)9,99.
          05 FILLER           PIC X(83) VALUE SPACE.
      *
       01 WS-ETAT-LIGNE-CTR  PIC 9(03) VALUE ZERO.
       01 WS-ETAT-PAGE-CTR   PIC 9(03) VALUE ZERO.

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

           MOVE WS-DATE-JOUR TO WS-REF-DATE8.

           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.
           PERFORM 1000-DOSSIER-LEC-DEB
              THRU 1000-DOSSIER-LEC-FIN.
           PERFORM 2000-DOSSIER-TRT-DEB
              THRU 2000-DOSSIER-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           PERFORM 3000-TOTAUX-DEB
              THRU 3000-TOTAUX-FIN.
           PERFORM 0300-FERMETURES-DEB
              THRU 0300-FERMETURES-FIN.

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
       0200-OUVERTURES-DEB.
           MOVE SPACE TO WS-FIN-FLAG.
      * FICHIER DES SAISIES ABSENT : AUCUN DOSSIER, LE FICHIER
      * DE MOUVEMENTS EST PRODUIT VIDE (ENTETE ET FIN)
           OPEN I-O SAI-FICHIER.
           IF WS-FS-SAI = '35'
              DISPLAY 'FICHIER DES SAISIES ABSENT, AUCUN DOSSIER'
              MOVE 'FIN' TO WS-FIN-FLAG
           ELSE
              IF WS-FS-SAI NOT = ZERO
                 DISPLAY 'ERREUR OPEN FICHIER DES SAISIES'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-MVT.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE SAISIE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * ENTETE DU FICHIER DE MOUVEMENTS (MEME CONVENTION QUE
      * LES FICHIERS D'AGENCE)
           MOVE SPACE          TO WS-MVT-ENR.
           MOVE ZERO           TO WS-MV-NOCPTE.
           MOVE WS-DATE-JOUR   TO WS-MV-DAMVT-N.
           MOVE 'E'            TO WS-MV-CDMVT.
           MOVE ZERO           TO WS-MV-MTMVT.
           MOVE 'SAISIE'       TO WS-MV-ORIGINE.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE ENTETE MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-SAIRPT.
           IF WS-FS-FOU-SAIRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES SAISIES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 8000-ENTETE-PAGE-DEB
              THRU 8000-ENTETE-PAGE-FIN.
       0200-OUVERTURES-FIN.
           EXIT.

       0300-FERMETURES-DEB.
      * FIN DE FICHIER DES MOUVEMENTS (NOMBRE ET TOTAL DE
      * CONTROLE DES MONTANTS)
           MOVE SPACE          TO WS-MVT-ENR.
           MOVE 9999999999     TO WS-MV-NOCPTE.
           MOVE WS-CTR-MVTS    TO WS-MV-DAMVT-N.
           MOVE 'T'            TO WS-MV-CDMVT.
           MOVE WS-HASH-MVT    TO WS-MV-MTMVT.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FIN MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-FS-SAI NOT = '35'
              CLOSE SAI-FICHIER
           END-IF.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-SAIRPT.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-DOSSIER-LEC-DEB.
           READ SAI-FICHIER NEXT
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1000-DOSSIER-LEC-FIN.
           EXIT.

      *********************************************************
       2000-DOSSIER-TRT-DEB.
      * SONT EDITES LES DOSSIERS ACTIFS ET CEUX CLOS DANS LA
      * JOURNEE (PAR PSAIMA OU PAR LE REGLEMENT CI-DESSOUS) ;
      * LES DOSSIERS CLOS AUPARAVANT SONT SEULEMENT COMPTES
           ADD 1 TO WS-CTR-DOSSIERS.
           IF SAI00-STATUT NOT = 'A'
              AND SAI00-DATCLOT NOT = WS-DATE-JOUR
              GO TO 2000-DOSSIER-TRT-90
           END-IF.
           MOVE SPACE TO WS-MOTIF WS-LD-VERDICT.
           IF SAI00-STATUT = 'A'
              AND SAI00-DATPAIE NOT = ZERO
              AND SAI00-DATPAIE NOT > WS-DATE-JOUR
              PERFORM 2200-REGLER-DEB
                 THRU 2200-REGLER-FIN
           END-IF.
           IF SAI00-STATUT = 'A'
              ADD 1 TO WS-CTR-ACTIFS
           ELSE
              ADD 1 TO WS-CTR-CLOS-JOUR
           END-IF.
           PERFORM 6000-EDITER-DOSSIER-DEB
              THRU 6000-EDITER-DOSSIER-FIN.
       2000-DOSSIER-TRT-90.
           PERFORM 1000-DOSSIER-LEC-DEB
              THRU 1000-DOSSIER-LEC-FIN.
       2000-DOSSIER-TRT-FIN.
           EXIT.

      *********************************************************
       2200-REGLER-DEB.
      * REGLEMENT DU RESTE RETENU : CONTROLE DES DEUX COMPTES
      * SUR LE FICHIER DES COMPTES, PUIS GENERATION DE LA PAIRE
      * ET PASSAGE DU DOSSIER A L'ETAT PAYE ; UN DOSSIER SANS
      * RESTE RETENU EST CLOS SANS MOUVEMENT
           COMPUTE WS-RESTE = SAI00-MTRETENU - SAI00-MTPAYE
                   - SAI00-MTLIBERE.
           IF WS-RESTE = ZERO
              MOVE 'RIEN A PAYER' TO WS-LD-VERDICT
              GO TO 2200-REGLER-80
           END-IF.
           MOVE SPACE TO WS-DEVISE-DB WS-DEVISE-CR.
           MOVE SAI00-NOCPTE TO CPT00-NOCPTE.
           PERFORM 2210-LIRE-COMPTE-DEB
              THRU 2210-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE SAISI INCONNU' TO WS-MOTIF
           ELSE
              IF CPT00-ETAT = 'B'
                 MOVE 'COMPTE SAISI BLOQUE' TO WS-MOTIF
              END-IF
              IF CPT00-ETAT = 'C'
                 MOVE 'COMPTE SAISI CLOS' TO WS-MOTIF
              END-IF
              MOVE CPT00-DEVISE TO WS-DEVISE-DB
           END-IF.
           IF WS-MOTIF = SPACE
              MOVE SAI00-CPTCRE TO CPT00-NOCPTE
              PERFORM 2210-LIRE-COMPTE-DEB
                 THRU 2210-LIRE-COMPTE-FIN
              IF WS-CPT-EXISTE = 'NON'
                 MOVE 'COMPTE CREANCIER INCONNU' TO WS-MOTIF
              ELSE
                 IF CPT00-ETAT = 'B'
                    MOVE 'COMPTE CREANCIER BLOQUE' TO WS-MOTIF
                 END-IF
                 IF CPT00-ETAT = 'C'
                    MOVE 'COMPTE CREANCIER CLOS' TO WS-MOTIF
                 END-IF
                 MOVE CPT00-DEVISE TO WS-DEVISE-CR
              END-IF
           END-IF.
      * DEVISE A BLANC SUR LE FICHIER DES COMPTES = EURO
           IF WS-MOTIF = SPACE
              IF WS-DEVISE-DB = SPACE
                 MOVE 'EUR' TO WS-DEVISE-DB
              END-IF
              IF WS-DEVISE-CR = SPACE
                 MOVE 'EUR' TO WS-DEVISE-CR
              END-IF
              IF WS-DEVISE-DB NOT = WS-DEVISE-CR
                 MOVE 'DEVISES DIFFERENTES' TO WS-MOTIF
              END-IF
           END-IF.
           IF WS-MOTIF NOT = SPACE
              ADD 1 TO WS-CTR-NON-PAYES
              MOVE '*NON PAYE*' TO WS-LD-VERDICT
              DISPLAY 'SAISIE NON REGLEE, COMPTE ' SAI00-NOCPTE
                      ' DOSSIER ' SAI00-NOSAI ' ' WS-MOTIF
              GO TO 2200-REGLER-FIN
           END-IF.
           PERFORM 2300-GENERER-PAIRE-DEB
              THRU 2300-GENERER-PAIRE-FIN.
           ADD 1 TO WS-CTR-PAYES.
           ADD WS-RESTE TO WS-TOT-REGLE.
           ADD WS-RESTE TO SAI00-MTPAYE.
           MOVE 'PAYE'       TO WS-LD-VERDICT.
       2200-REGLER-80.
           MOVE 'P'          TO SAI00-STATUT.
           MOVE WS-DATE-JOUR TO SAI00-DATCLOT.
           REWRITE SAI00.
           IF WS-FS-SAI NOT = ZERO
              DISPLAY 'ERREUR MISE A JOUR DOSSIER ' SAI00-NOCPTE
                      ' ' SAI00-NOSAI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       2200-REGLER-FIN.
           EXIT.

       2210-LIRE-COMPTE-DEB.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
       2210-LIRE-COMPTE-FIN.
           EXIT.

      *********************************************************
       2300-GENERER-PAIRE-DEB.
      * SENS 'C' SUR LE COMPTE SAISI (LA CHAINE DIMINUE LE
      * SOLDE), SENS 'D' SUR LE COMPTE DU CREANCIER (LA CHAINE
      * AUGMENTE LE SOLDE), A LA DATE DU JOUR COMPTABLE
           MOVE SAI00-NOCPTE TO WS-MV-NOCPTE.
           MOVE 'C'          TO WS-MV-CDMVT.
           PERFORM 2310-ECRIRE-MVT-DEB
              THRU 2310-ECRIRE-MVT-FIN.
           MOVE SAI00-CPTCRE TO WS-MV-NOCPTE.
           MOVE 'D'          TO WS-MV-CDMVT.
           PERFORM 2310-ECRIRE-MVT-DEB
              THRU 2310-ECRIRE-MVT-FIN.
       2300-GENERER-PAIRE-FIN.
           EXIT.

       2310-ECRIRE-MVT-DEB.
           MOVE WS-DATE-JOUR    TO WS-MV-DAMVT-N.
           MOVE WS-RESTE        TO WS-MV-MTMVT.
           MOVE 'SAISIE'        TO WS-MV-ORIGINE.
           MOVE WS-DEVISE-DB    TO WS-MV-DEVISE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-REF-SEQ.
           MOVE WS-REF-DATE5    TO WS-REF-AMMJJ.
           MOVE WS-REF-SEQ      TO WS-REF-NOSEQ.
           MOVE WS-REF-W        TO WS-MV-REFMVT.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE MOUVEMENT DE SAISIE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-MVTS.
           ADD WS-RESTE TO WS-HASH-MVT.
       2310-ECRIRE-MVT-FIN.
           EXIT.

      *********************************************************
       6000-EDITER-DOSSIER-DEB.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           COMPUTE WS-RESTE = SAI00-MTRETENU - SAI00-MTPAYE
                   - SAI00-MTLIBERE.
           MOVE SAI00-NOCPTE   TO WS-LD-NOCPTE.
           MOVE SAI00-NOSAI    TO WS-LD-NOSAI.
           MOVE SAI00-TYPE     TO WS-LD-TYPE.
           MOVE SAI00-STATUT   TO WS-LD-STATUT.
           MOVE SAI00-CREANC   TO WS-LD-CREANC.
           MOVE SAI00-MTNOTIF  TO WS-LD-MTNOTIF.
           MOVE SAI00-MTRETENU TO WS-LD-MTRETENU.
           MOVE SAI00-MTPAYE   TO WS-LD-MTPAYE.
           MOVE SAI00-MTLIBERE TO WS-LD-MTLIBERE.
           MOVE WS-RESTE       TO WS-LD-RESTE.
           MOVE SAI00-DATNOTIF TO WS-LD-DATNOTIF.
           MOVE SAI00-DATPAIE  TO WS-LD-DATPAIE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-DOSSIER.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           ADD SAI00-MTNOTIF  TO WS-TOT-NOTIF.
           ADD SAI00-MTRETENU TO WS-TOT-RETENU.
           ADD SAI00-MTPAYE   TO WS-TOT-PAYE.
           ADD SAI00-MTLIBERE TO WS-TOT-LIBERE.
           ADD WS-RESTE       TO WS-TOT-RESTE.
       6000-EDITER-DOSSIER-FIN.
           EXIT.

       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR  TO WS-TI-DATE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-SAIRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-SAIRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       3000-TOTAUX-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'DOSSIERS LUS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-DOSSIERS TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'DOSSIERS ACTIFS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ACTIFS TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'DOSSIERS CLOS DANS LA JOURNEE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-CLOS-JOUR TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'DOSSIERS REGLES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-PAYES TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'DOSSIERS NON REGLES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-NON-PAYES TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL NOTIFIE' TO WS-TO-LIBELLE.
           MOVE WS-TOT-NOTIF TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL RETENU' TO WS-TO-LIBELLE.
           MOVE WS-TOT-RETENU TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL PAYE' TO WS-TO-LIBELLE.
           MOVE WS-TOT-PAYE TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL LIBERE' TO WS-TO-LIBELLE.
           MOVE WS-TOT-LIBERE TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL RESTE RETENU' TO WS-TO-LIBELLE.
           MOVE WS-TOT-RESTE TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
           MOVE 'MONTANT REGLE DANS LA JOURNEE' TO WS-TO-LIBELLE.
           MOVE WS-TOT-REGLE TO WS-TO-NOMBRE.
           WRITE FS-OU-SAIRPT FROM WS-LIGNE-TOTAL.
       3000-TOTAUX-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PSAIRG*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'DOSSIERS LUS          ' WS-CTR-DOSSIERS.
           DISPLAY 'DOSSIERS ACTIFS       ' WS-CTR-ACTIFS.
           DISPLAY 'DOSSIERS REGLES       ' WS-CTR-PAYES.
           DISPLAY 'DOSSIERS NON REGLES   ' WS-CTR-NON-PAYES.
           DISPLAY 'MOUVEMENTS GENERES    ' WS-CTR-MVTS.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PSAIRG *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-SAI        :   ' WS-FS-SAI.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-MVT    :   ' WS-FS-FOU-MVT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
