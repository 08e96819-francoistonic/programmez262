       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PVIRGE.

      *****************************************************
      *      GENERATION DES ECHEANCES DE VIREMENTS PERMANENTS
      *      - PARCOURT LE FICHIER DES VIREMENTS PERMANENTS
      *        (VIR00, TENU PAR PVIRMA)
      *      - POUR CHAQUE ORDRE ACTIF, CALCULE LES ECHEANCES
      *        (PERIODICITE MENSUELLE, TRIMESTRIELLE OU
      *        ANNUELLE, JOUR D'EXECUTION RAMENE AU DERNIER
      *        JOUR DU MOIS S'IL LE DEPASSE) TOMBEES DEPUIS LA
      *        DERNIERE ECHEANCE TRAITEE ET JUSQU'A LA DATE
      *        COMPTABLE : UNE ECHEANCE TOMBEE UN JOUR SANS
      *        TRAITEMENT EST AINSI RATTRAPEE A LA RUN SUIVANTE
      *      - CHAQUE ECHEANCE DONNE UNE PAIRE DE MOUVEMENTS AU
      *        FORMAT TC00 : SENS 'C' SUR LE COMPTE A DEBITER,
      *        SENS 'D' SUR LE COMPTE A CREDITER, DATES DU JOUR
      *        COMPTABLE, ORIGINE 'VIREMENT', REFERENCE SOURCE
      *        'V', ENTETE ET FIN DE FICHIER COMME LES FICHIERS
      *        D'AGENCE : LES VIREMENTS PASSENT PAR PFUSTC
      *        (ENTREE DES MOUVEMENTS INTERNES INTCAG6) ET
      *        PAPRUP SOUS LES CONTROLES NORMAUX
      *      - UNE ECHEANCE DONT UN DES COMPTES EST INCONNU,
      *        BLOQUE, EN CLOTURE OU CLOS SUR LE FICHIER DES
      *        COMPTES N'EST PAS EXECUTEE (ELLE EST SEULEMENT
      *        EDITEE) ; IL EN
      *        VA DE MEME SI LES DEUX COMPTES NE SONT PAS TENUS
      *        DANS LA MEME DEVISE (LE MONTANT DE L'ORDRE EST
      *        EXPRIME DANS LA DEVISE DU COMPTE A DEBITER)
      *      - UN ORDRE DONT LA PROCHAINE ECHEANCE DEPASSE LA
      *        DATE DE FIN PASSE A L'ETAT ECHU 'E'
      *      - EDITE UN ETAT D'EXECUTION : ECHEANCES EXECUTEES,
      *        NON EXECUTEES ET ORDRES ECHUS
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT VIR-FICHIER ASSIGN TO VIRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIR00-NOVIR
               FILE STATUS IS WS-FS-VIR.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-MVT ASSIGN TO OUVIRMVT
               FILE STATUS IS WS-FS-FOU-MVT.
      *
               SELECT FOU-VIRRPT ASSIGN TO OUVIRRPT
               FILE STATUS IS WS-FS-FOU-VIRRPT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD VIR-FICHIER.
       01  VIR00.
           05   VIR00-NOVIR    PIC 9(08).
           05   VIR00-NOCPDB   PIC 9(10).
           05   VIR00-NOCPCR   PIC 9(10).
           05   VIR00-MONTANT  PIC 9(8)V99.
      * PERIODICITE : 'M' MENSUELLE, 'T' TRIMESTRIELLE, 'A' ANNUELLE
           05   VIR00-PERIOD   PIC X(01).
           05   VIR00-JOUR     PIC 9(02).
           05   VIR00-DATDEB   PIC 9(08).
      * DATE DE FIN A ZERO : ORDRE SANS ECHEANCE FINALE
           05   VIR00-DATFIN   PIC 9(08).
      * ETAT DE L'ORDRE : 'A' ACTIF, 'S' SUSPENDU, 'E' ECHU,
      * 'X' REVOQUE
           05   VIR00-ETAT     PIC X(01).
      * DATE DE LA DERNIERE ECHEANCE TRAITEE
           05   VIR00-DATDER   PIC 9(08).
           05   FILLER         PIC X(14).
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
       FD FOU-VIRRPT
            RECORDING MODE IS F.
       01  FS-OU-VIRRPT    PIC X(132).
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
       01    WS-FS-VIR         PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FOU-MVT     PIC XX.
       01    WS-FS-FOU-VIRRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-DEVISE-DB      PIC X(03)  VALUE SPACE.
       01 WS-DEVISE-CR      PIC X(03)  VALUE SPACE.
       01 WS-ORDRE-MODIFIE  PIC XXX    VALUE SPACE.
       01 WS-CTR-ORDRES     PIC 9(7) VALUE ZERO .
       01 WS-CTR-INACTIFS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-EXECUTEES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-NON-EXEC   PIC 9(7) VALUE ZERO .
       01 WS-CTR-ECHUS      PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVTS       PIC 9(7) VALUE ZERO .
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-EXECUTE  PIC 9(10)V99 VALUE ZERO.
       01 WS-MOTIF          PIC X(25) VALUE SPACE.
      * ECHEANCE EN COURS DE CALCUL ET PAS EN MOIS DE L'ORDRE
       01 WS-ECHEANCE       PIC 9(08) VALUE ZERO.
       01 WS-PAS-MOIS       PIC 9(02) VALUE ZERO.
      * REFERENCE UNIQUE DE MOUVEMENT POSEE A LA CAPTURE
      * (MEME CONVENTION QUE PFUSTC : SOURCE 'V' POUR LES
      * VIREMENTS PERMANENTS, DATE COMPTABLE AMMJJ, NUMERO
      * D'ORDRE)
       01 WS-REF-SEQ        PIC 9(05) VALUE ZERO.
       01 WS-REF-W.
          05 WS-REF-SRC     PIC X(01) VALUE 'V'.
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
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PVIRGE'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *
      * CALCUL D'UNE ECHEANCE : ANNEE, MOIS, JOUR RAMENE AU
      * NOMBRE DE JOURS DU MOIS
       01 WS-AAMM-W         PIC 9(06) VALUE ZERO.
       01 WS-AN-W           PIC 9(04) VALUE ZERO.
       01 WS-MOIS-W         PIC 9(02) VALUE ZERO.
       01 WS-JOUR-W         PIC 9(02) VALUE ZERO.
       01 WS-JMAX-W         PIC 9(02) VALUE ZERO.
       01 WS-QUOT-W         PIC 9(04) VALUE ZERO.
       01 WS-RESTE-4        PIC 9(04) VALUE ZERO.
       01 WS-RESTE-100      PIC 9(04) VALUE ZERO.
       01 WS-RESTE-400      PIC 9(04) VALUE ZERO.
       01 WS-BISSEXTILE     PIC X(03) VALUE SPACE.
       01 WS-TAB-NBJ.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-TAB-NBJ-R REDEFINES WS-TAB-NBJ.
          05 WS-NBJ-MOIS    PIC 9(02) OCCURS 12.
      *************************************************
      * LIGNES DE L'ETAT D'EXECUTION
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(33)
                    VALUE 'EXECUTION DES VIREMENTS PERMANENT'.
          05 FILLER           PIC X(06) VALUE 'S AU :'.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(85) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(10) VALUE '  ORDRE   '.
          05 FILLER           PIC X(12) VALUE ' CPT DEBITE '.
          05 FILLER           PIC X(12) VALUE ' CPT CREDITE'.
          05 FILLER           PIC X(15) VALUE '    MONTANT    '.
          05 FILLER           PIC X(10) VALUE ' ECHEANCE '.
          05 FILLER           PIC X(14) VALUE ' VERDICT'.
          05 FILLER           PIC X(25) VALUE ' MOTIF'.
          05 FILLER           PIC X(34) VALUE SPACE.
       01 WS-LIGNE-ORDRE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-NOVIR      PIC Z(7)9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-NOCPDB     PIC Z(9)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-NOCPCR     PIC Z(9)9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-MONTANT    PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-ECHEANCE   PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-VERDICT    PIC X(13).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-MOTIF      PIC X(25).
          05 FILLER           PIC X(34) VALUE SPACE.
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
           PERFORM 1000-ORDRE-LEC-DEB
              THRU 1000-ORDRE-LEC-FIN.
           PERFORM 2000-ORDRE-TRT-DEB
              THRU 2000-ORDRE-TRT-FIN
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
      * FICHIER DES VIREMENTS ABSENT : AUCUN ORDRE, LE FICHIER
      * DE MOUVEMENTS EST PRODUIT VIDE (ENTETE ET FIN)
           OPEN I-O VIR-FICHIER.
           IF WS-FS-VIR = '35'
              DISPLAY 'FICHIER DES VIREMENTS ABSENT, AUCUN ORDRE'
              MOVE 'FIN' TO WS-FIN-FLAG
           ELSE
              IF WS-FS-VIR NOT = ZERO
                 DISPLAY 'ERREUR OPEN FICHIER DES VIREMENTS'
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
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE VIREMENT'
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
           MOVE 'VIREMENT'     TO WS-MV-ORIGINE.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE ENTETE MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-VIRRPT.
           IF WS-FS-FOU-VIRRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT D''EXECUTION'
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
           IF WS-FS-VIR NOT = '35'
              CLOSE VIR-FICHIER
           END-IF.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-VIRRPT.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-ORDRE-LEC-DEB.
           READ VIR-FICHIER NEXT
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1000-ORDRE-LEC-FIN.
           EXIT.

      *********************************************************
       2000-ORDRE-TRT-DEB.
      * SEULS LES ORDRES ACTIFS SONT EXAMINES ; LES ECHEANCES
      * DUES JUSQU'A LA DATE COMPTABLE SONT TRAITEES UNE A UNE
           ADD 1 TO WS-CTR-ORDRES.
           IF VIR00-ETAT NOT = 'A'
              ADD 1 TO WS-CTR-INACTIFS
              GO TO 2000-ORDRE-TRT-90
           END-IF.
           MOVE SPACE TO WS-ORDRE-MODIFIE.
           MOVE 1 TO WS-PAS-MOIS.
           IF VIR00-PERIOD = 'T'
              MOVE 3  TO WS-PAS-MOIS
           END-IF.
           IF VIR00-PERIOD = 'A'
              MOVE 12 TO WS-PAS-MOIS
           END-IF.
           PERFORM 2100-PREMIERE-ECHEANCE-DEB
              THRU 2100-PREMIERE-ECHEANCE-FIN.
           PERFORM 2200-TRAITER-ECHEANCE-DEB
              THRU 2200-TRAITER-ECHEANCE-FIN
              UNTIL WS-ECHEANCE > WS-DATE-JOUR
              OR (VIR00-DATFIN NOT = ZERO
                  AND WS-ECHEANCE > VIR00-DATFIN).
      * LA PROCHAINE ECHEANCE DEPASSE LA DATE DE FIN : L'ORDRE
      * EST ECHU ET NE SERA PLUS EXAMINE
           IF VIR00-DATFIN NOT = ZERO
              AND WS-ECHEANCE > VIR00-DATFIN
              MOVE 'E'   TO VIR00-ETAT
              MOVE 'OUI' TO WS-ORDRE-MODIFIE
              ADD 1 TO WS-CTR-ECHUS
              MOVE ZERO      TO WS-LO-ECHEANCE
              MOVE 'ECHU'    TO WS-LO-VERDICT
              MOVE 'DATE DE FIN ATTEINTE' TO WS-LO-MOTIF
              PERFORM 6000-EDITER-ORDRE-DEB
                 THRU 6000-EDITER-ORDRE-FIN
           END-IF.
           IF WS-ORDRE-MODIFIE = 'OUI'
              REWRITE VIR00
              IF WS-FS-VIR NOT = ZERO
                 DISPLAY 'ERREUR MISE A JOUR ORDRE ' VIR00-NOVIR
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       2000-ORDRE-TRT-90.
           PERFORM 1000-ORDRE-LEC-DEB
              THRU 1000-ORDRE-LEC-FIN.
       2000-ORDRE-TRT-FIN.
           EXIT.

       2100-PREMIERE-ECHEANCE-DEB.
      * PREMIERE ECHEANCE A EXAMINER : CELLE QUI SUIT LA
      * DERNIERE ECHEANCE TRAITEE OU, POUR UN ORDRE JAMAIS
      * EXECUTE, LA PREMIERE DU MOIS DE DEBUT QUI NE PRECEDE
      * PAS LA DATE DE DEBUT
           IF VIR00-DATDER NOT = ZERO
              DIVIDE VIR00-DATDER BY 100 GIVING WS-AAMM-W
                     REMAINDER WS-JOUR-W
              DIVIDE WS-AAMM-W BY 100 GIVING WS-AN-W
                     REMAINDER WS-MOIS-W
              PERFORM 9300-MOIS-SUIVANT-DEB
                 THRU 9300-MOIS-SUIVANT-FIN
              GO TO 2100-PREMIERE-ECHEANCE-FIN
           END-IF.
           DIVIDE VIR00-DATDEB BY 100 GIVING WS-AAMM-W
                  REMAINDER WS-JOUR-W.
           DIVIDE WS-AAMM-W BY 100 GIVING WS-AN-W
                  REMAINDER WS-MOIS-W.
           PERFORM 9310-DATE-ECHEANCE-DEB
              THRU 9310-DATE-ECHEANCE-FIN.
           IF WS-ECHEANCE < VIR00-DATDEB
              PERFORM 9300-MOIS-SUIVANT-DEB
                 THRU 9300-MOIS-SUIVANT-FIN
           END-IF.
       2100-PREMIERE-ECHEANCE-FIN.
           EXIT.

      *********************************************************
       2200-TRAITER-ECHEANCE-DEB.
      * UNE ECHEANCE DUE : CONTROLE DES DEUX COMPTES SUR LE
      * FICHIER DES COMPTES, PUIS GENERATION DE LA PAIRE ;
      * EXECUTEE OU NON, L'ECHEANCE EST CONSIDEREE TRAITEE
           MOVE SPACE TO WS-MOTIF WS-DEVISE-DB WS-DEVISE-CR.
           MOVE VIR00-NOCPDB TO CPT00-NOCPTE.
           PERFORM 2210-LIRE-COMPTE-DEB
              THRU 2210-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE DEBITE INCONNU' TO WS-MOTIF
           ELSE
              IF CPT00-ETAT = 'B'
                 MOVE 'COMPTE DEBITE BLOQUE' TO WS-MOTIF
              END-IF
              IF CPT00-ETAT = 'C'
                 MOVE 'COMPTE DEBITE CLOS' TO WS-MOTIF
              END-IF
              IF CPT00-ETAT = 'L'
                 MOVE 'COMPTE DEBITE EN CLOTURE' TO WS-MOTIF
              END-IF
              MOVE CPT00-DEVISE TO WS-DEVISE-DB
           END-IF.
           IF WS-MOTIF = SPACE
              MOVE VIR00-NOCPCR TO CPT00-NOCPTE
              PERFORM 2210-LIRE-COMPTE-DEB
                 THRU 2210-LIRE-COMPTE-FIN
              IF WS-CPT-EXISTE = 'NON'
                 MOVE 'COMPTE CREDITE INCONNU' TO WS-MOTIF
              ELSE
                 IF CPT00-ETAT = 'B'
                    MOVE 'COMPTE CREDITE BLOQUE' TO WS-MOTIF
                 END-IF
                 IF CPT00-ETAT = 'C'
                    MOVE 'COMPTE CREDITE CLOS' TO WS-MOTIF
                 END-IF
                 IF CPT00-ETAT = 'L'
                    MOVE 'COMPTE CREDITE EN CLOTURE' TO WS-MOTIF
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
           MOVE WS-ECHEANCE TO WS-LO-ECHEANCE.
           IF WS-MOTIF = SPACE
              PERFORM 2300-GENERER-PAIRE-DEB
                 THRU 2300-GENERER-PAIRE-FIN
              ADD 1 TO WS-CTR-EXECUTEES
              ADD VIR00-MONTANT TO WS-TOTAL-EXECUTE
              MOVE 'EXECUTE'     TO WS-LO-VERDICT
           ELSE
              ADD 1 TO WS-CTR-NON-EXEC
              MOVE '*NON EXECUTE*' TO WS-LO-VERDICT
              DISPLAY 'ECHEANCE NON EXECUTEE, ORDRE ' VIR00-NOVIR
                      ' ' WS-MOTIF
           END-IF.
           MOVE WS-MOTIF TO WS-LO-MOTIF.
           PERFORM 6000-EDITER-ORDRE-DEB
              THRU 6000-EDITER-ORDRE-FIN.
           MOVE WS-ECHEANCE TO VIR00-DATDER.
           MOVE 'OUI'       TO WS-ORDRE-MODIFIE.
           PERFORM 9300-MOIS-SUIVANT-DEB
              THRU 9300-MOIS-SUIVANT-FIN.
       2200-TRAITER-ECHEANCE-FIN.
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
      * SENS 'C' SUR LE COMPTE A DEBITER (LA CHAINE DIMINUE LE
      * SOLDE), SENS 'D' SUR LE COMPTE A CREDITER (LA CHAINE
      * AUGMENTE LE SOLDE), A LA DATE DU JOUR COMPTABLE
           MOVE VIR00-NOCPDB TO WS-MV-NOCPTE.
           MOVE 'C'          TO WS-MV-CDMVT.
           PERFORM 2310-ECRIRE-MVT-DEB
              THRU 2310-ECRIRE-MVT-FIN.
           MOVE VIR00-NOCPCR TO WS-MV-NOCPTE.
           MOVE 'D'          TO WS-MV-CDMVT.
           PERFORM 2310-ECRIRE-MVT-DEB
              THRU 2310-ECRIRE-MVT-FIN.
       2300-GENERER-PAIRE-FIN.
           EXIT.

       2310-ECRIRE-MVT-DEB.
           MOVE WS-DATE-JOUR    TO WS-MV-DAMVT-N.
           MOVE VIR00-MONTANT   TO WS-MV-MTMVT.
           MOVE 'VIREMENT'      TO WS-MV-ORIGINE.
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
              DISPLAY 'ERREUR ECRITURE MOUVEMENT DE VIREMENT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-MVTS.
           ADD VIR00-MONTANT TO WS-HASH-MVT.
       2310-ECRIRE-MVT-FIN.
           EXIT.

      *********************************************************
       6000-EDITER-ORDRE-DEB.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE VIR00-NOVIR    TO WS-LO-NOVIR.
           MOVE VIR00-NOCPDB   TO WS-LO-NOCPDB.
           MOVE VIR00-NOCPCR   TO WS-LO-NOCPCR.
           MOVE VIR00-MONTANT  TO WS-LO-MONTANT.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-ORDRE.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
       6000-EDITER-ORDRE-FIN.
           EXIT.

       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR  TO WS-TI-DATE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-VIRRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-VIRRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       3000-TOTAUX-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES LUS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ORDRES TO WS-TO-NOMBRE.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES SUSPENDUS, ECHUS, REVOQUES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-INACTIFS TO WS-TO-NOMBRE.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ECHEANCES EXECUTEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-EXECUTEES TO WS-TO-NOMBRE.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ECHEANCES NON EXECUTEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-NON-EXEC TO WS-TO-NOMBRE.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES ARRIVES A ECHEANCE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ECHUS TO WS-TO-NOMBRE.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
           MOVE 'MONTANT TOTAL VIRE' TO WS-TO-LIBELLE.
           MOVE WS-TOTAL-EXECUTE TO WS-TO-NOMBRE.
           WRITE FS-OU-VIRRPT FROM WS-LIGNE-TOTAL.
       3000-TOTAUX-FIN.
           EXIT.

      *********************************************************
       9300-MOIS-SUIVANT-DEB.
      * AVANCE DE L'ECHEANCE DU PAS DE L'ORDRE (1, 3 OU 12
      * MOIS) A PARTIR DE WS-AN-W / WS-MOIS-W
           ADD WS-PAS-MOIS TO WS-MOIS-W.
           IF WS-MOIS-W > 12
              SUBTRACT 12 FROM WS-MOIS-W
              ADD 1 TO WS-AN-W
           END-IF.
           PERFORM 9310-DATE-ECHEANCE-DEB
              THRU 9310-DATE-ECHEANCE-FIN.
       9300-MOIS-SUIVANT-FIN.
           EXIT.

       9310-DATE-ECHEANCE-DEB.
      * DATE D'ECHEANCE DU MOIS WS-AN-W / WS-MOIS-W : LE JOUR
      * D'EXECUTION, RAMENE AU DERNIER JOUR D'UN MOIS COURT
           IF WS-MOIS-W < 1 OR WS-MOIS-W > 12
              MOVE 12 TO WS-MOIS-W
           END-IF.
           MOVE WS-NBJ-MOIS (WS-MOIS-W) TO WS-JMAX-W.
           IF WS-MOIS-W = 2
              PERFORM 9320-BISSEXTILE-DEB
                 THRU 9320-BISSEXTILE-FIN
              IF WS-BISSEXTILE = 'OUI'
                 MOVE 29 TO WS-JMAX-W
              END-IF
           END-IF.
           MOVE VIR00-JOUR TO WS-JOUR-W.
           IF WS-JOUR-W > WS-JMAX-W
              MOVE WS-JMAX-W TO WS-JOUR-W
           END-IF.
           COMPUTE WS-ECHEANCE = (WS-AN-W * 10000)
                   + (WS-MOIS-W * 100) + WS-JOUR-W.
       9310-DATE-ECHEANCE-FIN.
           EXIT.

       9320-BISSEXTILE-DEB.
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
       9320-BISSEXTILE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PVIRGE*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'ORDRES LUS            ' WS-CTR-ORDRES.
           DISPLAY 'ORDRES NON ACTIFS     ' WS-CTR-INACTIFS.
           DISPLAY 'ECHEANCES EXECUTEES   ' WS-CTR-EXECUTEES.
           DISPLAY 'ECHEANCES NON EXEC.   ' WS-CTR-NON-EXEC.
           DISPLAY 'ORDRES ECHUS          ' WS-CTR-ECHUS.
           DISPLAY 'MOUVEMENTS GENERES    ' WS-CTR-MVTS.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PVIRGE *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-VIR        :   ' WS-FS-VIR.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-MVT    :   ' WS-FS-FOU-MVT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
