       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PPRLCT.

      *****************************************************
      *      CONTROLE DES PRELEVEMENTS PRESENTES PAR LES
      *      CREANCIERS, AVANT PFUSTC
      *      - CHAQUE PRESENTATION (CREANCIER, REFERENCE DU
      *        MANDAT, COMPTE DEBITEUR, DATE D'ECHEANCE,
      *        MONTANT EN CENTIMES, DEVISE, REFERENCE DU
      *        CREANCIER) EST CONFRONTEE AU REGISTRE DES
      *        MANDATS (MDTMAST, TENU PAR PMDTMA)
      *      - UNE PRESENTATION CONFORME DEVIENT UN MOUVEMENT
      *        TC00 DE SENS 'C', ORIGINE 'PRELEV', DATE =
      *        ECHEANCE, REFERENCE SOURCE 'P', AVEC ENTETE 'E'
      *        ET FIN DE FICHIER 'T' (NOMBRE ET TOTAL DE
      *        CONTROLE) ; LE FICHIER ENTRE DANS LA CHAINE PAR
      *        L'ENTREE DES MOUVEMENTS INTERNES DE PFUSTC
      *        (INTCAG6)
      *      - UNE PRESENTATION NON CONFORME N'ENTRE PAS DANS
      *        LA CHAINE : ELLE EST ECRITE AU FICHIER DES
      *        RETOURS DESTINE A LA BANQUE DU CREANCIER, AVEC
      *        UN CODE MOTIF :
      *          FF01 PRESENTATION MAL FORMEE (ECHEANCE OU
      *               MONTANT INVALIDE, MONTANT NUL)
      *          AC01 COMPTE INVALIDE OU DIFFERENT DE CELUI
      *               DU MANDAT
      *          DT01 ECHEANCE POSTERIEURE A LA DATE
      *               COMPTABLE OU HORS DU MOIS COMPTABLE
      *          MD01 MANDAT INCONNU, OU ECHEANCE ANTERIEURE
      *               A LA SIGNATURE DU MANDAT
      *          MS02 MANDAT REVOQUE PAR LE DEBITEUR
      *          AM03 DEVISE DIFFERENTE DE CELLE DU MANDAT
      *          AM02 MONTANT SUPERIEUR AU MAXIMUM DU MANDAT
      *      - EDITE L'ETAT QUOTIDIEN DES PRESENTATIONS PAR
      *        CREANCIER (TRI) : PRESENTATIONS ACCEPTEES PUIS
      *        RETOURNEES AVEC LEUR MOTIF, SOUS-TOTAUX DU
      *        CREANCIER ET TOTAUX GENERAUX EN CONTRE-VALEUR
      *        EURO AU COURS DU JOUR COMPTABLE
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-PRE ASSIGN TO INPRLPRE
               FILE STATUS IS WS-FS-FIN-PRE.
      *
               SELECT MDT-FICHIER ASSIGN TO MDTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT00-CLE
               FILE STATUS IS WS-FS-MDT.
      *
               SELECT FOU-MVT ASSIGN TO OUPRLMVT
               FILE STATUS IS WS-FS-FOU-MVT.
      *
               SELECT FOU-RET ASSIGN TO OUPRLRET
               FILE STATUS IS WS-FS-FOU-RET.
      *
               SELECT WS-TRI-PRE ASSIGN TO DSKTRI.
      *
               SELECT FOU-PRLRPT ASSIGN TO OUPRLRPT
               FILE STATUS IS WS-FS-FOU-PRLRPT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-PRE
            RECORDING MODE IS F.
       01  FS-IN-PRE       PIC X(80).
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
       FD FOU-MVT
            RECORDING MODE IS F.
       01  FS-OU-MVT       PIC X(53).
      *
       FD FOU-RET
            RECORDING MODE IS F.
       01  FS-OU-RET       PIC X(130).
      *
       SD  WS-TRI-PRE.
       01  WS-SORT-PRE.
           05   WS-ST-CREANC   PIC X(13).
           05   WS-ST-DECISION PIC X(01).
           05   WS-ST-NOSEQ    PIC 9(07).
           05   FILLER         PIC X(109).
      *
       FD FOU-PRLRPT
            RECORDING MODE IS F.
       01  FS-OU-PRLRPT    PIC X(132).
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
      * PRESENTATION D'UN PRELEVEMENT PAR UN CREANCIER
       01  WS-PRE-ENR.
           05   WS-PR-CREANC   PIC X(13).
           05   WS-PR-RUM      PIC X(20).
           05   WS-PR-NOCPTE   PIC X(10).
           05   WS-PR-NOCPTE-N REDEFINES WS-PR-NOCPTE
                               PIC 9(10).
           05   WS-PR-DATECH   PIC X(08).
           05   WS-PR-DATECH-N REDEFINES WS-PR-DATECH
                               PIC 9(08).
           05   WS-PR-MONTANT  PIC X(10).
           05   WS-PR-MONTANT-N REDEFINES WS-PR-MONTANT
                               PIC 9(8)V99.
           05   WS-PR-DEVISE   PIC X(03).
           05   WS-PR-REFCRE   PIC X(16).
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
      * RETOUR A LA BANQUE DU CREANCIER : IMAGE DE LA
      * PRESENTATION, CODE ET LIBELLE DU MOTIF
       01  WS-RET-ENR.
           05   WS-RT-PRESENT  PIC X(80).
           05   WS-RT-CODE     PIC X(04).
           05   WS-RT-MOTIF    PIC X(30).
           05   WS-RT-DATCPT   PIC 9(08).
           05   FILLER         PIC X(08).
      * PRESENTATION PASSEE AU TRI POUR L'ETAT
       01  WS-TRI-ENR.
           05   WS-TR-CREANC   PIC X(13).
           05   WS-TR-DECISION PIC X(01).
           05   WS-TR-NOSEQ    PIC 9(07).
           05   WS-TR-NOMCRE   PIC X(24).
           05   WS-TR-RUM      PIC X(20).
           05   WS-TR-NOCPTE   PIC X(10).
           05   WS-TR-DATECH   PIC X(08).
           05   WS-TR-MONTANT  PIC 9(8)V99.
           05   WS-TR-DEVISE   PIC X(03).
           05   WS-TR-CODE     PIC X(04).
           05   WS-TR-MOTIF    PIC X(30).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-PRE     PIC XX.
       01    WS-FS-MDT         PIC XX.
       01    WS-FS-FOU-MVT     PIC XX.
       01    WS-FS-FOU-RET     PIC XX.
       01    WS-FS-FOU-PRLRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-TRI        PIC XXX    VALUE SPACE.
       01 WS-MDT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CRE-COUR       PIC X(13) VALUE SPACE.
       01 WS-RET-CODE       PIC X(04) VALUE SPACE.
       01 WS-MOTIF          PIC X(30) VALUE SPACE.
       01 WS-DEVISE-PRE     PIC X(03) VALUE SPACE.
      *
       01 WS-CTR-LUES       PIC 9(7) VALUE ZERO .
       01 WS-CTR-ACCEPTEES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-RETOURNEES PIC 9(7) VALUE ZERO .
       01 WS-CTR-CREANCIERS PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-COURS PIC 9(7) VALUE ZERO .
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
      * CUMULS DU CREANCIER ET CUMULS GENERAUX, EN
      * CONTRE-VALEUR EURO
       01 WS-CR-NBACC       PIC 9(07) VALUE ZERO.
       01 WS-CR-MTACC       PIC S9(13)V99 VALUE ZERO.
       01 WS-CR-NBRET       PIC 9(07) VALUE ZERO.
       01 WS-CR-MTRET       PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NBACC       PIC 9(07) VALUE ZERO.
       01 WS-GE-MTACC       PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NBRET       PIC 9(07) VALUE ZERO.
       01 WS-GE-MTRET       PIC S9(13)V99 VALUE ZERO.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-MONTANT-EUR    PIC S9(11)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      * MOIS COMPTABLE AAAAMM (PERIODE CONTROLEE PAR PAPRUP)
       01 WS-PERIODE        PIC 9(06) VALUE ZERO.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PPRLCT'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *
      * REFERENCE UNIQUE DE MOUVEMENT POSEE A LA CAPTURE
      * (MEME CONVENTION QUE PFUSTC : SOURCE 'P' POUR LES
      * PRELEVEMENTS, DATE COMPTABLE AMMJJ, NUMERO D'ORDRE)
       01 WS-REF-SEQ        PIC 9(05) VALUE ZERO.
       01 WS-REF-W.
          05 WS-REF-SRC     PIC X(01) VALUE 'P'.
          05 WS-REF-AMMJJ   PIC X(05).
          05 WS-REF-NOSEQ   PIC 9(05).
       01 WS-REF-DATE8      PIC 9(08) VALUE ZERO.
       01 WS-REF-DATE8-R REDEFINES WS-REF-DATE8.
          05 FILLER         PIC X(03).
          05 WS-REF-DATE5   PIC X(05).
      *
      * CONTROLE CALENDAIRE D'UNE DATE AAAAMMJJ
       01 WS-DATE-W         PIC 9(08) VALUE ZERO.
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
       01 WS-DATE-VALIDE    PIC X(03) VALUE SPACE.
       01 WS-TAB-NBJ.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-TAB-NBJ-R REDEFINES WS-TAB-NBJ.
          05 WS-NBJ-MOIS    PIC 9(02) OCCURS 12.
      *************************************************
      * LIGNES DE L'ETAT
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(51)
           VALUE 'ETAT DES PRELEVEMENTS PRESENTES PAR CREANCIER AU : '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(07) VALUE 'PAGE : '.
          05 WS-TI-PAGE       PIC ZZ9.
          05 FILLER           PIC X(57) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(21) VALUE 'REFERENCE DU MANDAT'.
          05 FILLER           PIC X(11) VALUE 'COMPTE'.
          05 FILLER           PIC X(09) VALUE 'ECHEANCE'.
          05 FILLER           PIC X(14) VALUE '      MONTANT'.
          05 FILLER           PIC X(04) VALUE 'DEV'.
          05 FILLER           PIC X(09) VALUE 'DECISION'.
          05 FILLER           PIC X(05) VALUE 'CODE'.
          05 FILLER           PIC X(30) VALUE 'MOTIF DU RETOUR'.
          05 FILLER           PIC X(27) VALUE SPACE.
       01 WS-LIGNE-DETAIL.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-RUM        PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-NOCPTE     PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DATECH     PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MONTANT    PIC ZZBZZZBZZ9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DEVISE     PIC X(03).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DECISION   PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-CODE       PIC X(04).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MOTIF      PIC X(30).
          05 FILLER           PIC X(27) VALUE SPACE.
       01 WS-LIGNE-RUBRIQUE.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(12) VALUE 'CREANCIER : '.
          05 WS-LR-CREANC     PIC X(13).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LR-NOMCRE     PIC X(24).
          05 FILLER           PIC X(79) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LT-LIBELLE    PIC X(30).
          05 WS-LT-NOMBRE     PIC Z(6)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LT-MONTANT    PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE ' EUR'.
          05 FILLER           PIC X(70) VALUE SPACE.
       01 WS-LIGNE-BLANCHE   PIC X(132) VALUE SPACE.
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

           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.

      * LES PRESENTATIONS SONT CONTROLEES DANS LA PROCEDURE
      * D'ENTREE DU TRI ; LA PROCEDURE DE SORTIE EDITE L'ETAT
      * AVEC UNE RUPTURE PAR CREANCIER
           SORT WS-TRI-PRE
                ON ASCENDING KEY WS-ST-CREANC
                                 WS-ST-DECISION
                                 WS-ST-NOSEQ
                INPUT PROCEDURE  6200-LIVRAISON-DEB
                THRU             6200-LIVRAISON-FIN
                OUTPUT PROCEDURE 6300-EDITION-DEB
                THRU             6300-EDITION-FIN.

           PERFORM 3000-TOTAL-GENERAL-DEB
              THRU 3000-TOTAL-GENERAL-FIN.
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
           OPEN INPUT FIN-PRE.
           IF WS-FS-FIN-PRE NOT = ZERO
              DISPLAY 'ERREUR OPEN PRESENTATIONS FS='
                      WS-FS-FIN-PRE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * SANS REGISTRE DES MANDATS, AUCUN PRELEVEMENT NE PEUT
      * ETRE CONTROLE : ARRET DU PROGRAMME
           OPEN INPUT MDT-FICHIER.
           IF WS-FS-MDT NOT = ZERO
              DISPLAY 'ERREUR OPEN REGISTRE DES MANDATS FS='
                      WS-FS-MDT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-MVT.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE PRELEVEMENT'
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
           MOVE 'PRELEV'       TO WS-MV-ORIGINE.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE ENTETE MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-RET.
           IF WS-FS-FOU-RET NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES RETOURS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-PRLRPT.
           IF WS-FS-FOU-PRLRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES PRELEVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
      * FIN DE FICHIER DES MOUVEMENTS (NOMBRE ET TOTAL DE
      * CONTROLE DES MONTANTS)
           MOVE SPACE           TO WS-MVT-ENR.
           MOVE 9999999999      TO WS-MV-NOCPTE.
           MOVE WS-CTR-ACCEPTEES TO WS-MV-DAMVT-N.
           MOVE 'T'             TO WS-MV-CDMVT.
           MOVE WS-HASH-MVT     TO WS-MV-MTMVT.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FIN MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FIN-PRE.
           CLOSE MDT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-RET.
           CLOSE FOU-PRLRPT.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       2100-CONTROLER-DEB.
      * LE PREMIER MOTIF TROUVE EST RETENU
           IF WS-PR-DATECH NOT NUMERIC
              MOVE 'FF01' TO WS-RET-CODE
              MOVE 'DATE D''ECHEANCE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           MOVE WS-PR-DATECH-N TO WS-DATE-W.
           PERFORM 9400-DATE-VALIDE-DEB
              THRU 9400-DATE-VALIDE-FIN.
           IF WS-DATE-VALIDE = 'NON'
              MOVE 'FF01' TO WS-RET-CODE
              MOVE 'DATE D''ECHEANCE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * L'ECHEANCE DEVIENT LA DATE DU MOUVEMENT : UNE ECHEANCE
      * A VENIR NE PEUT ETRE DEBITEE AUJOURD'HUI, ET UNE
      * ECHEANCE HORS DU MOIS COMPTABLE SERAIT MISE AU SUSPENS
      * PAR PAPRUP ; TOUTES DEUX SONT RENDUES AU CREANCIER
           IF WS-PR-DATECH-N > WS-DATE-JOUR
              MOVE 'DT01' TO WS-RET-CODE
              MOVE 'ECHEANCE NON ATTEINTE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           DIVIDE WS-DATE-JOUR BY 100 GIVING WS-PERIODE.
           IF WS-AAMM-W NOT = WS-PERIODE
              MOVE 'DT01' TO WS-RET-CODE
              MOVE 'ECHEANCE HORS PERIODE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-PR-MONTANT NOT NUMERIC
              MOVE 'FF01' TO WS-RET-CODE
              MOVE 'MONTANT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-PR-MONTANT-N = ZERO
              MOVE 'FF01' TO WS-RET-CODE
              MOVE 'MONTANT NUL' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-PR-NOCPTE NOT NUMERIC
              OR WS-PR-NOCPTE-N = ZERO
              OR WS-PR-NOCPTE-N = 9999999999
              MOVE 'AC01' TO WS-RET-CODE
              MOVE 'NUMERO COMPTE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * CONFRONTATION AU REGISTRE DES MANDATS
           MOVE WS-PR-CREANC TO MDT00-CREANC.
           MOVE WS-PR-RUM    TO MDT00-RUM.
           READ MDT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-MDT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-MDT-EXISTE
           END-READ.
           IF WS-MDT-EXISTE = 'NON'
              MOVE 'MD01' TO WS-RET-CODE
              MOVE 'MANDAT INCONNU' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-PR-NOCPTE-N NOT = MDT00-NOCPTE
              MOVE 'AC01' TO WS-RET-CODE
              MOVE 'COMPTE DIFFERENT DU MANDAT' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-PR-DATECH-N < MDT00-DATSIG
              MOVE 'MD01' TO WS-RET-CODE
              MOVE 'ECHEANCE AVANT SIGNATURE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF MDT00-STATUT NOT = 'A'
              MOVE 'MS02' TO WS-RET-CODE
              MOVE 'MANDAT REVOQUE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-DEVISE-PRE NOT = MDT00-DEVISE
              MOVE 'AM03' TO WS-RET-CODE
              MOVE 'DEVISE DIFFERENTE DU MANDAT' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF MDT00-MTMAX > ZERO
              AND WS-PR-MONTANT-N > MDT00-MTMAX
              MOVE 'AM02' TO WS-RET-CODE
              MOVE 'MONTANT SUPERIEUR AU MAXIMUM' TO WS-MOTIF
           END-IF.
       2100-CONTROLER-FIN.
           EXIT.

       2300-CONVERTIR-DEB.
      * PRESENTATION CONFORME : DEBIT DU COMPTE A L'ECHEANCE
           MOVE SPACE            TO WS-MVT-ENR.
           MOVE WS-PR-NOCPTE-N   TO WS-MV-NOCPTE.
           MOVE WS-PR-DATECH-N   TO WS-MV-DAMVT-N.
           MOVE 'C'              TO WS-MV-CDMVT.
           MOVE WS-PR-MONTANT-N  TO WS-MV-MTMVT.
           MOVE 'PRELEV'         TO WS-MV-ORIGINE.
           MOVE WS-DEVISE-PRE    TO WS-MV-DEVISE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-REF-SEQ.
           MOVE WS-REF-DATE5 TO WS-REF-AMMJJ.
           MOVE WS-REF-SEQ   TO WS-REF-NOSEQ.
           MOVE WS-REF-W     TO WS-MV-REFMVT.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE MOUVEMENT DE PRELEVEMENT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-ACCEPTEES.
           ADD WS-PR-MONTANT-N TO WS-HASH-MVT.
       2300-CONVERTIR-FIN.
           EXIT.

       2400-RETOURNER-DEB.
      * PRESENTATION NON CONFORME : RETOUR AU CREANCIER
           ADD 1 TO WS-CTR-RETOURNEES.
           MOVE SPACE        TO WS-RET-ENR.
           MOVE WS-PRE-ENR   TO WS-RT-PRESENT.
           MOVE WS-RET-CODE  TO WS-RT-CODE.
           MOVE WS-MOTIF     TO WS-RT-MOTIF.
           MOVE WS-DATE-JOUR TO WS-RT-DATCPT.
           WRITE FS-OU-RET FROM WS-RET-ENR.
           IF WS-FS-FOU-RET NOT = ZERO
              DISPLAY 'ERREUR ECRITURE RETOUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           DISPLAY 'PRELEVEMENT RETOURNE : ' WS-RET-CODE ' '
                   WS-MOTIF ' MANDAT ' WS-PR-RUM.
       2400-RETOURNER-FIN.
           EXIT.

      *********************************************************
       3000-TOTAL-GENERAL-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-ETAT-LIGNE-CTR > 52
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-BLANCHE.
           MOVE 'TOTAL GENERAL ACCEPTES'  TO WS-LT-LIBELLE.
           MOVE WS-GE-NBACC               TO WS-LT-NOMBRE.
           MOVE WS-GE-MTACC               TO WS-LT-MONTANT.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL GENERAL RETOURNES' TO WS-LT-LIBELLE.
           MOVE WS-GE-NBRET               TO WS-LT-NOMBRE.
           MOVE WS-GE-MTRET               TO WS-LT-MONTANT.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-TOTAL.
           ADD 3 TO WS-ETAT-LIGNE-CTR.
       3000-TOTAL-GENERAL-FIN.
           EXIT.

      *********************************************************
       6200-LIVRAISON-DEB.
      * PROCEDURE D'ENTREE DU TRI : CONTROLE DE CHAQUE
      * PRESENTATION, ECRITURE DU MOUVEMENT OU DU RETOUR
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 6210-PRE-LEC-DEB
              THRU 6210-PRE-LEC-FIN.
           PERFORM 6220-PRE-TRT-DEB
              THRU 6220-PRE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
       6200-LIVRAISON-FIN. EXIT.

       6210-PRE-LEC-DEB.
           READ FIN-PRE
                INTO WS-PRE-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       6210-PRE-LEC-FIN.
           EXIT.

       6220-PRE-TRT-DEB.
      * UNE PRESENTATION ENTIEREMENT BLANCHE EST SAUTEE
           IF WS-PRE-ENR = SPACE
              GO TO 6220-PRE-TRT-90
           END-IF.
           ADD 1 TO WS-CTR-LUES.
           MOVE SPACE TO WS-RET-CODE WS-MOTIF.
           MOVE 'NON' TO WS-MDT-EXISTE.
           MOVE WS-PR-DEVISE TO WS-DEVISE-PRE.
           IF WS-DEVISE-PRE = SPACE
              MOVE 'EUR' TO WS-DEVISE-PRE
           END-IF.
           PERFORM 2100-CONTROLER-DEB
              THRU 2100-CONTROLER-FIN.
           MOVE SPACE           TO WS-TRI-ENR.
           MOVE WS-PR-CREANC    TO WS-TR-CREANC.
           MOVE WS-CTR-LUES     TO WS-TR-NOSEQ.
           IF WS-MDT-EXISTE = 'OUI'
              MOVE MDT00-NOMCRE TO WS-TR-NOMCRE
           END-IF.
           MOVE WS-PR-RUM       TO WS-TR-RUM.
           MOVE WS-PR-NOCPTE    TO WS-TR-NOCPTE.
           MOVE WS-PR-DATECH    TO WS-TR-DATECH.
           IF WS-PR-MONTANT NUMERIC
              MOVE WS-PR-MONTANT-N TO WS-TR-MONTANT
           ELSE
              MOVE ZERO            TO WS-TR-MONTANT
           END-IF.
           MOVE WS-DEVISE-PRE   TO WS-TR-DEVISE.
           IF WS-RET-CODE = SPACE
              PERFORM 2300-CONVERTIR-DEB
                 THRU 2300-CONVERTIR-FIN
              MOVE 'A'          TO WS-TR-DECISION
           ELSE
              PERFORM 2400-RETOURNER-DEB
                 THRU 2400-RETOURNER-FIN
              MOVE 'R'          TO WS-TR-DECISION
              MOVE WS-RET-CODE  TO WS-TR-CODE
              MOVE WS-MOTIF     TO WS-TR-MOTIF
           END-IF.
           RELEASE WS-SORT-PRE FROM WS-TRI-ENR.
       6220-PRE-TRT-90.
           PERFORM 6210-PRE-LEC-DEB
              THRU 6210-PRE-LEC-FIN.
       6220-PRE-TRT-FIN.
           EXIT.

      *********************************************************
       6300-EDITION-DEB.
      * PROCEDURE DE SORTIE DU TRI : RUPTURE SUR LE CREANCIER
           MOVE SPACE TO WS-FIN-TRI.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
           IF WS-FIN-TRI NOT = 'FIN'
              PERFORM 6330-DEBUT-CREANCIER-DEB
                 THRU 6330-DEBUT-CREANCIER-FIN
           END-IF.
           PERFORM 6320-TRI-TRT-DEB
              THRU 6320-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-CTR-LUES > ZERO
              PERFORM 6340-FIN-CREANCIER-DEB
                 THRU 6340-FIN-CREANCIER-FIN
           END-IF.
       6300-EDITION-FIN. EXIT.

       6310-TRI-LEC-DEB.
           RETURN WS-TRI-PRE
              INTO WS-TRI-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6310-TRI-LEC-FIN.
           EXIT.

       6320-TRI-TRT-DEB.
           IF WS-TR-CREANC NOT = WS-CRE-COUR
              PERFORM 6340-FIN-CREANCIER-DEB
                 THRU 6340-FIN-CREANCIER-FIN
              PERFORM 6330-DEBUT-CREANCIER-DEB
                 THRU 6330-DEBUT-CREANCIER-FIN
           END-IF.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE WS-TR-RUM        TO WS-LD-RUM.
           MOVE WS-TR-NOCPTE     TO WS-LD-NOCPTE.
           MOVE WS-TR-DATECH     TO WS-LD-DATECH.
           MOVE WS-TR-MONTANT    TO WS-LD-MONTANT.
           MOVE WS-TR-DEVISE     TO WS-LD-DEVISE.
           MOVE WS-TR-CODE       TO WS-LD-CODE.
           MOVE WS-TR-MOTIF      TO WS-LD-MOTIF.
           IF WS-TR-DECISION = 'A'
              MOVE 'ACCEPTE'     TO WS-LD-DECISION
           ELSE
              MOVE 'RETOURNE'    TO WS-LD-DECISION
           END-IF.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           PERFORM 6325-CUMULER-EUR-DEB
              THRU 6325-CUMULER-EUR-FIN.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
       6320-TRI-TRT-FIN.
           EXIT.

       6325-CUMULER-EUR-DEB.
      * CUMULS DU CREANCIER EN CONTRE-VALEUR EURO AU COURS DU
      * JOUR COMPTABLE ; LES NOMBRES SONT TOUJOURS CUMULES
           IF WS-TR-DECISION = 'A'
              ADD 1 TO WS-CR-NBACC
           ELSE
              ADD 1 TO WS-CR-NBRET
           END-IF.
           MOVE 1 TO WS-COURS-DEV.
           IF WS-TR-DEVISE NOT = 'EUR'
              CALL 'PCOURS' USING WS-TR-DEVISE WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 ADD 1 TO WS-CTR-SANS-COURS
                 DISPLAY 'COURS ABSENT, PRELEVEMENT HORS MONTANTS : '
                         WS-TR-RUM ' ' WS-TR-DEVISE
                 GO TO 6325-CUMULER-EUR-FIN
              END-IF
           END-IF.
           COMPUTE WS-MONTANT-EUR ROUNDED =
                   WS-TR-MONTANT * WS-COURS-DEV.
           IF WS-TR-DECISION = 'A'
              ADD WS-MONTANT-EUR TO WS-CR-MTACC
           ELSE
              ADD WS-MONTANT-EUR TO WS-CR-MTRET
           END-IF.
       6325-CUMULER-EUR-FIN.
           EXIT.

       6330-DEBUT-CREANCIER-DEB.
      * NOUVEAU CREANCIER : RUBRIQUE NON COUPEE EN BAS DE PAGE
           MOVE WS-TR-CREANC TO WS-CRE-COUR.
           ADD 1 TO WS-CTR-CREANCIERS.
           MOVE ZERO TO WS-CR-NBACC WS-CR-MTACC
                        WS-CR-NBRET WS-CR-MTRET.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-ETAT-LIGNE-CTR > 50
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-BLANCHE.
           MOVE WS-TR-CREANC TO WS-LR-CREANC.
           MOVE WS-TR-NOMCRE TO WS-LR-NOMCRE.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-RUBRIQUE.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
       6330-DEBUT-CREANCIER-FIN.
           EXIT.

       6340-FIN-CREANCIER-DEB.
      * SOUS-TOTAUX DU CREANCIER ET CUMUL GENERAL
           IF WS-ETAT-LIGNE-CTR > 54
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE 'ACCEPTES DU CREANCIER'  TO WS-LT-LIBELLE.
           MOVE WS-CR-NBACC              TO WS-LT-NOMBRE.
           MOVE WS-CR-MTACC              TO WS-LT-MONTANT.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-TOTAL.
           MOVE 'RETOURNES DU CREANCIER' TO WS-LT-LIBELLE.
           MOVE WS-CR-NBRET              TO WS-LT-NOMBRE.
           MOVE WS-CR-MTRET              TO WS-LT-MONTANT.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-TOTAL.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
           ADD WS-CR-NBACC TO WS-GE-NBACC.
           ADD WS-CR-MTACC TO WS-GE-MTACC.
           ADD WS-CR-NBRET TO WS-GE-NBRET.
           ADD WS-CR-MTRET TO WS-GE-MTRET.
       6340-FIN-CREANCIER-FIN.
           EXIT.

      *********************************************************
       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR     TO WS-TI-DATE.
           MOVE WS-ETAT-PAGE-CTR TO WS-TI-PAGE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-PRLRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-PRLRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-PRLRPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       9400-DATE-VALIDE-DEB.
      * CONTROLE CALENDAIRE DE WS-DATE-W, VERDICT OUI/NON
           MOVE 'OUI' TO WS-DATE-VALIDE.
           DIVIDE WS-DATE-W BY 100 GIVING WS-AAMM-W
                  REMAINDER WS-JOUR-W.
           DIVIDE WS-AAMM-W BY 100 GIVING WS-AN-W
                  REMAINDER WS-MOIS-W.
           IF WS-MOIS-W < 1 OR WS-MOIS-W > 12
              OR WS-JOUR-W < 1
              MOVE 'NON' TO WS-DATE-VALIDE
              GO TO 9400-DATE-VALIDE-FIN
           END-IF.
           MOVE WS-NBJ-MOIS (WS-MOIS-W) TO WS-JMAX-W.
           IF WS-MOIS-W = 2
              PERFORM 9320-BISSEXTILE-DEB
                 THRU 9320-BISSEXTILE-FIN
              IF WS-BISSEXTILE = 'OUI'
                 MOVE 29 TO WS-JMAX-W
              END-IF
           END-IF.
           IF WS-JOUR-W > WS-JMAX-W
              MOVE 'NON' TO WS-DATE-VALIDE
           END-IF.
       9400-DATE-VALIDE-FIN.
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
           DISPLAY '* STATISTIQUES DU PROGRAMME PPRLCT*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'PRESENTATIONS LUES    ' WS-CTR-LUES.
           DISPLAY 'PRESENTATIONS ACCEPT. ' WS-CTR-ACCEPTEES.
           DISPLAY 'PRESENTATIONS RETOUR. ' WS-CTR-RETOURNEES.
           DISPLAY 'CREANCIERS EDITES     ' WS-CTR-CREANCIERS.
           DISPLAY 'MONTANTS SANS COURS   ' WS-CTR-SANS-COURS.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PPRLCT *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-PRE    :   ' WS-FS-FIN-PRE.
           DISPLAY ' WS-FS-MDT        :   ' WS-FS-MDT.
           DISPLAY ' WS-FS-FOU-MVT    :   ' WS-FS-FOU-MVT.
           DISPLAY ' WS-FS-FOU-RET    :   ' WS-FS-FOU-RET.
           DISPLAY ' WS-FS-FOU-PRLRPT :   ' WS-FS-FOU-PRLRPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
