       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PINACT.

      *****************************************************
      *      DETECTION DES COMPTES INACTIFS (EN SOMMEIL)
      *      - LANCEMENT PERIODIQUE, AVANT L'EPURATION
      *        MENSUELLE PRELMD : L'HISTORIQUE DES MOUVEMENTS
      *        COMPTABILISES DONNE LA DERNIERE ACTIVITE DU
      *        CLIENT SUR CHAQUE COMPTE
      *      - SEULS LES MOUVEMENTS A L'INITIATIVE DU CLIENT
      *        COMPTENT : LES ORIGINES FRAIS (PFRAIS), INTERETS
      *        (PINTDB), EXTOURNE (PEXTOU) ET SAISIE (PSAIRG)
      *        SONT ECARTEES
      *      - LA DATE DE DERNIERE ACTIVITE DE CHAQUE COMPTE
      *        EST CONSERVEE D'UNE RUN A L'AUTRE SUR UN FICHIER
      *        PROPRE (ANCIEN -> NOUVEAU), L'HISTORIQUE ETANT
      *        EPURE CHAQUE MOIS ; UN COMPTE VU POUR LA
      *        PREMIERE FOIS SANS MOUVEMENT PREND LA DATE DU
      *        JOUR COMME POINT DE DEPART DU DELAI
      *      - DELAI D'INACTIVITE (EN JOURS) LU SUR LE FICHIER
      *        PARAMETRE, 365 JOURS PAR DEFAUT
      *      - UN COMPTE OUVERT INACTIF AU DELA DU DELAI EST
      *        PROPOSE A LA MISE EN SOMMEIL : LIGNE SUR LA
      *        LISTE DE NOTIFICATION (NOM DU CLIENT) ET
      *        MOUVEMENT DE GESTION 'I' AU FORMAT INCPTMAJ
      *        POUR PCPTMA ; UN COMPTE DEJA EN SOMMEIL QUI A
      *        RETROUVE UNE ACTIVITE RECOIT UN MOUVEMENT 'R'
      *        (REACTIVATION) ; CES MOUVEMENTS SONT SAISIS SOUS
      *        L'OPERATEUR 'PINACT' ET PASSENT PAR LA
      *        VALIDATION PVALID COMME LES SAISIES MANUELLES
      *      - EDITE UN ETAT DES COMPTES INACTIFS PAR AGENCE
      *        (COMPTES CLOS EXCLUS, COMPTES BLOQUES SIGNALES
      *        SANS MOUVEMENT DE GESTION)
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-PARINA ASSIGN TO INACTPAR
               FILE STATUS IS WS-FS-FIN-PARINA.
      *
               SELECT FIN-HIS ASSIGN TO INHISMVT
               FILE STATUS IS WS-FS-FIN-HIS.
      *
               SELECT FIN-ACTANC ASSIGN TO INACTANC
               FILE STATUS IS WS-FS-FIN-ACTANC.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT WS-TRI-HIS ASSIGN TO DSKTRI.
      *
               SELECT FTR-HISACT ASSIGN TO WKHISACT
               FILE STATUS IS WS-FS-FTR-HISACT.
      *
               SELECT WS-TRI-AGE ASSIGN TO DSKTR2.
      *
               SELECT FOU-ACTNOU ASSIGN TO OUACTNOU
               FILE STATUS IS WS-FS-FOU-ACTNOU.
      *
               SELECT FOU-INARPT ASSIGN TO OUINARPT
               FILE STATUS IS WS-FS-FOU-INARPT.
      *
               SELECT FOU-INANOT ASSIGN TO OUINANOT
               FILE STATUS IS WS-FS-FOU-INANOT.
      *
               SELECT FOU-INAMAJ ASSIGN TO OUINAMAJ
               FILE STATUS IS WS-FS-FOU-INAMAJ.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-PARINA
            RECORDING MODE IS F.
       01  FS-IN-PARINA    PIC X(11).
      *
       FD FIN-HIS
            RECORDING MODE IS F.
       01  FS-IN-HIS       PIC X(60).
      *
       FD FIN-ACTANC
            RECORDING MODE IS F.
       01  FS-IN-ACTANC    PIC X(20).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOCPTE   PIC 9(10).
           05   CPT00-MTSOLD   PIC S9(8)V99.
           05   CPT00-ETAT     PIC X(01).
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   FILLER         PIC X(12).
      *
       SD  WS-TRI-HIS.
       01  WS-SORT-HIS.
           05   WS-SH-NOCPTE   PIC 9(10).
           05   WS-SH-DATCPT   PIC 9(08).
           05   FILLER         PIC X(02).
      *
       FD FTR-HISACT
            RECORDING MODE IS F.
       01  FS-TR-HISACT    PIC X(20).
      *
       SD  WS-TRI-AGE.
       01  WS-SORT-AGE.
           05   WS-SA-AGENCE   PIC 9(03).
           05   WS-SA-NOCPTE   PIC 9(10).
           05   FILLER         PIC X(51).
      *
       FD FOU-ACTNOU
            RECORDING MODE IS F.
       01  FS-OU-ACTNOU    PIC X(20).
      *
       FD FOU-INARPT
            RECORDING MODE IS F.
       01  FS-OU-INARPT    PIC X(132).
      *
       FD FOU-INANOT
            RECORDING MODE IS F.
       01  FS-OU-INANOT    PIC X(80).
      *
       FD FOU-INAMAJ
            RECORDING MODE IS F.
       01  FS-OU-INAMAJ    PIC X(80).
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
       01  WS-PARINA-ENR.
           05   WS-PAR-DELAI   PIC 9(05).
           05   FILLER         PIC X(06).
       01  WS-HIS-ENR.
           05   WS-HI-NOCPTE   PIC 9(10).
           05   WS-HI-DATCPT   PIC 9(08).
           05   WS-HI-DAMVT    PIC X(08).
           05   WS-HI-CDMVT    PIC X(01).
           05   WS-HI-MTMVT    PIC S9(8)V99.
           05   WS-HI-ORIGINE  PIC X(10).
           05   WS-HI-REFMVT   PIC X(11).
           05   FILLER         PIC X(02).
      * DERNIERE ACTIVITE CLIENT CONNUE PAR COMPTE (ANCIEN
      * FICHIER, FICHIER TRIE DU JOUR ET NOUVEAU FICHIER)
       01  WS-ACT-ENR.
           05   WS-AC-NOCPTE   PIC 9(10).
           05   WS-AC-DATACT   PIC 9(08).
           05   FILLER         PIC X(02).
       01  WS-HAC-ENR.
           05   WS-HA-NOCPTE   PIC 9(10).
           05   WS-HA-DATCPT   PIC 9(08).
           05   FILLER         PIC X(02).
       01  WS-ACN-ENR.
           05   WS-AN-NOCPTE   PIC 9(10).
           05   WS-AN-DATACT   PIC 9(08).
           05   FILLER         PIC X(02).
      * COMPTE RETENU, PASSE AU TRI PAR AGENCE
      * ACTION : 'I' MISE EN SOMMEIL, 'R' REACTIVATION,
      * ESPACE = SIMPLE SIGNALEMENT (DEJA INACTIF, BLOQUE)
       01  WS-INA-ENR.
           05   WS-IN-AGENCE   PIC 9(03).
           05   WS-IN-NOCPTE   PIC 9(10).
           05   WS-IN-NOMCLI   PIC X(24).
           05   WS-IN-ETAT     PIC X(01).
           05   WS-IN-ACTION   PIC X(01).
           05   WS-IN-DATACT   PIC 9(08).
           05   WS-IN-NBJOURS  PIC 9(05).
           05   WS-IN-MTSOLD   PIC S9(8)V99.
           05   FILLER         PIC X(02).
      * LISTE DE NOTIFICATION DES CLIENTS (COURRIER)
       01  WS-NOT-ENR.
           05   WS-NO-AGENCE   PIC 9(03).
           05   WS-NO-NOCPTE   PIC 9(10).
           05   WS-NO-NOMCLI   PIC X(24).
           05   WS-NO-DATACT   PIC 9(08).
           05   WS-NO-NBJOURS  PIC 9(05).
           05   WS-NO-DATNOT   PIC 9(08).
           05   FILLER         PIC X(22).
      * MOUVEMENT DE GESTION AU FORMAT INCPTMAJ (PCPTMA)
       01  WS-MAJ-ENR.
           05   WS-MAJ-CODE    PIC X(01).
           05   WS-MAJ-NOCPTE  PIC 9(10).
           05   WS-MAJ-MTSOLD  PIC 9(8)V99.
           05   WS-MAJ-SIGNE   PIC X(01).
           05   WS-MAJ-NOMCLI  PIC X(24).
           05   WS-MAJ-AGENCE  PIC X(03).
           05   FILLER         PIC X(01).
           05   WS-MAJ-NOCLI   PIC X(06).
           05   FILLER         PIC X(04).
           05   WS-MAJ-OPSAI   PIC X(08).
           05   WS-MAJ-OPVAL   PIC X(08).
           05   FILLER         PIC X(04).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-PARINA  PIC XX.
       01    WS-FS-FIN-HIS     PIC XX.
       01    WS-FS-FIN-ACTANC  PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FTR-HISACT  PIC XX.
       01    WS-FS-FOU-ACTNOU  PIC XX.
       01    WS-FS-FOU-INARPT  PIC XX.
       01    WS-FS-FOU-INANOT  PIC XX.
       01    WS-FS-FOU-INAMAJ  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * CLES COURANTES DE L'APPARIEMENT A TROIS FICHIERS
      * (9999999999 = FIN DE FICHIER, NUMERO RESERVE QUI
      * N'EXISTE JAMAIS SUR LE FICHIER DES COMPTES)
      *************************************************
       01 WS-CLE-HAC        PIC 9(10) VALUE 9999999999.
       01 WS-CLE-ACT        PIC 9(10) VALUE 9999999999.
       01 WS-CLE-CPT        PIC 9(10) VALUE 9999999999.
       01 WS-CLE-MIN        PIC 9(10) VALUE ZERO.
       01 WS-CPT-PRESENT    PIC X(03) VALUE SPACE.
       01 WS-DATACT         PIC 9(08) VALUE ZERO.
       01 WS-NBJOURS        PIC 9(05) VALUE ZERO.
       01 WS-CP-ETAT        PIC X(01) VALUE SPACE.
       01 WS-CP-NOMCLI      PIC X(24) VALUE SPACE.
       01 WS-CP-AGENCE      PIC 9(03) VALUE ZERO.
       01 WS-CP-MTSOLD      PIC S9(8)V99 VALUE ZERO.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-TRI        PIC XXX    VALUE SPACE.
       01 WS-CTR-HIS-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-HIS-CLIENT PIC 9(7) VALUE ZERO .
       01 WS-CTR-HIS-ECARTES PIC 9(7) VALUE ZERO .
       01 WS-CTR-COMPTES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-DISPARUS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-NOUVEAUX   PIC 9(7) VALUE ZERO .
       01 WS-CTR-INACTIFS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-SOMMEIL    PIC 9(7) VALUE ZERO .
       01 WS-CTR-REACTIVES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-SIGNALES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-AGENCE     PIC 9(7) VALUE ZERO .
       01 WS-AGENCE-COUR    PIC 9(03) VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
       01 WS-SERIAL-JOUR    PIC 9(08) VALUE ZERO.
      *
      * CALCUL D'UN NUMERO DE JOUR A PARTIR D'UNE DATE AAAAMMJJ
       01 WS-DATE-W         PIC 9(08) VALUE ZERO.
       01 WS-AAMM-W         PIC 9(06) VALUE ZERO.
       01 WS-SERIAL-W       PIC 9(08) VALUE ZERO.
       01 WS-AN-W           PIC 9(04) VALUE ZERO.
       01 WS-AN-PREC        PIC 9(04) VALUE ZERO.
       01 WS-MOIS-W         PIC 9(02) VALUE ZERO.
       01 WS-JOUR-W         PIC 9(02) VALUE ZERO.
       01 WS-QUOT-W         PIC 9(04) VALUE ZERO.
       01 WS-RESTE-4        PIC 9(04) VALUE ZERO.
       01 WS-RESTE-100      PIC 9(04) VALUE ZERO.
       01 WS-RESTE-400      PIC 9(04) VALUE ZERO.
       01 WS-BISSEXTILE     PIC X(03) VALUE SPACE.
       01 WS-CUMUL-JOURS.
          05 FILLER PIC X(18) VALUE '000031059090120151'.
          05 FILLER PIC X(18) VALUE '181212243273304334'.
       01 WS-CUMUL-JOURS-R REDEFINES WS-CUMUL-JOURS.
          05 WS-CUMUL-MOIS  PIC 9(03) OCCURS 12.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PINACT'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT DES COMPTES INACTIFS
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(23)
                              VALUE 'COMPTES INACTIFS AU : '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(10) VALUE SPACE.
          05 FILLER           PIC X(09) VALUE 'AGENCE : '.
          05 WS-TI-AGENCE     PIC 9(03).
          05 FILLER           PIC X(10) VALUE SPACE.
          05 FILLER           PIC X(09) VALUE 'DELAI : '.
          05 WS-TI-DELAI      PIC ZZZZ9.
          05 FILLER           PIC X(06) VALUE ' JOURS'.
          05 FILLER           PIC X(49) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(12) VALUE '   COMPTE   '.
          05 FILLER           PIC X(26) VALUE 'CLIENT'.
          05 FILLER           PIC X(03) VALUE ' E '.
          05 FILLER           PIC X(14) VALUE '    SOLDE     '.
          05 FILLER           PIC X(12) VALUE ' DERN.ACTIV.'.
          05 FILLER           PIC X(08) VALUE ' JOURS  '.
          05 FILLER           PIC X(20) VALUE 'SUITE DONNEE'.
          05 FILLER           PIC X(37) VALUE SPACE.
       01 WS-LIGNE-DETAIL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-DT-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-DT-NOMCLI     PIC X(24).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-DT-ETAT       PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-DT-MTSOLD     PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-DT-DATACT     PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-DT-NBJOURS    PIC ZZZZ9.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-DT-SUITE      PIC X(20).
          05 FILLER           PIC X(38) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(32).
          05 WS-TO-NOMBRE     PIC Z(6)9.
          05 FILLER           PIC X(92) VALUE SPACE.
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

           PERFORM 0100-PARAMETRE-DEB
              THRU 0100-PARAMETRE-FIN.

      * PREMIER TRI : LA DERNIERE ACTIVITE CLIENT DE CHAQUE
      * COMPTE DANS L'HISTORIQUE, MOUVEMENTS DE GESTION
      * INTERNE ECARTES, EN SEQUENCE DE COMPTE
           SORT WS-TRI-HIS
                ON ASCENDING KEY WS-SH-NOCPTE
                                 WS-SH-DATCPT
                INPUT PROCEDURE  6200-LIVRAISON-DEB
                THRU             6200-LIVRAISON-FIN
                GIVING FTR-HISACT.

           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.

      * SECOND TRI : L'APPARIEMENT (ACTIVITE DU JOUR, ANCIENNE
      * ACTIVITE, FICHIER DES COMPTES) LIVRE LES COMPTES
      * RETENUS, QUI SONT EDITES PAR AGENCE
           SORT WS-TRI-AGE
                ON ASCENDING KEY WS-SA-AGENCE
                                 WS-SA-NOCPTE
                INPUT PROCEDURE  2000-APPARIEMENT-DEB
                THRU             2000-APPARIEMENT-FIN
                OUTPUT PROCEDURE 6300-EDITION-DEB
                THRU             6300-EDITION-FIN.

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
              GO TO 0050-DATE-COMPTABLE-90
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
       0050-DATE-COMPTABLE-90.
           MOVE WS-DATE-JOUR TO WS-DATE-W.
           PERFORM 9100-NUMERO-JOUR-DEB
              THRU 9100-NUMERO-JOUR-FIN.
           MOVE WS-SERIAL-W TO WS-SERIAL-JOUR.
       0050-DATE-COMPTABLE-FIN.
           EXIT.

      *********************************************************
       0100-PARAMETRE-DEB.
      * DELAI D'INACTIVITE (EN JOURS) LU SUR LE FICHIER
      * PARAMETRE ; FICHIER ABSENT OU VIDE : 365 JOURS
           MOVE 365 TO WS-PAR-DELAI.
           OPEN INPUT FIN-PARINA.
           IF WS-FS-FIN-PARINA = '35'
              DISPLAY 'PARAMETRE INACTIVITE ABSENT, DELAI 365 JOURS'
              GO TO 0100-PARAMETRE-FIN
           END-IF.
           IF WS-FS-FIN-PARINA NOT = ZERO
              DISPLAY 'ERREUR OPEN PARAMETRE INACTIVITE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FIN-PARINA
                INTO WS-PARINA-ENR
               AT END MOVE 365 TO WS-PAR-DELAI.
           IF WS-PAR-DELAI NOT NUMERIC
              OR WS-PAR-DELAI = ZERO
              MOVE 365 TO WS-PAR-DELAI
           END-IF.
           CLOSE FIN-PARINA.
       0100-PARAMETRE-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           OPEN INPUT FTR-HISACT.
           IF WS-FS-FTR-HISACT NOT = ZERO
              DISPLAY 'ERREUR OPEN ACTIVITE TRIEE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * PREMIERE RUN : PAS D'ANCIENNE ACTIVITE
           OPEN INPUT FIN-ACTANC.
           IF WS-FS-FIN-ACTANC = '35'
              DISPLAY 'ANCIEN FICHIER D''ACTIVITE ABSENT'
              GO TO 0200-OUVERTURES-10
           END-IF.
           IF WS-FS-FIN-ACTANC NOT = ZERO
              DISPLAY 'ERREUR OPEN ANCIEN FICHIER D''ACTIVITE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0200-OUVERTURES-10.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES FS='
                      WS-FS-CPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE ZERO TO CPT00-NOCPTE.
           START CPT-FICHIER KEY NOT < CPT00-NOCPTE
               INVALID KEY MOVE '10' TO WS-FS-CPT
           END-START.
           OPEN OUTPUT FOU-ACTNOU.
           IF WS-FS-FOU-ACTNOU NOT = ZERO
              DISPLAY 'ERREUR OPEN NOUVEAU FICHIER D''ACTIVITE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-INARPT.
           IF WS-FS-FOU-INARPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES INACTIFS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-INANOT.
           IF WS-FS-FOU-INANOT NOT = ZERO
              DISPLAY 'ERREUR OPEN LISTE DE NOTIFICATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-INAMAJ.
           IF WS-FS-FOU-INAMAJ NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE GESTION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0200-OUVERTURES-FIN.
           EXIT.

       0300-FERMETURES-DEB.
           CLOSE FTR-HISACT.
           IF WS-FS-FIN-ACTANC NOT = '35'
              CLOSE FIN-ACTANC
           END-IF.
           CLOSE CPT-FICHIER.
           CLOSE FOU-ACTNOU.
           CLOSE FOU-INARPT.
           CLOSE FOU-INANOT.
           CLOSE FOU-INAMAJ.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1100-HAC-LEC-DEB.
           READ FTR-HISACT
                INTO WS-HAC-ENR
               AT END
               MOVE 9999999999 TO WS-CLE-HAC
               GO TO 1100-HAC-LEC-FIN
           END-READ.
           MOVE WS-HA-NOCPTE TO WS-CLE-HAC.
       1100-HAC-LEC-FIN.
           EXIT.

       1200-ACT-LEC-DEB.
           IF WS-FS-FIN-ACTANC = '35'
              MOVE 9999999999 TO WS-CLE-ACT
              GO TO 1200-ACT-LEC-FIN
           END-IF.
           READ FIN-ACTANC
                INTO WS-ACT-ENR
               AT END
               MOVE 9999999999 TO WS-CLE-ACT
               GO TO 1200-ACT-LEC-FIN
           END-READ.
           MOVE WS-AC-NOCPTE TO WS-CLE-ACT.
       1200-ACT-LEC-FIN.
           EXIT.

       1300-CPT-LEC-DEB.
           IF WS-FS-CPT NOT = '00'
              MOVE 9999999999 TO WS-CLE-CPT
              GO TO 1300-CPT-LEC-FIN
           END-IF.
           READ CPT-FICHIER NEXT
               AT END
               MOVE 9999999999 TO WS-CLE-CPT
               GO TO 1300-CPT-LEC-FIN
           END-READ.
           MOVE CPT00-NOCPTE TO WS-CLE-CPT.
       1300-CPT-LEC-FIN.
           EXIT.

      *********************************************************
       2000-APPARIEMENT-DEB.
      * PROCEDURE D'ENTREE DU SECOND TRI : APPARIEMENT A TROIS
      * FICHIERS SUR LA PLUS PETITE CLE
           PERFORM 1100-HAC-LEC-DEB
              THRU 1100-HAC-LEC-FIN.
           PERFORM 1200-ACT-LEC-DEB
              THRU 1200-ACT-LEC-FIN.
           PERFORM 1300-CPT-LEC-DEB
              THRU 1300-CPT-LEC-FIN.
           PERFORM 2100-APPARIER-DEB
              THRU 2100-APPARIER-FIN
              UNTIL WS-CLE-HAC = 9999999999
              AND WS-CLE-ACT = 9999999999
              AND WS-CLE-CPT = 9999999999.
       2000-APPARIEMENT-FIN. EXIT.

       2100-APPARIER-DEB.
      * LA DERNIERE ACTIVITE EST LA PLUS RECENTE DES DEUX
      * SOURCES : ANCIEN FICHIER ET MOUVEMENTS CLIENT DE
      * L'HISTORIQUE
           MOVE WS-CLE-HAC TO WS-CLE-MIN.
           IF WS-CLE-ACT < WS-CLE-MIN
              MOVE WS-CLE-ACT TO WS-CLE-MIN
           END-IF.
           IF WS-CLE-CPT < WS-CLE-MIN
              MOVE WS-CLE-CPT TO WS-CLE-MIN
           END-IF.
           MOVE ZERO  TO WS-DATACT.
           MOVE 'NON' TO WS-CPT-PRESENT.
           IF WS-CLE-ACT = WS-CLE-MIN
              MOVE WS-AC-DATACT TO WS-DATACT
              PERFORM 1200-ACT-LEC-DEB
                 THRU 1200-ACT-LEC-FIN
           END-IF.
           PERFORM 2110-ACTIVITE-DEB
              THRU 2110-ACTIVITE-FIN
              UNTIL WS-CLE-HAC NOT = WS-CLE-MIN.
           IF WS-CLE-CPT = WS-CLE-MIN
              MOVE 'OUI'        TO WS-CPT-PRESENT
              MOVE CPT00-ETAT   TO WS-CP-ETAT
              MOVE CPT00-NOMCLI TO WS-CP-NOMCLI
              MOVE CPT00-AGENCE TO WS-CP-AGENCE
              MOVE CPT00-MTSOLD TO WS-CP-MTSOLD
              PERFORM 1300-CPT-LEC-DEB
                 THRU 1300-CPT-LEC-FIN
           END-IF.
      * UN COMPTE SUPPRIME DE CPTMAST (FERMETURE 'F') SORT DU
      * FICHIER D'ACTIVITE
           IF WS-CPT-PRESENT = 'NON'
              ADD 1 TO WS-CTR-DISPARUS
              GO TO 2100-APPARIER-FIN
           END-IF.
           ADD 1 TO WS-CTR-COMPTES.
           IF WS-DATACT = ZERO
              MOVE WS-DATE-JOUR TO WS-DATACT
              ADD 1 TO WS-CTR-NOUVEAUX
           END-IF.
           MOVE SPACE        TO WS-ACN-ENR.
           MOVE WS-CLE-MIN   TO WS-AN-NOCPTE.
           MOVE WS-DATACT    TO WS-AN-DATACT.
           WRITE FS-OU-ACTNOU FROM WS-ACN-ENR.
           IF WS-FS-FOU-ACTNOU NOT = ZERO
              DISPLAY 'ERREUR ECRITURE NOUVEAU FICHIER D''ACTIVITE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-CP-ETAT = 'C'
              GO TO 2100-APPARIER-FIN
           END-IF.
           MOVE WS-DATACT TO WS-DATE-W.
           PERFORM 9100-NUMERO-JOUR-DEB
              THRU 9100-NUMERO-JOUR-FIN.
           IF WS-SERIAL-W < WS-SERIAL-JOUR
              COMPUTE WS-NBJOURS = WS-SERIAL-JOUR - WS-SERIAL-W
           ELSE
              MOVE ZERO TO WS-NBJOURS
           END-IF.
           PERFORM 2200-RETENIR-DEB
              THRU 2200-RETENIR-FIN.
       2100-APPARIER-FIN.
           EXIT.

       2110-ACTIVITE-DEB.
           IF WS-HA-DATCPT > WS-DATACT
              MOVE WS-HA-DATCPT TO WS-DATACT
           END-IF.
           PERFORM 1100-HAC-LEC-DEB
              THRU 1100-HAC-LEC-FIN.
       2110-ACTIVITE-FIN.
           EXIT.

       2200-RETENIR-DEB.
      * COMPTE OUVERT AU DELA DU DELAI : MISE EN SOMMEIL ;
      * COMPTE EN SOMMEIL REDEVENU ACTIF : REACTIVATION ;
      * COMPTE INACTIF DEJA EN SOMMEIL OU BLOQUE : SIGNALE
           MOVE SPACE TO WS-IN-ACTION.
           IF WS-NBJOURS > WS-PAR-DELAI
              ADD 1 TO WS-CTR-INACTIFS
              IF WS-CP-ETAT = 'O'
                 MOVE 'I' TO WS-IN-ACTION
                 ADD 1 TO WS-CTR-SOMMEIL
              ELSE
                 ADD 1 TO WS-CTR-SIGNALES
              END-IF
           ELSE
              IF WS-CP-ETAT NOT = 'I'
                 GO TO 2200-RETENIR-FIN
              END-IF
              MOVE 'R' TO WS-IN-ACTION
              ADD 1 TO WS-CTR-REACTIVES
           END-IF.
           MOVE SPACE         TO WS-INA-ENR.
           MOVE WS-CP-AGENCE  TO WS-IN-AGENCE.
           MOVE WS-CLE-MIN    TO WS-IN-NOCPTE.
           MOVE WS-CP-NOMCLI  TO WS-IN-NOMCLI.
           MOVE WS-CP-ETAT    TO WS-IN-ETAT.
           MOVE WS-DATACT     TO WS-IN-DATACT.
           MOVE WS-NBJOURS    TO WS-IN-NBJOURS.
           MOVE WS-CP-MTSOLD  TO WS-IN-MTSOLD.
           RELEASE WS-SORT-AGE FROM WS-INA-ENR.
       2200-RETENIR-FIN.
           EXIT.

      *********************************************************
       3000-TOTAUX-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              MOVE ZERO TO WS-AGENCE-COUR
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES EXAMINES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-COMPTES TO WS-TO-NOMBRE.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES INACTIFS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-INACTIFS TO WS-TO-NOMBRE.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
           MOVE 'MISES EN SOMMEIL DEMANDEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SOMMEIL TO WS-TO-NOMBRE.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
           MOVE 'REACTIVATIONS DEMANDEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-REACTIVES TO WS-TO-NOMBRE.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
           MOVE 'INACTIFS SANS SUITE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SIGNALES TO WS-TO-NOMBRE.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
       3000-TOTAUX-FIN.
           EXIT.

      *********************************************************
       6200-LIVRAISON-DEB.
      * PROCEDURE D'ENTREE DU PREMIER TRI : SEULS LES
      * MOUVEMENTS A L'INITIATIVE DU CLIENT SONT LIVRES ;
      * HISTORIQUE ABSENT = AUCUNE ACTIVITE NOUVELLE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-HIS.
           IF WS-FS-FIN-HIS = '35'
              DISPLAY 'HISTORIQUE DES MOUVEMENTS ABSENT'
              GO TO 6200-LIVRAISON-FIN
           END-IF.
           IF WS-FS-FIN-HIS NOT = ZERO
              DISPLAY 'ERREUR OPEN HISTORIQUE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-HIS-LEC-DEB
              THRU 6210-HIS-LEC-FIN.
           PERFORM 6220-HIS-TRT-DEB
              THRU 6220-HIS-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-HIS.
       6200-LIVRAISON-FIN. EXIT.

       6210-HIS-LEC-DEB.
           READ FIN-HIS
                INTO WS-HIS-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       6210-HIS-LEC-FIN.
           EXIT.

       6220-HIS-TRT-DEB.
      * FRAIS, INTERETS DEBITEURS, EXTOURNES ET REGLEMENTS DE
      * SAISIES SONT DES ECRITURES DE LA BANQUE, PAS DU CLIENT
           ADD 1 TO WS-CTR-HIS-LUS.
           IF WS-HI-ORIGINE = 'FRAIS'
              OR WS-HI-ORIGINE = 'INTERETS'
              OR WS-HI-ORIGINE = 'INTERET'
              OR WS-HI-ORIGINE = 'EXTOURNE'
              OR WS-HI-ORIGINE = 'SAISIE'
              ADD 1 TO WS-CTR-HIS-ECARTES
              GO TO 6220-HIS-TRT-90
           END-IF.
           MOVE SPACE        TO WS-SORT-HIS.
           MOVE WS-HI-NOCPTE TO WS-SH-NOCPTE.
           MOVE WS-HI-DATCPT TO WS-SH-DATCPT.
           RELEASE WS-SORT-HIS.
           ADD 1 TO WS-CTR-HIS-CLIENT.
       6220-HIS-TRT-90.
           PERFORM 6210-HIS-LEC-DEB
              THRU 6210-HIS-LEC-FIN.
       6220-HIS-TRT-FIN.
           EXIT.

      *********************************************************
       6300-EDITION-DEB.
      * PROCEDURE DE SORTIE DU SECOND TRI : LES COMPTES
      * RETENUS ARRIVENT PAR AGENCE ; UNE NOUVELLE PAGE A
      * CHAQUE AGENCE
           MOVE SPACE TO WS-FIN-TRI.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
           PERFORM 6320-TRI-TRT-DEB
              THRU 6320-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-ETAT-PAGE-CTR > ZERO
              PERFORM 6400-TOTAL-AGENCE-DEB
                 THRU 6400-TOTAL-AGENCE-FIN
           END-IF.
       6300-EDITION-FIN. EXIT.

       6310-TRI-LEC-DEB.
           RETURN WS-TRI-AGE
              INTO WS-INA-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6310-TRI-LEC-FIN.
           EXIT.

       6320-TRI-TRT-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-IN-AGENCE NOT = WS-AGENCE-COUR
              IF WS-ETAT-PAGE-CTR > ZERO
                 PERFORM 6400-TOTAL-AGENCE-DEB
                    THRU 6400-TOTAL-AGENCE-FIN
              END-IF
              MOVE WS-IN-AGENCE TO WS-AGENCE-COUR
              MOVE ZERO         TO WS-CTR-AGENCE
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           PERFORM 6000-EDITER-COMPTE-DEB
              THRU 6000-EDITER-COMPTE-FIN.
           IF WS-IN-ACTION = 'I'
              PERFORM 6500-NOTIFIER-DEB
                 THRU 6500-NOTIFIER-FIN
           END-IF.
           IF WS-IN-ACTION NOT = SPACE
              PERFORM 6600-GESTION-DEB
                 THRU 6600-GESTION-FIN
           END-IF.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
       6320-TRI-TRT-FIN.
           EXIT.

       6400-TOTAL-AGENCE-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES SIGNALES DE L''AGENCE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-AGENCE TO WS-TO-NOMBRE.
           WRITE FS-OU-INARPT FROM WS-LIGNE-TOTAL.
       6400-TOTAL-AGENCE-FIN.
           EXIT.

       6500-NOTIFIER-DEB.
      * UNE LIGNE DE COURRIER PAR COMPTE MIS EN SOMMEIL
           MOVE SPACE         TO WS-NOT-ENR.
           MOVE WS-IN-AGENCE  TO WS-NO-AGENCE.
           MOVE WS-IN-NOCPTE  TO WS-NO-NOCPTE.
           MOVE WS-IN-NOMCLI  TO WS-NO-NOMCLI.
           MOVE WS-IN-DATACT  TO WS-NO-DATACT.
           MOVE WS-IN-NBJOURS TO WS-NO-NBJOURS.
           MOVE WS-DATE-JOUR  TO WS-NO-DATNOT.
           WRITE FS-OU-INANOT FROM WS-NOT-ENR.
           IF WS-FS-FOU-INANOT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE LISTE DE NOTIFICATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6500-NOTIFIER-FIN.
           EXIT.

       6600-GESTION-DEB.
      * MOUVEMENT 'I' OU 'R' POUR PCPTMA : NI MONTANT, NI
      * NOM, NI AGENCE
           MOVE SPACE         TO WS-MAJ-ENR.
           MOVE WS-IN-ACTION  TO WS-MAJ-CODE.
           MOVE WS-IN-NOCPTE  TO WS-MAJ-NOCPTE.
           MOVE ZERO          TO WS-MAJ-MTSOLD.
           MOVE 'PINACT'      TO WS-MAJ-OPSAI.
           WRITE FS-OU-INAMAJ FROM WS-MAJ-ENR.
           IF WS-FS-FOU-INAMAJ NOT = ZERO
              DISPLAY 'ERREUR ECRITURE MOUVEMENTS DE GESTION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6600-GESTION-FIN.
           EXIT.

      *********************************************************
       6000-EDITER-COMPTE-DEB.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE WS-IN-NOCPTE  TO WS-DT-NOCPTE.
           MOVE WS-IN-NOMCLI  TO WS-DT-NOMCLI.
           MOVE WS-IN-ETAT    TO WS-DT-ETAT.
           MOVE WS-IN-MTSOLD  TO WS-DT-MTSOLD.
           MOVE WS-IN-DATACT  TO WS-DT-DATACT.
           MOVE WS-IN-NBJOURS TO WS-DT-NBJOURS.
           IF WS-IN-ACTION = 'I'
              MOVE 'MISE EN SOMMEIL' TO WS-DT-SUITE
           END-IF.
           IF WS-IN-ACTION = 'R'
              MOVE 'REACTIVATION' TO WS-DT-SUITE
           END-IF.
           IF WS-IN-ACTION = SPACE
              AND WS-IN-ETAT = 'I'
              MOVE 'DEJA EN SOMMEIL' TO WS-DT-SUITE
           END-IF.
           IF WS-IN-ACTION = SPACE
              AND WS-IN-ETAT NOT = 'I'
              MOVE 'COMPTE BLOQUE' TO WS-DT-SUITE
           END-IF.
           WRITE FS-OU-INARPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           ADD 1 TO WS-CTR-AGENCE.
       6000-EDITER-COMPTE-FIN.
           EXIT.

       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR   TO WS-TI-DATE.
           MOVE WS-AGENCE-COUR TO WS-TI-AGENCE.
           MOVE WS-PAR-DELAI   TO WS-TI-DELAI.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-INARPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-INARPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-INARPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       9100-NUMERO-JOUR-DEB.
      * NUMERO DE JOUR D'UNE DATE AAAAMMJJ (WS-DATE-W), RENDU
      * DANS WS-SERIAL-W : 365 JOURS PAR AN + ANNEES BISSEXTILES
      * ECOULEES + JOURS ECOULES DANS L'ANNEE
           DIVIDE WS-DATE-W BY 100 GIVING WS-AAMM-W
                  REMAINDER WS-JOUR-W.
           DIVIDE WS-AAMM-W BY 100 GIVING WS-AN-W
                  REMAINDER WS-MOIS-W.
           IF WS-MOIS-W < 1 OR WS-MOIS-W > 12
              MOVE 1 TO WS-MOIS-W
           END-IF.
           COMPUTE WS-AN-PREC = WS-AN-W - 1.
           COMPUTE WS-SERIAL-W = (WS-AN-PREC * 365)
                   + (WS-AN-PREC / 4) - (WS-AN-PREC / 100)
                   + (WS-AN-PREC / 400)
                   + WS-CUMUL-MOIS (WS-MOIS-W) + WS-JOUR-W.
           PERFORM 9110-BISSEXTILE-DEB
              THRU 9110-BISSEXTILE-FIN.
           IF WS-BISSEXTILE = 'OUI' AND WS-MOIS-W > 2
              ADD 1 TO WS-SERIAL-W
           END-IF.
       9100-NUMERO-JOUR-FIN.
           EXIT.

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
           DISPLAY '* STATISTIQUES DU PROGRAMME PINACT*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'DELAI D''INACTIVITE    ' WS-PAR-DELAI.
           DISPLAY 'MOUVEMENTS LUS        ' WS-CTR-HIS-LUS.
           DISPLAY 'MOUVEMENTS CLIENT     ' WS-CTR-HIS-CLIENT.
           DISPLAY 'MOUVEMENTS ECARTES    ' WS-CTR-HIS-ECARTES.
           DISPLAY 'COMPTES EXAMINES      ' WS-CTR-COMPTES.
           DISPLAY 'COMPTES NOUVEAUX      ' WS-CTR-NOUVEAUX.
           DISPLAY 'COMPTES DISPARUS      ' WS-CTR-DISPARUS.
           DISPLAY 'COMPTES INACTIFS      ' WS-CTR-INACTIFS.
           DISPLAY 'MISES EN SOMMEIL      ' WS-CTR-SOMMEIL.
           DISPLAY 'REACTIVATIONS         ' WS-CTR-REACTIVES.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PINACT *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-HIS    :   ' WS-FS-FIN-HIS.
           DISPLAY ' WS-FS-FIN-ACTANC :   ' WS-FS-FIN-ACTANC.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-ACTNOU :   ' WS-FS-FOU-ACTNOU.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
