       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PVALID.

      *****************************************************
      *      VALIDATION A DEUX OPERATEURS DES ORDRES DE
      *      GESTION DES COMPTES (PCPTMA) ET DES ORDRES DE
      *      CORRECTION PAR EXTOURNE (PEXTOU)
      *      - LES OPERATEURS HABILITES SONT DECRITS DANS LE
      *        FICHIER DES OPERATEURS (CODE, NOM, FONCTIONS
      *        AUTORISEES, DATES DE VALIDITE) ; FONCTIONS :
      *        SAISIE ET VALIDATION DES ORDRES DE GESTION,
      *        SAISIE ET VALIDATION DES EXTOURNES
      *      - CHAQUE ORDRE SAISI PORTE SON OPERATEUR DE
      *        SAISIE ; UN ORDRE D'UN OPERATEUR NON HABILITE
      *        EST REFUSE, LES AUTRES SONT NUMEROTES ET MIS EN
      *        ATTENTE (FICHIER DES ORDRES EN ATTENTE, ANCIEN
      *        -> NOUVEAU)
      *      - LES DECISIONS DU JOUR (NUMERO D'ORDRE, 'A'
      *        APPROUVE OU 'R' REFUSE, OPERATEUR VALIDEUR)
      *        S'APPLIQUENT AUX ORDRES EN ATTENTE : LE
      *        VALIDEUR DOIT ETRE HABILITE A LA VALIDATION DU
      *        TYPE D'ORDRE ET DIFFERENT DU SAISISSEUR, SINON
      *        LA DECISION EST REJETEE ET L'ORDRE RESTE EN
      *        ATTENTE
      *      - SEULS LES ORDRES APPROUVES SONT TRANSMIS, AVEC
      *        LEURS DEUX OPERATEURS : ORDRES DE GESTION AU
      *        FORMAT INCPTMAJ POUR PCPTMA, ORDRES DE
      *        CORRECTION AU FORMAT INEXTORD POUR PEXTOU
      *      - UN ORDRE EN ATTENTE AU DELA DU DELAI (EN JOURS,
      *        FICHIER PARAMETRE, 5 JOURS PAR DEFAUT) EXPIRE
      *      - EDITE L'ETAT DES ORDRES EN ATTENTE, APPROUVES,
      *        REFUSES ET EXPIRES AVEC LES DEUX OPERATEURS ;
      *        CHAQUE SAISIE ET CHAQUE DECISION EST TRACEE
      *        DANS LE JOURNAL COMMUN SOUS LE CODE DE SON
      *        OPERATEUR
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-OPE ASSIGN TO INOPERAT
               FILE STATUS IS WS-FS-FIN-OPE.
      *
               SELECT FIN-PARVAL ASSIGN TO INVALPAR
               FILE STATUS IS WS-FS-FIN-PARVAL.
      *
               SELECT FIN-DEC ASSIGN TO INVALDEC
               FILE STATUS IS WS-FS-FIN-DEC.
      *
               SELECT FIN-ATT ASSIGN TO INVALATT
               FILE STATUS IS WS-FS-FIN-ATT.
      *
               SELECT FIN-MAJSAI ASSIGN TO INMAJSAI
               FILE STATUS IS WS-FS-FIN-MAJSAI.
      *
               SELECT FIN-EXTSAI ASSIGN TO INEXTSAI
               FILE STATUS IS WS-FS-FIN-EXTSAI.
      *
               SELECT FOU-ATT ASSIGN TO OUVALATT
               FILE STATUS IS WS-FS-FOU-ATT.
      *
               SELECT FOU-CPTMAJ ASSIGN TO OUCPTMAJ
               FILE STATUS IS WS-FS-FOU-CPTMAJ.
      *
               SELECT FOU-EXTORD ASSIGN TO OUEXTORD
               FILE STATUS IS WS-FS-FOU-EXTORD.
      *
               SELECT FOU-VALRPT ASSIGN TO OUVALRPT
               FILE STATUS IS WS-FS-FOU-VALRPT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-OPE
            RECORDING MODE IS F.
       01  FS-IN-OPE       PIC X(80).
      *
       FD FIN-PARVAL
            RECORDING MODE IS F.
       01  FS-IN-PARVAL    PIC X(11).
      *
       FD FIN-DEC
            RECORDING MODE IS F.
       01  FS-IN-DEC       PIC X(80).
      *
       FD FIN-ATT
            RECORDING MODE IS F.
       01  FS-IN-ATT       PIC X(120).
      *
       FD FIN-MAJSAI
            RECORDING MODE IS F.
       01  FS-IN-MAJSAI    PIC X(80).
      *
       FD FIN-EXTSAI
            RECORDING MODE IS F.
       01  FS-IN-EXTSAI    PIC X(90).
      *
       FD FOU-ATT
            RECORDING MODE IS F.
       01  FS-OU-ATT       PIC X(120).
      *
       FD FOU-CPTMAJ
            RECORDING MODE IS F.
       01  FS-OU-CPTMAJ    PIC X(80).
      *
       FD FOU-EXTORD
            RECORDING MODE IS F.
       01  FS-OU-EXTORD    PIC X(90).
      *
       FD FOU-VALRPT
            RECORDING MODE IS F.
       01  FS-OU-VALRPT    PIC X(132).
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
      * OPERATEUR HABILITE : FONCTIONS 'O' = AUTORISEE ;
      * DATE DE FIN A ZERO = SANS LIMITE
       01  WS-OPE-ENR.
           05   WS-OP-CODE     PIC X(08).
           05   WS-OP-NOM      PIC X(30).
           05   WS-OP-SAI-MAJ  PIC X(01).
           05   WS-OP-VAL-MAJ  PIC X(01).
           05   WS-OP-SAI-EXT  PIC X(01).
           05   WS-OP-VAL-EXT  PIC X(01).
           05   WS-OP-DATDEB   PIC X(08).
           05   WS-OP-DATDEB-N REDEFINES WS-OP-DATDEB
                               PIC 9(08).
           05   WS-OP-DATFIN   PIC X(08).
           05   WS-OP-DATFIN-N REDEFINES WS-OP-DATFIN
                               PIC 9(08).
           05   FILLER         PIC X(22).
       01  WS-PARVAL-ENR.
           05   WS-PAR-DELAI   PIC 9(05).
           05   FILLER         PIC X(06).
      * DECISION D'UN VALIDEUR SUR UN ORDRE EN ATTENTE
       01  WS-DEC-ENR.
           05   WS-DE-NUMORD   PIC X(14).
           05   FILLER         PIC X(01).
           05   WS-DE-DECISION PIC X(01).
           05   FILLER         PIC X(01).
           05   WS-DE-OPVAL    PIC X(08).
           05   FILLER         PIC X(01).
           05   WS-DE-MOTIF    PIC X(30).
           05   FILLER         PIC X(24).
      * ORDRE EN ATTENTE : NUMERO (TYPE 'M' GESTION OU 'E'
      * EXTOURNE, DATE DE SAISIE, NUMERO D'ORDRE DU JOUR),
      * OPERATEUR DE SAISIE, IMAGE DE L'ORDRE SAISI
       01  WS-ATT-ENR.
           05   WS-AT-NUMORD.
                10 WS-AT-TYPE  PIC X(01).
                10 WS-AT-DATSAI PIC 9(08).
                10 WS-AT-SEQ   PIC 9(05).
           05   WS-AT-OPSAI    PIC X(08).
           05   WS-AT-ORDRE    PIC X(90).
           05   FILLER         PIC X(08).
      * ORDRE DE GESTION AU FORMAT INCPTMAJ (PCPTMA)
       01  WS-MAJ-ENR.
           05   WS-MAJ-CODE    PIC X(01).
           05   WS-MAJ-NOCPTE  PIC X(10).
           05   WS-MAJ-MTSOLD  PIC X(10).
           05   WS-MAJ-MTSOLD-N REDEFINES WS-MAJ-MTSOLD
                               PIC 9(8)V99.
           05   WS-MAJ-SIGNE   PIC X(01).
           05   WS-MAJ-NOMCLI  PIC X(24).
           05   WS-MAJ-AGENCE  PIC X(03).
           05   FILLER         PIC X(01).
           05   WS-MAJ-NOCLI   PIC X(06).
           05   WS-MAJ-DEVISE  PIC X(03).
           05   FILLER         PIC X(01).
           05   WS-MAJ-OPSAI   PIC X(08).
           05   WS-MAJ-OPVAL   PIC X(08).
           05   FILLER         PIC X(04).
      * ORDRE DE CORRECTION AU FORMAT INEXTORD (PEXTOU)
       01  WS-ORD-ENR.
           05   WS-OR-NOCPTE   PIC X(10).
           05   FILLER         PIC X(01).
           05   WS-OR-DAMVT    PIC X(08).
           05   FILLER         PIC X(01).
           05   WS-OR-CDMVT    PIC X(01).
           05   FILLER         PIC X(01).
           05   WS-OR-MTMVT    PIC X(10).
           05   WS-OR-MTMVT-N REDEFINES WS-OR-MTMVT
                               PIC 9(8)V99.
           05   FILLER         PIC X(01).
           05   WS-OR-NOCPDST  PIC X(10).
           05   FILLER         PIC X(01).
           05   WS-OR-OPER     PIC X(08).
           05   FILLER         PIC X(01).
           05   WS-OR-RAISON   PIC X(25).
           05   FILLER         PIC X(02).
           05   WS-OR-OPVAL    PIC X(08).
           05   FILLER         PIC X(02).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * TABLE DES OPERATEURS HABILITES
      *************************************************
       01 WS-OPE-NB-MAX     PIC 9(03) VALUE 200.
       01 WS-OPE-NB         PIC 9(03) VALUE ZERO.
       01 WS-OPE-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-OPE-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-OPE-TABLE.
          05 WS-OPE-POSTE OCCURS 200.
             10 WS-OT-CODE     PIC X(08).
             10 WS-OT-SAI-MAJ  PIC X(01).
             10 WS-OT-VAL-MAJ  PIC X(01).
             10 WS-OT-SAI-EXT  PIC X(01).
             10 WS-OT-VAL-EXT  PIC X(01).
             10 WS-OT-DATDEB   PIC 9(08).
             10 WS-OT-DATFIN   PIC 9(08).
      *************************************************
      * TABLE DES DECISIONS DU JOUR
      *************************************************
       01 WS-DEC-NB-MAX     PIC 9(03) VALUE 500.
       01 WS-DEC-NB         PIC 9(03) VALUE ZERO.
       01 WS-DEC-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-DEC-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-DEC-TABLE.
          05 WS-DEC-POSTE OCCURS 500.
             10 WS-DT-NUMORD   PIC X(14).
             10 WS-DT-DECISION PIC X(01).
             10 WS-DT-OPVAL    PIC X(08).
             10 WS-DT-MOTIF    PIC X(30).
             10 WS-DT-UTILISE  PIC X(01).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-OPE     PIC XX.
       01    WS-FS-FIN-PARVAL  PIC XX.
       01    WS-FS-FIN-DEC     PIC XX.
       01    WS-FS-FIN-ATT     PIC XX.
       01    WS-FS-FIN-MAJSAI  PIC XX.
       01    WS-FS-FIN-EXTSAI  PIC XX.
       01    WS-FS-FOU-ATT     PIC XX.
       01    WS-FS-FOU-CPTMAJ  PIC XX.
       01    WS-FS-FOU-EXTORD  PIC XX.
       01    WS-FS-FOU-VALRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-CTR-OPERATEURS PIC 9(7) VALUE ZERO .
       01 WS-CTR-DECISIONS  PIC 9(7) VALUE ZERO .
       01 WS-CTR-SAISIS     PIC 9(7) VALUE ZERO .
       01 WS-CTR-ATTENTE    PIC 9(7) VALUE ZERO .
       01 WS-CTR-APPROUVES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REFUSES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-EXPIRES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-DEC-REJ    PIC 9(7) VALUE ZERO .
       01 WS-CTR-DEC-ORPH   PIC 9(7) VALUE ZERO .
       01 WS-CTR-MAJ-TRANS  PIC 9(7) VALUE ZERO .
       01 WS-CTR-EXT-TRANS  PIC 9(7) VALUE ZERO .
       01 WS-SEQ-JOUR       PIC 9(05) VALUE ZERO.
       01 WS-FONCTION       PIC X(03) VALUE SPACE.
       01 WS-OPE-CHERCHE    PIC X(08) VALUE SPACE.
       01 WS-HABILITE       PIC X(03) VALUE SPACE.
       01 WS-STATUT         PIC X(12) VALUE SPACE.
       01 WS-MOTIF          PIC X(30) VALUE SPACE.
       01 WS-OPVAL          PIC X(08) VALUE SPACE.
       01 WS-SERIAL-JOUR    PIC 9(08) VALUE ZERO.
       01 WS-AGE-ORDRE      PIC S9(08) VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
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
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PVALID'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT DES ORDRES
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(40)
               VALUE 'ETAT DE VALIDATION DES ORDRES AU :      '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(84) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(16) VALUE ' NUMERO ORDRE'.
          05 FILLER           PIC X(12) VALUE '   COMPTE'.
          05 FILLER           PIC X(03) VALUE ' C'.
          05 FILLER           PIC X(15) VALUE '    MONTANT'.
          05 FILLER           PIC X(10) VALUE 'SAISI PAR'.
          05 FILLER           PIC X(10) VALUE 'VALIDE PAR'.
          05 FILLER           PIC X(13) VALUE 'STATUT'.
          05 FILLER           PIC X(53) VALUE 'MOTIF'.
       01 WS-LIGNE-ORDRE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-NUMORD     PIC X(14).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-NOCPTE     PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-CODE       PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-MONTANT    PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-OPSAI      PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-OPVAL      PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LO-STATUT     PIC X(12).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LO-MOTIF      PIC X(30).
          05 FILLER           PIC X(23) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(34).
          05 WS-TO-NOMBRE     PIC Z(6)9.
          05 FILLER           PIC X(90) VALUE SPACE.

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

           MOVE WS-DATE-JOUR TO WS-DATE-W.
           PERFORM 9100-NUMERO-JOUR-DEB
              THRU 9100-NUMERO-JOUR-FIN.
           MOVE WS-SERIAL-W TO WS-SERIAL-JOUR.

           PERFORM 0100-PARAMETRE-DEB
              THRU 0100-PARAMETRE-FIN.
           PERFORM 0150-CHARGER-OPERATEURS-DEB
              THRU 0150-CHARGER-OPERATEURS-FIN.
           PERFORM 0170-CHARGER-DECISIONS-DEB
              THRU 0170-CHARGER-DECISIONS-FIN.
           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.
           PERFORM 1000-ORDRES-ATTENTE-DEB
              THRU 1000-ORDRES-ATTENTE-FIN.
           PERFORM 2000-SAISIES-GESTION-DEB
              THRU 2000-SAISIES-GESTION-FIN.
           PERFORM 2500-SAISIES-EXTOURNE-DEB
              THRU 2500-SAISIES-EXTOURNE-FIN.
           PERFORM 3000-DECISIONS-ORPHELINES-DEB
              THRU 3000-DECISIONS-ORPHELINES-FIN.
           PERFORM 3500-TOTAUX-DEB
              THRU 3500-TOTAUX-FIN.
           PERFORM 0300-FERMETURES-DEB
              THRU 0300-FERMETURES-FIN.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

      * TRACE DE LA FIN DE LANCEMENT DANS LE JOURNAL COMMUN
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE 'FIN'   TO WS-JRN-EVT.
           MOVE SPACE   TO WS-JRN-CODUTI.
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
       0100-PARAMETRE-DEB.
      * DELAI D'EXPIRATION DES ORDRES EN ATTENTE (EN JOURS) LU
      * SUR LE FICHIER PARAMETRE ; ABSENT OU VIDE : 5 JOURS
           MOVE 5 TO WS-PAR-DELAI.
           OPEN INPUT FIN-PARVAL.
           IF WS-FS-FIN-PARVAL = '35'
              DISPLAY 'PARAMETRE VALIDATION ABSENT, DELAI 5 JOURS'
              GO TO 0100-PARAMETRE-FIN
           END-IF.
           IF WS-FS-FIN-PARVAL NOT = ZERO
              DISPLAY 'ERREUR OPEN PARAMETRE VALIDATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FIN-PARVAL
                INTO WS-PARVAL-ENR
               AT END MOVE 5 TO WS-PAR-DELAI.
           IF WS-PAR-DELAI NOT NUMERIC
              OR WS-PAR-DELAI = ZERO
              MOVE 5 TO WS-PAR-DELAI
           END-IF.
           CLOSE FIN-PARVAL.
       0100-PARAMETRE-FIN.
           EXIT.

      *********************************************************
       0150-CHARGER-OPERATEURS-DEB.
      * FICHIER DES OPERATEURS ABSENT : PERSONNE N'EST
      * HABILITE, TOUTE SAISIE EST REFUSEE ET AUCUNE DECISION
      * N'EST ADMISE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-OPE.
           IF WS-FS-FIN-OPE = '35'
              DISPLAY 'FICHIER DES OPERATEURS ABSENT'
              GO TO 0150-CHARGER-OPERATEURS-FIN
           END-IF.
           IF WS-FS-FIN-OPE NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES OPERATEURS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0160-OPERATEUR-LEC-DEB
              THRU 0160-OPERATEUR-LEC-FIN.
           PERFORM 0165-OPERATEUR-CHG-DEB
              THRU 0165-OPERATEUR-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-OPE.
       0150-CHARGER-OPERATEURS-FIN.
           EXIT.

       0160-OPERATEUR-LEC-DEB.
           READ FIN-OPE
                INTO WS-OPE-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0160-OPERATEUR-LEC-FIN.
           EXIT.

       0165-OPERATEUR-CHG-DEB.
           IF WS-OP-CODE = SPACE
              OR WS-OP-DATDEB NOT NUMERIC
              DISPLAY 'OPERATEUR INVALIDE IGNORE : ' WS-OP-CODE
              GO TO 0165-OPERATEUR-CHG-90
           END-IF.
           IF WS-OPE-NB NOT < WS-OPE-NB-MAX
              DISPLAY 'TABLE DES OPERATEURS PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-OPE-NB.
           MOVE WS-OPE-NB     TO WS-OPE-IX.
           MOVE WS-OP-CODE    TO WS-OT-CODE (WS-OPE-IX).
           MOVE WS-OP-SAI-MAJ TO WS-OT-SAI-MAJ (WS-OPE-IX).
           MOVE WS-OP-VAL-MAJ TO WS-OT-VAL-MAJ (WS-OPE-IX).
           MOVE WS-OP-SAI-EXT TO WS-OT-SAI-EXT (WS-OPE-IX).
           MOVE WS-OP-VAL-EXT TO WS-OT-VAL-EXT (WS-OPE-IX).
           MOVE WS-OP-DATDEB-N TO WS-OT-DATDEB (WS-OPE-IX).
           IF WS-OP-DATFIN NUMERIC
              AND WS-OP-DATFIN-N NOT = ZERO
              MOVE WS-OP-DATFIN-N TO WS-OT-DATFIN (WS-OPE-IX)
           ELSE
              MOVE 99999999 TO WS-OT-DATFIN (WS-OPE-IX)
           END-IF.
           ADD 1 TO WS-CTR-OPERATEURS.
       0165-OPERATEUR-CHG-90.
           PERFORM 0160-OPERATEUR-LEC-DEB
              THRU 0160-OPERATEUR-LEC-FIN.
       0165-OPERATEUR-CHG-FIN.
           EXIT.

      *********************************************************
       0170-CHARGER-DECISIONS-DEB.
      * DECISIONS DES VALIDEURS ; FICHIER ABSENT = AUCUNE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-DEC.
           IF WS-FS-FIN-DEC = '35'
              DISPLAY 'AUCUNE DECISION DE VALIDATION'
              GO TO 0170-CHARGER-DECISIONS-FIN
           END-IF.
           IF WS-FS-FIN-DEC NOT = ZERO
              DISPLAY 'ERREUR OPEN DECISIONS DE VALIDATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0180-DECISION-LEC-DEB
              THRU 0180-DECISION-LEC-FIN.
           PERFORM 0185-DECISION-CHG-DEB
              THRU 0185-DECISION-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-DEC.
       0170-CHARGER-DECISIONS-FIN.
           EXIT.

       0180-DECISION-LEC-DEB.
           READ FIN-DEC
                INTO WS-DEC-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0180-DECISION-LEC-FIN.
           EXIT.

       0185-DECISION-CHG-DEB.
           ADD 1 TO WS-CTR-DECISIONS.
           IF WS-DEC-NB NOT < WS-DEC-NB-MAX
              DISPLAY 'TABLE DES DECISIONS PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-DEC-NB.
           MOVE WS-DEC-NB      TO WS-DEC-IX.
           MOVE WS-DE-NUMORD   TO WS-DT-NUMORD (WS-DEC-IX).
           MOVE WS-DE-DECISION TO WS-DT-DECISION (WS-DEC-IX).
           MOVE WS-DE-OPVAL    TO WS-DT-OPVAL (WS-DEC-IX).
           MOVE WS-DE-MOTIF    TO WS-DT-MOTIF (WS-DEC-IX).
           MOVE '0'            TO WS-DT-UTILISE (WS-DEC-IX).
           PERFORM 0180-DECISION-LEC-DEB
              THRU 0180-DECISION-LEC-FIN.
       0185-DECISION-CHG-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           OPEN OUTPUT FOU-ATT.
           IF WS-FS-FOU-ATT NOT = ZERO
              DISPLAY 'ERREUR OPEN NOUVEAUX ORDRES EN ATTENTE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-CPTMAJ.
           IF WS-FS-FOU-CPTMAJ NOT = ZERO
              DISPLAY 'ERREUR OPEN ORDRES DE GESTION VALIDES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-EXTORD.
           IF WS-FS-FOU-EXTORD NOT = ZERO
              DISPLAY 'ERREUR OPEN ORDRES DE CORRECTION VALIDES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-VALRPT.
           IF WS-FS-FOU-VALRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DE VALIDATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-DATE-JOUR TO WS-TI-DATE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TITRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-ENTETE.
       0200-OUVERTURES-FIN.
           EXIT.

       0300-FERMETURES-DEB.
           CLOSE FOU-ATT.
           CLOSE FOU-CPTMAJ.
           CLOSE FOU-EXTORD.
           CLOSE FOU-VALRPT.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-ORDRES-ATTENTE-DEB.
      * ORDRES EN ATTENTE DES RUNS PRECEDENTES : DECISION DU
      * JOUR, EXPIRATION OU MAINTIEN EN ATTENTE ; FICHIER
      * ABSENT = PREMIERE RUN
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-ATT.
           IF WS-FS-FIN-ATT = '35'
              DISPLAY 'AUCUN ORDRE EN ATTENTE'
              GO TO 1000-ORDRES-ATTENTE-FIN
           END-IF.
           IF WS-FS-FIN-ATT NOT = ZERO
              DISPLAY 'ERREUR OPEN ORDRES EN ATTENTE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1010-ATTENTE-LEC-DEB
              THRU 1010-ATTENTE-LEC-FIN.
           PERFORM 1020-ATTENTE-TRT-DEB
              THRU 1020-ATTENTE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-ATT.
       1000-ORDRES-ATTENTE-FIN.
           EXIT.

       1010-ATTENTE-LEC-DEB.
           READ FIN-ATT
                INTO WS-ATT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1010-ATTENTE-LEC-FIN.
           EXIT.

       1020-ATTENTE-TRT-DEB.
      * LA NUMEROTATION DU JOUR REPREND APRES LES ORDRES DEJA
      * NUMEROTES A CETTE DATE (RUN RELANCEE)
           IF WS-AT-DATSAI = WS-DATE-JOUR
              AND WS-AT-SEQ > WS-SEQ-JOUR
              MOVE WS-AT-SEQ TO WS-SEQ-JOUR
           END-IF.
           MOVE SPACE       TO WS-OPVAL WS-MOTIF.
           PERFORM 1100-CHERCHER-DECISION-DEB
              THRU 1100-CHERCHER-DECISION-FIN.
           IF WS-DEC-TROUVE = 'OUI'
              PERFORM 1200-APPLIQUER-DECISION-DEB
                 THRU 1200-APPLIQUER-DECISION-FIN
              IF WS-STATUT NOT = SPACE
                 GO TO 1020-ATTENTE-TRT-90
              END-IF
           END-IF.
      * SANS DECISION RECEVABLE : EXPIRATION AU DELA DU DELAI,
      * SINON L'ORDRE RESTE EN ATTENTE
           MOVE WS-AT-DATSAI TO WS-DATE-W.
           PERFORM 9100-NUMERO-JOUR-DEB
              THRU 9100-NUMERO-JOUR-FIN.
           COMPUTE WS-AGE-ORDRE = WS-SERIAL-JOUR - WS-SERIAL-W.
           IF WS-AGE-ORDRE > WS-PAR-DELAI
              MOVE 'EXPIRE'         TO WS-STATUT
              MOVE 'DELAI DE VALIDATION DEPASSE' TO WS-MOTIF
              ADD 1 TO WS-CTR-EXPIRES
              PERFORM 4000-EDITER-ORDRE-DEB
                 THRU 4000-EDITER-ORDRE-FIN
              GO TO 1020-ATTENTE-TRT-90
           END-IF.
           PERFORM 1300-GARDER-ATTENTE-DEB
              THRU 1300-GARDER-ATTENTE-FIN.
       1020-ATTENTE-TRT-90.
           PERFORM 1010-ATTENTE-LEC-DEB
              THRU 1010-ATTENTE-LEC-FIN.
       1020-ATTENTE-TRT-FIN.
           EXIT.

       1100-CHERCHER-DECISION-DEB.
      * PREMIERE DECISION NON ENCORE UTILISEE POUR L'ORDRE
           MOVE 'NON' TO WS-DEC-TROUVE.
           MOVE ZERO  TO WS-DEC-IX.
       1100-CHERCHER-DECISION-10.
           IF WS-DEC-IX NOT < WS-DEC-NB
              GO TO 1100-CHERCHER-DECISION-FIN
           END-IF.
           ADD 1 TO WS-DEC-IX.
           IF WS-DT-NUMORD (WS-DEC-IX) = WS-AT-NUMORD
              AND WS-DT-UTILISE (WS-DEC-IX) = '0'
              MOVE 'OUI' TO WS-DEC-TROUVE
              MOVE '1'   TO WS-DT-UTILISE (WS-DEC-IX)
              GO TO 1100-CHERCHER-DECISION-FIN
           END-IF.
           GO TO 1100-CHERCHER-DECISION-10.
       1100-CHERCHER-DECISION-FIN.
           EXIT.

       1200-APPLIQUER-DECISION-DEB.
      * LE VALIDEUR DOIT ETRE HABILITE A LA VALIDATION DU TYPE
      * D'ORDRE A LA DATE DU JOUR ET DIFFERENT DU SAISISSEUR ;
      * UNE DECISION IRRECEVABLE EST EDITEE ET LAISSE L'ORDRE
      * EN ATTENTE (WS-STATUT A BLANC EN RETOUR)
           MOVE SPACE                     TO WS-STATUT.
           MOVE WS-DT-OPVAL (WS-DEC-IX)   TO WS-OPVAL.
           MOVE WS-DT-MOTIF (WS-DEC-IX)   TO WS-MOTIF.
           MOVE WS-OPVAL                  TO WS-OPE-CHERCHE.
           MOVE 'VAL'                     TO WS-FONCTION.
           PERFORM 5000-HABILITATION-DEB
              THRU 5000-HABILITATION-FIN.
           IF WS-DT-DECISION (WS-DEC-IX) NOT = 'A'
              AND WS-DT-DECISION (WS-DEC-IX) NOT = 'R'
              MOVE 'CODE DECISION INVALIDE' TO WS-MOTIF
              MOVE 'NON' TO WS-HABILITE
           END-IF.
           IF WS-HABILITE = 'OUI'
              AND WS-OPVAL = WS-AT-OPSAI
              MOVE 'VALIDEUR = SAISISSEUR' TO WS-MOTIF
              MOVE 'NON' TO WS-HABILITE
           END-IF.
           IF WS-HABILITE NOT = 'OUI'
              IF WS-MOTIF = WS-DT-MOTIF (WS-DEC-IX)
                 MOVE 'VALIDEUR NON HABILITE' TO WS-MOTIF
              END-IF
              ADD 1 TO WS-CTR-DEC-REJ
              MOVE 'DECIS.REJET.' TO WS-STATUT
              PERFORM 4000-EDITER-ORDRE-DEB
                 THRU 4000-EDITER-ORDRE-FIN
              MOVE SPACE TO WS-STATUT WS-OPVAL WS-MOTIF
              GO TO 1200-APPLIQUER-DECISION-FIN
           END-IF.
           IF WS-DT-DECISION (WS-DEC-IX) = 'R'
              MOVE 'REFUSE' TO WS-STATUT
              ADD 1 TO WS-CTR-REFUSES
              MOVE 'REFUS' TO WS-JRN-EVT
           ELSE
              MOVE 'APPROUVE' TO WS-STATUT
              ADD 1 TO WS-CTR-APPROUVES
              MOVE 'VALID' TO WS-JRN-EVT
              PERFORM 1250-TRANSMETTRE-DEB
                 THRU 1250-TRANSMETTRE-FIN
           END-IF.
           PERFORM 4000-EDITER-ORDRE-DEB
              THRU 4000-EDITER-ORDRE-FIN.
      * TRACE DE LA DECISION SOUS LE CODE DU VALIDEUR
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-OPVAL TO WS-JRN-CODUTI.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.
       1200-APPLIQUER-DECISION-FIN.
           EXIT.

       1250-TRANSMETTRE-DEB.
      * ORDRE APPROUVE, AVEC LES DEUX OPERATEURS : VERS PCPTMA
      * (FORMAT INCPTMAJ) OU VERS PEXTOU (FORMAT INEXTORD)
           IF WS-AT-TYPE = 'M'
              MOVE WS-AT-ORDRE TO WS-MAJ-ENR
              MOVE WS-AT-OPSAI TO WS-MAJ-OPSAI
              MOVE WS-OPVAL    TO WS-MAJ-OPVAL
              WRITE FS-OU-CPTMAJ FROM WS-MAJ-ENR
              IF WS-FS-FOU-CPTMAJ NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE ORDRE DE GESTION'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1 TO WS-CTR-MAJ-TRANS
           ELSE
              MOVE WS-AT-ORDRE TO WS-ORD-ENR
              MOVE WS-AT-OPSAI TO WS-OR-OPER
              MOVE WS-OPVAL    TO WS-OR-OPVAL
              WRITE FS-OU-EXTORD FROM WS-ORD-ENR
              IF WS-FS-FOU-EXTORD NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE ORDRE DE CORRECTION'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1 TO WS-CTR-EXT-TRANS
           END-IF.
       1250-TRANSMETTRE-FIN.
           EXIT.

       1300-GARDER-ATTENTE-DEB.
           WRITE FS-OU-ATT FROM WS-ATT-ENR.
           IF WS-FS-FOU-ATT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE ORDRE EN ATTENTE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-ATTENTE.
           MOVE 'EN ATTENTE' TO WS-STATUT.
           MOVE SPACE        TO WS-OPVAL WS-MOTIF.
           PERFORM 4000-EDITER-ORDRE-DEB
              THRU 4000-EDITER-ORDRE-FIN.
       1300-GARDER-ATTENTE-FIN.
           EXIT.

      *********************************************************
       2000-SAISIES-GESTION-DEB.
      * ORDRES DE GESTION SAISIS DEPUIS LA DERNIERE RUN
      * (FORMAT INCPTMAJ, OPERATEUR DE SAISIE RENSEIGNE)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-MAJSAI.
           IF WS-FS-FIN-MAJSAI = '35'
              DISPLAY 'AUCUN ORDRE DE GESTION SAISI'
              GO TO 2000-SAISIES-GESTION-FIN
           END-IF.
           IF WS-FS-FIN-MAJSAI NOT = ZERO
              DISPLAY 'ERREUR OPEN ORDRES DE GESTION SAISIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 2010-MAJSAI-LEC-DEB
              THRU 2010-MAJSAI-LEC-FIN.
           PERFORM 2020-MAJSAI-TRT-DEB
              THRU 2020-MAJSAI-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-MAJSAI.
       2000-SAISIES-GESTION-FIN.
           EXIT.

       2010-MAJSAI-LEC-DEB.
           READ FIN-MAJSAI
                INTO WS-MAJ-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       2010-MAJSAI-LEC-FIN.
           EXIT.

       2020-MAJSAI-TRT-DEB.
           MOVE SPACE         TO WS-ATT-ENR.
           MOVE 'M'           TO WS-AT-TYPE.
           MOVE WS-MAJ-OPSAI  TO WS-AT-OPSAI.
           MOVE SPACE         TO WS-MAJ-OPVAL.
           MOVE WS-MAJ-ENR    TO WS-AT-ORDRE.
           PERFORM 2800-ENREGISTRER-SAISIE-DEB
              THRU 2800-ENREGISTRER-SAISIE-FIN.
           PERFORM 2010-MAJSAI-LEC-DEB
              THRU 2010-MAJSAI-LEC-FIN.
       2020-MAJSAI-TRT-FIN.
           EXIT.

      *********************************************************
       2500-SAISIES-EXTOURNE-DEB.
      * ORDRES DE CORRECTION SAISIS DEPUIS LA DERNIERE RUN
      * (FORMAT INEXTORD, OPERATEUR DE SAISIE RENSEIGNE)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-EXTSAI.
           IF WS-FS-FIN-EXTSAI = '35'
              DISPLAY 'AUCUN ORDRE DE CORRECTION SAISI'
              GO TO 2500-SAISIES-EXTOURNE-FIN
           END-IF.
           IF WS-FS-FIN-EXTSAI NOT = ZERO
              DISPLAY 'ERREUR OPEN ORDRES DE CORRECTION SAISIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 2510-EXTSAI-LEC-DEB
              THRU 2510-EXTSAI-LEC-FIN.
           PERFORM 2520-EXTSAI-TRT-DEB
              THRU 2520-EXTSAI-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-EXTSAI.
       2500-SAISIES-EXTOURNE-FIN.
           EXIT.

       2510-EXTSAI-LEC-DEB.
           READ FIN-EXTSAI
                INTO WS-ORD-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       2510-EXTSAI-LEC-FIN.
           EXIT.

       2520-EXTSAI-TRT-DEB.
           MOVE SPACE         TO WS-ATT-ENR.
           MOVE 'E'           TO WS-AT-TYPE.
           MOVE WS-OR-OPER    TO WS-AT-OPSAI.
           MOVE SPACE         TO WS-OR-OPVAL.
           MOVE WS-ORD-ENR    TO WS-AT-ORDRE.
           PERFORM 2800-ENREGISTRER-SAISIE-DEB
              THRU 2800-ENREGISTRER-SAISIE-FIN.
           PERFORM 2510-EXTSAI-LEC-DEB
              THRU 2510-EXTSAI-LEC-FIN.
       2520-EXTSAI-TRT-FIN.
           EXIT.

      *********************************************************
       2800-ENREGISTRER-SAISIE-DEB.
      * LE SAISISSEUR DOIT ETRE HABILITE A LA SAISIE DU TYPE
      * D'ORDRE ; L'ORDRE RECOIT SON NUMERO ET PART EN ATTENTE
      * DE VALIDATION
           ADD 1 TO WS-CTR-SAISIS.
           IF WS-SEQ-JOUR NOT < 99999
              DISPLAY 'NUMEROTATION DES ORDRES EPUISEE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-SEQ-JOUR.
           MOVE WS-DATE-JOUR  TO WS-AT-DATSAI.
           MOVE WS-SEQ-JOUR   TO WS-AT-SEQ.
           MOVE SPACE         TO WS-OPVAL WS-MOTIF.
           MOVE WS-AT-OPSAI   TO WS-OPE-CHERCHE.
           MOVE 'SAI'         TO WS-FONCTION.
           PERFORM 5000-HABILITATION-DEB
              THRU 5000-HABILITATION-FIN.
           IF WS-HABILITE NOT = 'OUI'
              MOVE 'REFUSE' TO WS-STATUT
              IF WS-AT-OPSAI = SPACE
                 MOVE 'OPERATEUR DE SAISIE ABSENT' TO WS-MOTIF
              ELSE
                 MOVE 'SAISISSEUR NON HABILITE' TO WS-MOTIF
              END-IF
              ADD 1 TO WS-CTR-REFUSES
              PERFORM 4000-EDITER-ORDRE-DEB
                 THRU 4000-EDITER-ORDRE-FIN
              GO TO 2800-ENREGISTRER-SAISIE-FIN
           END-IF.
           PERFORM 1300-GARDER-ATTENTE-DEB
              THRU 1300-GARDER-ATTENTE-FIN.
      * TRACE DE LA SAISIE SOUS LE CODE DU SAISISSEUR
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE 'SAISI'     TO WS-JRN-EVT.
           MOVE WS-AT-OPSAI TO WS-JRN-CODUTI.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.
       2800-ENREGISTRER-SAISIE-FIN.
           EXIT.

      *********************************************************
       3000-DECISIONS-ORPHELINES-DEB.
      * DECISIONS QUI NE VISENT AUCUN ORDRE EN ATTENTE
           MOVE ZERO TO WS-DEC-IX.
           PERFORM 3010-DECISION-ORPHELINE-DEB
              THRU 3010-DECISION-ORPHELINE-FIN
              UNTIL WS-DEC-IX NOT < WS-DEC-NB.
       3000-DECISIONS-ORPHELINES-FIN.
           EXIT.

       3010-DECISION-ORPHELINE-DEB.
           ADD 1 TO WS-DEC-IX.
           IF WS-DT-UTILISE (WS-DEC-IX) NOT = '0'
              GO TO 3010-DECISION-ORPHELINE-FIN
           END-IF.
           ADD 1 TO WS-CTR-DEC-ORPH.
           MOVE SPACE TO WS-LIGNE-ORDRE.
           MOVE WS-DT-NUMORD (WS-DEC-IX) TO WS-LO-NUMORD.
           MOVE WS-DT-OPVAL (WS-DEC-IX)  TO WS-LO-OPVAL.
           MOVE 'DECIS.REJET.'           TO WS-LO-STATUT.
           MOVE 'AUCUN ORDRE EN ATTENTE' TO WS-LO-MOTIF.
           MOVE ZERO                     TO WS-LO-MONTANT.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-ORDRE.
       3010-DECISION-ORPHELINE-FIN.
           EXIT.

      *********************************************************
       3500-TOTAUX-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES SAISIS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SAISIS TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES EN ATTENTE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ATTENTE TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES APPROUVES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-APPROUVES TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES REFUSES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-REFUSES TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES EXPIRES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-EXPIRES TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'DECISIONS REJETEES' TO WS-TO-LIBELLE.
           COMPUTE WS-TO-NOMBRE = WS-CTR-DEC-REJ + WS-CTR-DEC-ORPH.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES DE GESTION TRANSMIS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-MAJ-TRANS TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ORDRES DE CORRECTION TRANSMIS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-EXT-TRANS TO WS-TO-NOMBRE.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-TOTAL.
       3500-TOTAUX-FIN.
           EXIT.

      *********************************************************
       4000-EDITER-ORDRE-DEB.
      * LIGNE DE L'ETAT POUR L'ORDRE EN COURS (WS-ATT-ENR) :
      * COMPTE, CODE OU SENS ET MONTANT LUS DANS L'IMAGE DE
      * L'ORDRE SELON SON TYPE
           MOVE SPACE TO WS-LIGNE-ORDRE.
           MOVE WS-AT-NUMORD TO WS-LO-NUMORD.
           MOVE ZERO         TO WS-LO-MONTANT.
           IF WS-AT-TYPE = 'M'
              MOVE WS-AT-ORDRE TO WS-MAJ-ENR
              MOVE WS-MAJ-NOCPTE TO WS-LO-NOCPTE
              MOVE WS-MAJ-CODE   TO WS-LO-CODE
              IF WS-MAJ-MTSOLD NUMERIC
                 MOVE WS-MAJ-MTSOLD-N TO WS-LO-MONTANT
              END-IF
           ELSE
              MOVE WS-AT-ORDRE TO WS-ORD-ENR
              MOVE WS-OR-NOCPTE  TO WS-LO-NOCPTE
              MOVE WS-OR-CDMVT   TO WS-LO-CODE
              IF WS-OR-MTMVT NUMERIC
                 MOVE WS-OR-MTMVT-N TO WS-LO-MONTANT
              END-IF
           END-IF.
           MOVE WS-AT-OPSAI TO WS-LO-OPSAI.
           MOVE WS-OPVAL    TO WS-LO-OPVAL.
           MOVE WS-STATUT   TO WS-LO-STATUT.
           MOVE WS-MOTIF    TO WS-LO-MOTIF.
           WRITE FS-OU-VALRPT FROM WS-LIGNE-ORDRE.
       4000-EDITER-ORDRE-FIN.
           EXIT.

      *********************************************************
       5000-HABILITATION-DEB.
      * L'OPERATEUR WS-OPE-CHERCHE EST-IL HABILITE, A LA DATE
      * DU JOUR, A LA FONCTION WS-FONCTION ('SAI' SAISIE, 'VAL'
      * VALIDATION) POUR LE TYPE D'ORDRE EN COURS ?
           MOVE 'NON' TO WS-HABILITE.
           IF WS-OPE-CHERCHE = SPACE
              GO TO 5000-HABILITATION-FIN
           END-IF.
           MOVE 'NON' TO WS-OPE-TROUVE.
           MOVE ZERO  TO WS-OPE-IX.
           PERFORM 5010-COMPARER-OPERATEUR-DEB
              THRU 5010-COMPARER-OPERATEUR-FIN
              UNTIL WS-OPE-TROUVE = 'OUI'
              OR WS-OPE-IX NOT < WS-OPE-NB.
           IF WS-OPE-TROUVE NOT = 'OUI'
              GO TO 5000-HABILITATION-FIN
           END-IF.
           IF WS-DATE-JOUR < WS-OT-DATDEB (WS-OPE-IX)
              OR WS-DATE-JOUR > WS-OT-DATFIN (WS-OPE-IX)
              GO TO 5000-HABILITATION-FIN
           END-IF.
           IF WS-AT-TYPE = 'M' AND WS-FONCTION = 'SAI'
              AND WS-OT-SAI-MAJ (WS-OPE-IX) = 'O'
              MOVE 'OUI' TO WS-HABILITE
           END-IF.
           IF WS-AT-TYPE = 'M' AND WS-FONCTION = 'VAL'
              AND WS-OT-VAL-MAJ (WS-OPE-IX) = 'O'
              MOVE 'OUI' TO WS-HABILITE
           END-IF.
           IF WS-AT-TYPE = 'E' AND WS-FONCTION = 'SAI'
              AND WS-OT-SAI-EXT (WS-OPE-IX) = 'O'
              MOVE 'OUI' TO WS-HABILITE
           END-IF.
           IF WS-AT-TYPE = 'E' AND WS-FONCTION = 'VAL'
              AND WS-OT-VAL-EXT (WS-OPE-IX) = 'O'
              MOVE 'OUI' TO WS-HABILITE
           END-IF.
       5000-HABILITATION-FIN.
           EXIT.

       5010-COMPARER-OPERATEUR-DEB.
           ADD 1 TO WS-OPE-IX.
           IF WS-OT-CODE (WS-OPE-IX) = WS-OPE-CHERCHE
              MOVE 'OUI' TO WS-OPE-TROUVE
           END-IF.
       5010-COMPARER-OPERATEUR-FIN.
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
           DISPLAY '* STATISTIQUES DU PROGRAMME PVALID*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'OPERATEURS HABILITES  ' WS-CTR-OPERATEURS.
           DISPLAY 'DECISIONS LUES        ' WS-CTR-DECISIONS.
           DISPLAY 'ORDRES SAISIS         ' WS-CTR-SAISIS.
           DISPLAY 'ORDRES EN ATTENTE     ' WS-CTR-ATTENTE.
           DISPLAY 'ORDRES APPROUVES      ' WS-CTR-APPROUVES.
           DISPLAY 'ORDRES REFUSES        ' WS-CTR-REFUSES.
           DISPLAY 'ORDRES EXPIRES        ' WS-CTR-EXPIRES.
           DISPLAY 'DECISIONS REJETEES    ' WS-CTR-DEC-REJ.
           DISPLAY 'DECISIONS SANS ORDRE  ' WS-CTR-DEC-ORPH.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PVALID *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-OPE    :   ' WS-FS-FIN-OPE.
           DISPLAY ' WS-FS-FIN-DEC    :   ' WS-FS-FIN-DEC.
           DISPLAY ' WS-FS-FIN-ATT    :   ' WS-FS-FIN-ATT.
           DISPLAY ' WS-FS-FIN-MAJSAI :   ' WS-FS-FIN-MAJSAI.
           DISPLAY ' WS-FS-FIN-EXTSAI :   ' WS-FS-FIN-EXTSAI.
           DISPLAY ' WS-FS-FOU-ATT    :   ' WS-FS-FOU-ATT.
           DISPLAY ' WS-FS-FOU-CPTMAJ :   ' WS-FS-FOU-CPTMAJ.
           DISPLAY ' WS-FS-FOU-EXTORD :   ' WS-FS-FOU-EXTORD.
           DISPLAY ' WS-FS-FOU-VALRPT :   ' WS-FS-FOU-VALRPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
