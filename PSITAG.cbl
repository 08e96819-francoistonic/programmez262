       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PSITAG.

      *****************************************************
      *      SITUATION COMPTABLE QUOTIDIENNE PAR AGENCE
      *      - LE FICHIER DES COMPTES EST LU EN ENTIER ET
      *        CUMULE PAR AGENCE (CPT00-AGENCE) : NOMBRE DE
      *        COMPTES PAR ETAT (OUVERT, BLOQUE, EN CLOTURE,
      *        CLOS, INACTIF),
      *        NOMBRE ET TOTAL DES SOLDES CREDITEURS, NOMBRE ET
      *        TOTAL DES SOLDES DEBITEURS, DECOUVERT AUTORISE,
      *        PART UTILISEE ET DEPASSEMENT
      *      - LES LIGNES 'D' DE L'INTERFACE COMPTABLE DU JOUR,
      *        APPARIEES AU FICHIER DES COMPTES SUR LE NUMERO,
      *        DONNENT LES DEBITS ET CREDITS DU JOUR DE L'AGENCE
      *      - COMPARAISON A LA SITUATION DE LA VEILLE (ANCIEN
      *        FICHIER DES SITUATIONS) ET ECRITURE DE LA
      *        SITUATION DU JOUR (NOUVEAU FICHIER)
      *      - MONTANTS EN CONTRE-VALEUR EURO AU COURS DU JOUR
      *        COMPTABLE (PCOURS), CONVERTIS COMPTE PAR COMPTE
      *        COMME DANS PAUDIT : LE SOLDE NET DE LA BANQUE EST
      *        EGAL AU TOTAL DES SOLDES CONSTATES DE PAUDIT, LES
      *        DEBITS ET CREDITS DU JOUR A LA LIGNE 'G' DE
      *        L'INTERFACE ; UN COMPTE EN DEVISE SANS COURS EST
      *        COMPTE MAIS RESTE HORS MONTANTS
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FIN-GLI ASSIGN TO INGLI
               FILE STATUS IS WS-FS-FIN-GLI.
      *
               SELECT FIN-SITANC ASSIGN TO INSITANC
               FILE STATUS IS WS-FS-FIN-SITANC.
      *
               SELECT FOU-SITNOU ASSIGN TO OUSITNOU
               FILE STATUS IS WS-FS-FOU-SITNOU.
      *
               SELECT FOU-SITRPT ASSIGN TO OUSITRPT
               FILE STATUS IS WS-FS-FOU-SITRPT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
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
       FD FIN-GLI
            RECORDING MODE IS F.
       01  FS-IN-GLI       PIC X(100).
      *
       FD FIN-SITANC
            RECORDING MODE IS F.
       01  FS-IN-SITANC    PIC X(80).
      *
       FD FOU-SITNOU
            RECORDING MODE IS F.
       01  FS-OU-SITNOU    PIC X(80).
      *
       FD FOU-SITRPT
            RECORDING MODE IS F.
       01  FS-OU-SITRPT    PIC X(132).
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
       01  WS-GLI-ENR.
           05   WS-GL-TYPE     PIC X(01).
           05   WS-GL-NOCPTE   PIC 9(10).
           05   WS-GL-DATCPT   PIC 9(08).
           05   WS-GL-MTDEB    PIC 9(8)V99.
           05   WS-GL-MTCRE    PIC 9(8)V99.
           05   WS-GL-NBMVT    PIC 9(07).
           05   WS-GL-MTNET    PIC S9(9)V99
                               SIGN LEADING SEPARATE.
           05   FILLER         PIC X(02).
           05   WS-GL-DEVISE   PIC X(03).
           05   WS-GL-MTDEBE   PIC 9(8)V99.
           05   WS-GL-MTCREE   PIC 9(8)V99.
           05   WS-GL-MTNETE   PIC S9(9)V99
                               SIGN LEADING SEPARATE.
           05   FILLER         PIC X(05).
      * SITUATION D'UNE AGENCE A UNE DATE COMPTABLE (ANCIEN ET
      * NOUVEAU FICHIER DES SITUATIONS, EN EURO)
       01  WS-SIT-ENR.
           05   WS-SI-AGENCE   PIC 9(03).
           05   WS-SI-DATCPT   PIC 9(08).
           05   WS-SI-NBCPT    PIC 9(07).
           05   WS-SI-CREDIT   PIC S9(13)V99
                               SIGN LEADING SEPARATE.
           05   WS-SI-DEBIT    PIC S9(13)V99
                               SIGN LEADING SEPARATE.
           05   WS-SI-DECOUV   PIC 9(13)V99.
           05   WS-SI-UTILISE  PIC 9(13)V99.
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FIN-GLI     PIC XX.
       01    WS-FS-FIN-SITANC  PIC XX.
       01    WS-FS-FOU-SITNOU  PIC XX.
       01    WS-FS-FOU-SITRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * CLES COURANTES DE L'APPARIEMENT COMPTES / INTERFACE
      * (9999999999 = FIN DE FICHIER)
      *************************************************
       01 WS-CLE-GLI        PIC 9(10) VALUE 9999999999.
       01 WS-CLE-CPT        PIC 9(10) VALUE 9999999999.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-ANC        PIC XXX    VALUE SPACE.
       01 WS-DATE-VEILLE    PIC 9(08)  VALUE ZERO.
      *
       01 WS-CTR-CPT-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-GLI-LUES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-GLI-HORS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-COURS PIC 9(7) VALUE ZERO .
       01 WS-CTR-ANC-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-NOU-ECRITS PIC 9(7) VALUE ZERO .
       01 WS-CTR-AGENCES    PIC 9(7) VALUE ZERO .
      * TABLE DES AGENCES, INDICEE PAR LE NUMERO D'AGENCE + 1
       01 WS-AG-NB-MAX      PIC 9(04) VALUE 1000.
       01 WS-AG-IX          PIC 9(04) COMP VALUE ZERO.
       01 WS-AG-TABLE.
          05 WS-AG-POSTE    OCCURS 1000.
             10 WS-AG-PRESENT  PIC X(01).
             10 WS-AG-VEILLE   PIC X(01).
             10 WS-AG-NBCPT    PIC 9(07).
             10 WS-AG-NBOUV    PIC 9(07).
             10 WS-AG-NBBLQ    PIC 9(07).
             10 WS-AG-NBLIQ    PIC 9(07).
             10 WS-AG-NBCLO    PIC 9(07).
             10 WS-AG-NBINA    PIC 9(07).
             10 WS-AG-NBCRE    PIC 9(07).
             10 WS-AG-NBDEB    PIC 9(07).
             10 WS-AG-CREDIT   PIC S9(13)V99.
             10 WS-AG-DEBIT    PIC S9(13)V99.
             10 WS-AG-DECOUV   PIC S9(13)V99.
             10 WS-AG-UTILISE  PIC S9(13)V99.
             10 WS-AG-DEPASS   PIC S9(13)V99.
             10 WS-AG-MVTDEB   PIC S9(13)V99.
             10 WS-AG-MVTCRE   PIC S9(13)V99.
             10 WS-AG-V-NBCPT  PIC 9(07).
             10 WS-AG-V-CREDIT PIC S9(13)V99.
             10 WS-AG-V-DEBIT  PIC S9(13)V99.
      * CUMULS DE LA BANQUE (MEME DECOUPAGE QU'UNE AGENCE)
       01 WS-BQ-TOTAUX.
          05 WS-BQ-NBCPT       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBOUV       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBBLQ       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBLIQ       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBCLO       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBINA       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBCRE       PIC 9(07) VALUE ZERO.
          05 WS-BQ-NBDEB       PIC 9(07) VALUE ZERO.
          05 WS-BQ-CREDIT      PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-DEBIT       PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-DECOUV      PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-UTILISE     PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-DEPASS      PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-MVTDEB      PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-MVTCRE      PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-V-NBCPT     PIC 9(07) VALUE ZERO.
          05 WS-BQ-V-CREDIT    PIC S9(13)V99 VALUE ZERO.
          05 WS-BQ-V-DEBIT     PIC S9(13)V99 VALUE ZERO.
      * MOUVEMENTS DU JOUR DE COMPTES ABSENTS DU FICHIER
      * (COMPTES SUPPRIMES DANS LA JOURNEE)
       01 WS-HF-MVTDEB      PIC S9(13)V99 VALUE ZERO.
       01 WS-HF-MVTCRE      PIC S9(13)V99 VALUE ZERO.
      * CONVERSION EURO D'UN COMPTE
       01 WS-DEVISE-CPT     PIC X(03) VALUE SPACE.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-SOLDE-EUR      PIC S9(11)V99 VALUE ZERO.
       01 WS-DECOUV-EUR     PIC S9(11)V99 VALUE ZERO.
       01 WS-DEBITEUR-EUR   PIC S9(11)V99 VALUE ZERO.
      * ZONES D'EDITION D'UNE SITUATION (AGENCE OU BANQUE)
       01 WS-ED-NET         PIC S9(13)V99 VALUE ZERO.
       01 WS-ED-V-NET       PIC S9(13)V99 VALUE ZERO.
       01 WS-ED-VAR-NET     PIC S9(13)V99 VALUE ZERO.
       01 WS-ED-VAR-NBCPT   PIC S9(07) VALUE ZERO.
       01 WS-ED-TAUX        PIC 9(03)V9 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PSITAG'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(40)
                    VALUE 'SITUATION COMPTABLE PAR AGENCE (EUR) AU '.
          05 FILLER           PIC X(02) VALUE ': '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(09) VALUE 'VEILLE : '.
          05 WS-TI-VEILLE     PIC 9(08).
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(07) VALUE 'PAGE : '.
          05 WS-TI-PAGE       PIC ZZ9.
          05 FILLER           PIC X(45) VALUE SPACE.
       01 WS-LIGNE-AGENCE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LA-LIBELLE    PIC X(13).
          05 WS-LA-AGENCE     PIC X(03).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(10) VALUE 'COMPTES : '.
          05 WS-LA-NBCPT      PIC Z(6)9.
          05 FILLER           PIC X(12) VALUE '  OUVERTS : '.
          05 WS-LA-NBOUV      PIC Z(6)9.
          05 FILLER           PIC X(12) VALUE '  BLOQUES : '.
          05 WS-LA-NBBLQ      PIC Z(6)9.
          05 FILLER           PIC X(15) VALUE '  EN CLOTURE : '.
          05 WS-LA-NBLIQ      PIC Z(6)9.
          05 FILLER           PIC X(09) VALUE '  CLOS : '.
          05 WS-LA-NBCLO      PIC Z(6)9.
          05 FILLER           PIC X(13) VALUE '  INACTIFS : '.
          05 WS-LA-NBINA      PIC Z(6)9.
       01 WS-LIGNE-SOLDES.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(13) VALUE 'CREDITEURS : '.
          05 WS-LS-NBCRE      PIC Z(6)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LS-CREDIT     PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(12) VALUE 'DEBITEURS : '.
          05 WS-LS-NBDEB      PIC Z(6)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LS-DEBIT      PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(12) VALUE 'SOLDE NET : '.
          05 WS-LS-NET        PIC --B---B---B--9,99.
          05 FILLER           PIC X(12) VALUE SPACE.
       01 WS-LIGNE-DECOUV.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(21)
                    VALUE 'DECOUVERT AUTORISE : '.
          05 WS-LD-DECOUV     PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(10) VALUE 'UTILISE : '.
          05 WS-LD-UTILISE    PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE ' ('.
          05 WS-LD-TAUX       PIC ZZ9,9.
          05 FILLER           PIC X(03) VALUE ' %)'.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(14) VALUE 'DEPASSEMENT : '.
          05 WS-LD-DEPASS     PIC --B---B---B--9,99.
          05 FILLER           PIC X(12) VALUE SPACE.
       01 WS-LIGNE-MVTS.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 WS-LM-LIBELLE    PIC X(29).
          05 WS-LM-MVTDEB     PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(10) VALUE 'CREDITS : '.
          05 WS-LM-MVTCRE     PIC --B---B---B--9,99.
          05 FILLER           PIC X(49) VALUE SPACE.
       01 WS-LIGNE-VEILLE.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(18) VALUE 'VEILLE  COMPTES : '.
          05 WS-LV-NBCPT      PIC Z(6)9.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(12) VALUE 'SOLDE NET : '.
          05 WS-LV-NET        PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(20)
                    VALUE 'VARIATION COMPTES : '.
          05 WS-LV-VAR-NBCPT  PIC ------9.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 FILLER           PIC X(12) VALUE 'SOLDE NET : '.
          05 WS-LV-VAR-NET    PIC --B---B---B--9,99.
          05 FILLER           PIC X(04) VALUE SPACE.
       01 WS-LIGNE-SANS-VEILLE.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(40)
                    VALUE 'PAS DE SITUATION DE LA VEILLE POUR CETTE'.
          05 FILLER           PIC X(08) VALUE ' AGENCE'.
          05 FILLER           PIC X(78) VALUE SPACE.
       01 WS-LIGNE-CONTROLE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LC-LIBELLE    PIC X(50).
          05 WS-LC-MONTANT    PIC -----B---B--9,99.
          05 FILLER           PIC X(65) VALUE SPACE.
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

           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.

           MOVE ZERO TO WS-AG-IX.
           PERFORM 1000-INIT-AGENCE-DEB
              THRU 1000-INIT-AGENCE-FIN
              UNTIL WS-AG-IX NOT < WS-AG-NB-MAX.

      * SITUATION DE LA VEILLE PAR AGENCE
           PERFORM 1100-ANC-LEC-DEB
              THRU 1100-ANC-LEC-FIN.
           PERFORM 1150-ANC-TRT-DEB
              THRU 1150-ANC-TRT-FIN
              UNTIL WS-FIN-ANC = 'FIN'.

      * COMPTES ET MOUVEMENTS DU JOUR, APPARIES SUR LE NUMERO
           PERFORM 1200-GLI-LEC-DEB
              THRU 1200-GLI-LEC-FIN.
           PERFORM 1300-CPT-LEC-DEB
              THRU 1300-CPT-LEC-FIN.
           PERFORM 2000-COMPTE-DEB
              THRU 2000-COMPTE-FIN
              UNTIL WS-CLE-CPT = 9999999999.
           PERFORM 2500-GLI-HORS-FICHIER-DEB
              THRU 2500-GLI-HORS-FICHIER-FIN
              UNTIL WS-CLE-GLI = 9999999999.

           MOVE ZERO TO WS-AG-IX.
           PERFORM 3000-AGENCE-DEB
              THRU 3000-AGENCE-FIN
              UNTIL WS-AG-IX NOT < WS-AG-NB-MAX.
           PERFORM 3500-TOTAL-BANQUE-DEB
              THRU 3500-TOTAL-BANQUE-FIN.

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
              MOVE WS-DC-DATPRE TO WS-DATE-VEILLE
           END-IF.
           CLOSE FIN-DATCTL.
       0050-DATE-COMPTABLE-FIN.
           EXIT.

      *********************************************************
       0100-OUVERTURES-DEB.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES FS='
                      WS-FS-CPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * INTERFACE ABSENTE : SITUATION SANS MOUVEMENTS DU JOUR
           OPEN INPUT FIN-GLI.
           IF WS-FS-FIN-GLI = '35'
              DISPLAY 'INTERFACE COMPTABLE DU JOUR ABSENTE'
              GO TO 0100-OUVERTURES-10
           END-IF.
           IF WS-FS-FIN-GLI NOT = ZERO
              DISPLAY 'ERREUR OPEN INTERFACE COMPTABLE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-10.
      * PREMIERE RUN : PAS DE SITUATION DE LA VEILLE
           OPEN INPUT FIN-SITANC.
           IF WS-FS-FIN-SITANC = '35'
              DISPLAY 'SITUATION DE LA VEILLE ABSENTE'
              GO TO 0100-OUVERTURES-20
           END-IF.
           IF WS-FS-FIN-SITANC NOT = ZERO
              DISPLAY 'ERREUR OPEN SITUATION DE LA VEILLE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-20.
           OPEN OUTPUT FOU-SITNOU.
           IF WS-FS-FOU-SITNOU NOT = ZERO
              DISPLAY 'ERREUR OPEN SITUATION DU JOUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-SITRPT.
           IF WS-FS-FOU-SITRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DE SITUATION PAR AGENCE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE CPT-FICHIER.
           IF WS-FS-FIN-GLI NOT = '35'
              CLOSE FIN-GLI
           END-IF.
           IF WS-FS-FIN-SITANC NOT = '35'
              CLOSE FIN-SITANC
           END-IF.
           CLOSE FOU-SITNOU.
           CLOSE FOU-SITRPT.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-INIT-AGENCE-DEB.
           ADD 1 TO WS-AG-IX.
           MOVE 'N'  TO WS-AG-PRESENT (WS-AG-IX)
                        WS-AG-VEILLE (WS-AG-IX).
           MOVE ZERO TO WS-AG-NBCPT (WS-AG-IX)
                        WS-AG-NBOUV (WS-AG-IX)
                        WS-AG-NBBLQ (WS-AG-IX)
                        WS-AG-NBLIQ (WS-AG-IX)
                        WS-AG-NBCLO (WS-AG-IX)
                        WS-AG-NBINA (WS-AG-IX)
                        WS-AG-NBCRE (WS-AG-IX)
                        WS-AG-NBDEB (WS-AG-IX)
                        WS-AG-CREDIT (WS-AG-IX)
                        WS-AG-DEBIT (WS-AG-IX)
                        WS-AG-DECOUV (WS-AG-IX)
                        WS-AG-UTILISE (WS-AG-IX)
                        WS-AG-DEPASS (WS-AG-IX)
                        WS-AG-MVTDEB (WS-AG-IX)
                        WS-AG-MVTCRE (WS-AG-IX)
                        WS-AG-V-NBCPT (WS-AG-IX)
                        WS-AG-V-CREDIT (WS-AG-IX)
                        WS-AG-V-DEBIT (WS-AG-IX).
       1000-INIT-AGENCE-FIN.
           EXIT.

      *********************************************************
       1100-ANC-LEC-DEB.
           IF WS-FS-FIN-SITANC = '35'
              MOVE 'FIN' TO WS-FIN-ANC
              GO TO 1100-ANC-LEC-FIN
           END-IF.
           READ FIN-SITANC
                INTO WS-SIT-ENR
               AT END MOVE 'FIN' TO WS-FIN-ANC
           END-READ.
       1100-ANC-LEC-FIN.
           EXIT.

       1150-ANC-TRT-DEB.
      * UNE SITUATION D'UNE AUTRE DATE QUE LA VEILLE COMPTABLE
      * EST SIGNALEE MAIS SERT DE BASE DE COMPARAISON
           ADD 1 TO WS-CTR-ANC-LUS.
           IF WS-CTR-ANC-LUS = 1
              AND WS-DATE-VEILLE NOT = ZERO
              AND WS-SI-DATCPT NOT = WS-DATE-VEILLE
              DISPLAY 'SITUATION PRECEDENTE DU ' WS-SI-DATCPT
                      ', VEILLE COMPTABLE ' WS-DATE-VEILLE
           END-IF.
           IF WS-CTR-ANC-LUS = 1
              MOVE WS-SI-DATCPT TO WS-DATE-VEILLE
           END-IF.
           COMPUTE WS-AG-IX = WS-SI-AGENCE + 1.
           MOVE 'O'           TO WS-AG-VEILLE (WS-AG-IX).
           MOVE WS-SI-NBCPT   TO WS-AG-V-NBCPT (WS-AG-IX).
           MOVE WS-SI-CREDIT  TO WS-AG-V-CREDIT (WS-AG-IX).
           MOVE WS-SI-DEBIT   TO WS-AG-V-DEBIT (WS-AG-IX).
           PERFORM 1100-ANC-LEC-DEB
              THRU 1100-ANC-LEC-FIN.
       1150-ANC-TRT-FIN.
           EXIT.

      *********************************************************
       1200-GLI-LEC-DEB.
      * SEULES LES LIGNES 'D' (NET PAR COMPTE) COMPTENT ; LES
      * LIGNES 'G' (TOTAL GENERAL) ET 'T' (FIN) SONT SAUTEES
           IF WS-FS-FIN-GLI = '35'
              MOVE 9999999999 TO WS-CLE-GLI
              GO TO 1200-GLI-LEC-FIN
           END-IF.
           READ FIN-GLI
                INTO WS-GLI-ENR
               AT END
               MOVE 9999999999 TO WS-CLE-GLI
               GO TO 1200-GLI-LEC-FIN
           END-READ.
           IF WS-GL-TYPE NOT = 'D'
              GO TO 1200-GLI-LEC-DEB
           END-IF.
           ADD 1 TO WS-CTR-GLI-LUES.
           MOVE WS-GL-NOCPTE TO WS-CLE-GLI.
       1200-GLI-LEC-FIN.
           EXIT.

       1300-CPT-LEC-DEB.
           READ CPT-FICHIER NEXT RECORD
               AT END
               MOVE 9999999999 TO WS-CLE-CPT
               GO TO 1300-CPT-LEC-FIN
           END-READ.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR LECTURE FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-CPT-LUS.
           MOVE CPT00-NOCPTE TO WS-CLE-CPT.
       1300-CPT-LEC-FIN.
           EXIT.

      *********************************************************
       2000-COMPTE-DEB.
      * LIGNES D'INTERFACE SANS COMPTE AVANT LE COMPTE COURANT
           PERFORM 2500-GLI-HORS-FICHIER-DEB
              THRU 2500-GLI-HORS-FICHIER-FIN
              UNTIL WS-CLE-GLI NOT < WS-CLE-CPT.
           COMPUTE WS-AG-IX = CPT00-AGENCE + 1.
           MOVE 'O' TO WS-AG-PRESENT (WS-AG-IX).
           ADD 1 TO WS-AG-NBCPT (WS-AG-IX).
           IF CPT00-ETAT = 'B'
              ADD 1 TO WS-AG-NBBLQ (WS-AG-IX)
           ELSE
              IF CPT00-ETAT = 'C'
                 ADD 1 TO WS-AG-NBCLO (WS-AG-IX)
              ELSE
                 IF CPT00-ETAT = 'I'
                    ADD 1 TO WS-AG-NBINA (WS-AG-IX)
                 ELSE
                    IF CPT00-ETAT = 'L'
                       ADD 1 TO WS-AG-NBLIQ (WS-AG-IX)
                    ELSE
                       ADD 1 TO WS-AG-NBOUV (WS-AG-IX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 2100-CUMULER-EUR-DEB
              THRU 2100-CUMULER-EUR-FIN.
      * MOUVEMENTS DU JOUR DU COMPTE, DEJA EN EURO SUR
      * L'INTERFACE
           IF WS-CLE-GLI = WS-CLE-CPT
              ADD WS-GL-MTDEBE TO WS-AG-MVTDEB (WS-AG-IX)
              ADD WS-GL-MTCREE TO WS-AG-MVTCRE (WS-AG-IX)
              PERFORM 1200-GLI-LEC-DEB
                 THRU 1200-GLI-LEC-FIN
           END-IF.
           PERFORM 1300-CPT-LEC-DEB
              THRU 1300-CPT-LEC-FIN.
       2000-COMPTE-FIN.
           EXIT.

       2100-CUMULER-EUR-DEB.
      * SOLDE ET DECOUVERT EN CONTRE-VALEUR EURO, ARRONDIS
      * COMPTE PAR COMPTE COMME DANS PAUDIT
           MOVE CPT00-DEVISE TO WS-DEVISE-CPT.
           IF WS-DEVISE-CPT = SPACE
              MOVE 'EUR' TO WS-DEVISE-CPT
           END-IF.
           MOVE 1 TO WS-COURS-DEV.
           IF WS-DEVISE-CPT NOT = 'EUR'
              CALL 'PCOURS' USING WS-DEVISE-CPT WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 ADD 1 TO WS-CTR-SANS-COURS
                 DISPLAY 'COURS ABSENT, COMPTE HORS MONTANTS : '
                         CPT00-NOCPTE ' ' WS-DEVISE-CPT
                 GO TO 2100-CUMULER-EUR-FIN
              END-IF
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED =
                   CPT00-MTSOLD * WS-COURS-DEV.
           COMPUTE WS-DECOUV-EUR ROUNDED =
                   CPT00-MTDECOUV * WS-COURS-DEV.
           ADD WS-DECOUV-EUR TO WS-AG-DECOUV (WS-AG-IX).
           IF WS-SOLDE-EUR NOT < ZERO
              ADD 1 TO WS-AG-NBCRE (WS-AG-IX)
              ADD WS-SOLDE-EUR TO WS-AG-CREDIT (WS-AG-IX)
              GO TO 2100-CUMULER-EUR-FIN
           END-IF.
           ADD 1 TO WS-AG-NBDEB (WS-AG-IX).
           ADD WS-SOLDE-EUR TO WS-AG-DEBIT (WS-AG-IX).
      * DECOUVERT UTILISE DANS LA LIMITE DE L'AUTORISATION,
      * LE SURPLUS EST UN DEPASSEMENT
           COMPUTE WS-DEBITEUR-EUR = ZERO - WS-SOLDE-EUR.
           IF WS-DEBITEUR-EUR > WS-DECOUV-EUR
              ADD WS-DECOUV-EUR TO WS-AG-UTILISE (WS-AG-IX)
              COMPUTE WS-AG-DEPASS (WS-AG-IX) =
                      WS-AG-DEPASS (WS-AG-IX)
                    + WS-DEBITEUR-EUR - WS-DECOUV-EUR
           ELSE
              ADD WS-DEBITEUR-EUR TO WS-AG-UTILISE (WS-AG-IX)
           END-IF.
       2100-CUMULER-EUR-FIN.
           EXIT.

       2500-GLI-HORS-FICHIER-DEB.
      * MOUVEMENTS DU JOUR D'UN COMPTE ABSENT DU FICHIER
      * (SUPPRIME DANS LA JOURNEE) : HORS AGENCES, MAIS DANS
      * LE TOTAL DE LA BANQUE
           ADD 1 TO WS-CTR-GLI-HORS.
           ADD WS-GL-MTDEBE TO WS-HF-MVTDEB.
           ADD WS-GL-MTCREE TO WS-HF-MVTCRE.
           DISPLAY 'INTERFACE SANS COMPTE : ' WS-GL-NOCPTE.
           PERFORM 1200-GLI-LEC-DEB
              THRU 1200-GLI-LEC-FIN.
       2500-GLI-HORS-FICHIER-FIN.
           EXIT.

      *********************************************************
       3000-AGENCE-DEB.
      * AGENCE PRESENTE CE JOUR OU LA VEILLE : EDITION,
      * SITUATION DU JOUR ECRITE, CUMUL DE LA BANQUE
           ADD 1 TO WS-AG-IX.
           IF WS-AG-PRESENT (WS-AG-IX) = 'N'
              AND WS-AG-VEILLE (WS-AG-IX) = 'N'
              GO TO 3000-AGENCE-FIN
           END-IF.
           ADD 1 TO WS-CTR-AGENCES.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-ETAT-LIGNE-CTR > 50
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE 'AGENCE'                TO WS-LA-LIBELLE.
           COMPUTE WS-SI-AGENCE = WS-AG-IX - 1.
           MOVE WS-SI-AGENCE            TO WS-LA-AGENCE.
           MOVE WS-AG-NBCPT (WS-AG-IX)  TO WS-LA-NBCPT.
           MOVE WS-AG-NBOUV (WS-AG-IX)  TO WS-LA-NBOUV.
           MOVE WS-AG-NBBLQ (WS-AG-IX)  TO WS-LA-NBBLQ.
           MOVE WS-AG-NBLIQ (WS-AG-IX)  TO WS-LA-NBLIQ.
           MOVE WS-AG-NBCLO (WS-AG-IX)  TO WS-LA-NBCLO.
           MOVE WS-AG-NBINA (WS-AG-IX)  TO WS-LA-NBINA.
           MOVE WS-AG-NBCRE (WS-AG-IX)  TO WS-LS-NBCRE.
           MOVE WS-AG-CREDIT (WS-AG-IX) TO WS-LS-CREDIT.
           MOVE WS-AG-NBDEB (WS-AG-IX)  TO WS-LS-NBDEB.
           MOVE WS-AG-DEBIT (WS-AG-IX)  TO WS-LS-DEBIT.
           COMPUTE WS-ED-NET = WS-AG-CREDIT (WS-AG-IX)
                             + WS-AG-DEBIT (WS-AG-IX).
           MOVE WS-AG-DECOUV (WS-AG-IX)  TO WS-LD-DECOUV.
           MOVE WS-AG-UTILISE (WS-AG-IX) TO WS-LD-UTILISE.
           MOVE WS-AG-DEPASS (WS-AG-IX)  TO WS-LD-DEPASS.
           MOVE ZERO TO WS-ED-TAUX.
           IF WS-AG-DECOUV (WS-AG-IX) > ZERO
              COMPUTE WS-ED-TAUX ROUNDED =
                      WS-AG-UTILISE (WS-AG-IX) * 100
                    / WS-AG-DECOUV (WS-AG-IX)
           END-IF.
           MOVE 'MOUVEMENTS DU JOUR  DEBITS : ' TO WS-LM-LIBELLE.
           MOVE WS-AG-MVTDEB (WS-AG-IX)  TO WS-LM-MVTDEB.
           MOVE WS-AG-MVTCRE (WS-AG-IX)  TO WS-LM-MVTCRE.
           MOVE WS-AG-V-NBCPT (WS-AG-IX) TO WS-LV-NBCPT.
           COMPUTE WS-ED-V-NET = WS-AG-V-CREDIT (WS-AG-IX)
                               + WS-AG-V-DEBIT (WS-AG-IX).
           COMPUTE WS-ED-VAR-NBCPT = WS-AG-NBCPT (WS-AG-IX)
                                   - WS-AG-V-NBCPT (WS-AG-IX).
           PERFORM 3100-EDITER-SITUATION-DEB
              THRU 3100-EDITER-SITUATION-FIN.
           IF WS-AG-VEILLE (WS-AG-IX) = 'N'
              WRITE FS-OU-SITRPT FROM WS-LIGNE-SANS-VEILLE
           ELSE
              WRITE FS-OU-SITRPT FROM WS-LIGNE-VEILLE
           END-IF.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           PERFORM 3200-ECRIRE-SITUATION-DEB
              THRU 3200-ECRIRE-SITUATION-FIN.
           PERFORM 3300-CUMULER-BANQUE-DEB
              THRU 3300-CUMULER-BANQUE-FIN.
           DISPLAY 'AGENCE ' WS-LA-AGENCE
                   ' COMPTES ' WS-AG-NBCPT (WS-AG-IX)
                   ' SOLDE NET ' WS-ED-NET.
       3000-AGENCE-FIN.
           EXIT.

       3100-EDITER-SITUATION-DEB.
      * LIGNES COMMUNES AGENCE ET BANQUE ; LES ZONES D'EDITION
      * SONT ALIMENTEES PAR L'APPELANT
           MOVE WS-ED-NET      TO WS-LS-NET.
           MOVE WS-ED-TAUX     TO WS-LD-TAUX.
           MOVE WS-ED-V-NET    TO WS-LV-NET.
           COMPUTE WS-ED-VAR-NET = WS-ED-NET - WS-ED-V-NET.
           MOVE WS-ED-VAR-NBCPT TO WS-LV-VAR-NBCPT.
           MOVE WS-ED-VAR-NET  TO WS-LV-VAR-NET.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-BLANCHE.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-AGENCE.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-SOLDES.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-DECOUV.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-MVTS.
           ADD 5 TO WS-ETAT-LIGNE-CTR.
       3100-EDITER-SITUATION-FIN.
           EXIT.

       3200-ECRIRE-SITUATION-DEB.
      * UNE AGENCE SANS COMPTE CE JOUR N'EST PLUS REPORTEE
           IF WS-AG-PRESENT (WS-AG-IX) = 'N'
              GO TO 3200-ECRIRE-SITUATION-FIN
           END-IF.
           COMPUTE WS-SI-AGENCE = WS-AG-IX - 1.
           MOVE WS-DATE-JOUR              TO WS-SI-DATCPT.
           MOVE WS-AG-NBCPT (WS-AG-IX)    TO WS-SI-NBCPT.
           MOVE WS-AG-CREDIT (WS-AG-IX)   TO WS-SI-CREDIT.
           MOVE WS-AG-DEBIT (WS-AG-IX)    TO WS-SI-DEBIT.
           MOVE WS-AG-DECOUV (WS-AG-IX)   TO WS-SI-DECOUV.
           MOVE WS-AG-UTILISE (WS-AG-IX)  TO WS-SI-UTILISE.
           WRITE FS-OU-SITNOU FROM WS-SIT-ENR.
           IF WS-FS-FOU-SITNOU NOT = ZERO
              DISPLAY 'ERREUR ECRITURE SITUATION DU JOUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-NOU-ECRITS.
       3200-ECRIRE-SITUATION-FIN.
           EXIT.

       3300-CUMULER-BANQUE-DEB.
           ADD WS-AG-NBCPT (WS-AG-IX)    TO WS-BQ-NBCPT.
           ADD WS-AG-NBOUV (WS-AG-IX)    TO WS-BQ-NBOUV.
           ADD WS-AG-NBBLQ (WS-AG-IX)    TO WS-BQ-NBBLQ.
           ADD WS-AG-NBLIQ (WS-AG-IX)    TO WS-BQ-NBLIQ.
           ADD WS-AG-NBCLO (WS-AG-IX)    TO WS-BQ-NBCLO.
           ADD WS-AG-NBINA (WS-AG-IX)    TO WS-BQ-NBINA.
           ADD WS-AG-NBCRE (WS-AG-IX)    TO WS-BQ-NBCRE.
           ADD WS-AG-NBDEB (WS-AG-IX)    TO WS-BQ-NBDEB.
           ADD WS-AG-CREDIT (WS-AG-IX)   TO WS-BQ-CREDIT.
           ADD WS-AG-DEBIT (WS-AG-IX)    TO WS-BQ-DEBIT.
           ADD WS-AG-DECOUV (WS-AG-IX)   TO WS-BQ-DECOUV.
           ADD WS-AG-UTILISE (WS-AG-IX)  TO WS-BQ-UTILISE.
           ADD WS-AG-DEPASS (WS-AG-IX)   TO WS-BQ-DEPASS.
           ADD WS-AG-MVTDEB (WS-AG-IX)   TO WS-BQ-MVTDEB.
           ADD WS-AG-MVTCRE (WS-AG-IX)   TO WS-BQ-MVTCRE.
           ADD WS-AG-V-NBCPT (WS-AG-IX)  TO WS-BQ-V-NBCPT.
           ADD WS-AG-V-CREDIT (WS-AG-IX) TO WS-BQ-V-CREDIT.
           ADD WS-AG-V-DEBIT (WS-AG-IX)  TO WS-BQ-V-DEBIT.
       3300-CUMULER-BANQUE-FIN.
           EXIT.

      *********************************************************
       3500-TOTAL-BANQUE-DEB.
      * TOTAL DE LA BANQUE SUR UNE PAGE PROPRE, PUIS LES
      * MONTANTS A RAPPROCHER DE PAUDIT ET DE L'INTERFACE
           PERFORM 8000-ENTETE-PAGE-DEB
              THRU 8000-ENTETE-PAGE-FIN.
           MOVE 'TOTAL BANQUE'  TO WS-LA-LIBELLE.
           MOVE SPACE           TO WS-LA-AGENCE.
           MOVE WS-BQ-NBCPT     TO WS-LA-NBCPT.
           MOVE WS-BQ-NBOUV     TO WS-LA-NBOUV.
           MOVE WS-BQ-NBBLQ     TO WS-LA-NBBLQ.
           MOVE WS-BQ-NBLIQ     TO WS-LA-NBLIQ.
           MOVE WS-BQ-NBCLO     TO WS-LA-NBCLO.
           MOVE WS-BQ-NBINA     TO WS-LA-NBINA.
           MOVE WS-BQ-NBCRE     TO WS-LS-NBCRE.
           MOVE WS-BQ-CREDIT    TO WS-LS-CREDIT.
           MOVE WS-BQ-NBDEB     TO WS-LS-NBDEB.
           MOVE WS-BQ-DEBIT     TO WS-LS-DEBIT.
           COMPUTE WS-ED-NET = WS-BQ-CREDIT + WS-BQ-DEBIT.
           MOVE WS-BQ-DECOUV    TO WS-LD-DECOUV.
           MOVE WS-BQ-UTILISE   TO WS-LD-UTILISE.
           MOVE WS-BQ-DEPASS    TO WS-LD-DEPASS.
           MOVE ZERO TO WS-ED-TAUX.
           IF WS-BQ-DECOUV > ZERO
              COMPUTE WS-ED-TAUX ROUNDED =
                      WS-BQ-UTILISE * 100 / WS-BQ-DECOUV
           END-IF.
           ADD WS-HF-MVTDEB TO WS-BQ-MVTDEB.
           ADD WS-HF-MVTCRE TO WS-BQ-MVTCRE.
           MOVE 'MOUVEMENTS DU JOUR  DEBITS : ' TO WS-LM-LIBELLE.
           MOVE WS-BQ-MVTDEB    TO WS-LM-MVTDEB.
           MOVE WS-BQ-MVTCRE    TO WS-LM-MVTCRE.
           MOVE WS-BQ-V-NBCPT   TO WS-LV-NBCPT.
           COMPUTE WS-ED-V-NET = WS-BQ-V-CREDIT + WS-BQ-V-DEBIT.
           COMPUTE WS-ED-VAR-NBCPT = WS-BQ-NBCPT - WS-BQ-V-NBCPT.
           PERFORM 3100-EDITER-SITUATION-DEB
              THRU 3100-EDITER-SITUATION-FIN.
           IF WS-CTR-ANC-LUS = ZERO
              WRITE FS-OU-SITRPT FROM WS-LIGNE-SANS-VEILLE
           ELSE
              WRITE FS-OU-SITRPT FROM WS-LIGNE-VEILLE
           END-IF.
           IF WS-CTR-GLI-HORS > ZERO
              MOVE 'COMPTES SUPPRIMES   DEBITS : ' TO WS-LM-LIBELLE
              MOVE WS-HF-MVTDEB TO WS-LM-MVTDEB
              MOVE WS-HF-MVTCRE TO WS-LM-MVTCRE
              WRITE FS-OU-SITRPT FROM WS-LIGNE-MVTS
           END-IF.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-BLANCHE.
           MOVE 'SOLDE NET (= TOTAL DES SOLDES CONSTATES PAUDIT)'
             TO WS-LC-LIBELLE.
           MOVE WS-ED-NET       TO WS-LC-MONTANT.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-CONTROLE.
           MOVE 'DEBITS DU JOUR (= LIGNE G DE L''INTERFACE)'
             TO WS-LC-LIBELLE.
           MOVE WS-BQ-MVTDEB    TO WS-LC-MONTANT.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-CONTROLE.
           MOVE 'CREDITS DU JOUR (= LIGNE G DE L''INTERFACE)'
             TO WS-LC-LIBELLE.
           MOVE WS-BQ-MVTCRE    TO WS-LC-MONTANT.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-CONTROLE.
           MOVE 'COMPTES EN DEVISE SANS COURS (HORS MONTANTS)'
             TO WS-LC-LIBELLE.
           MOVE WS-CTR-SANS-COURS TO WS-LC-MONTANT.
           WRITE FS-OU-SITRPT FROM WS-LIGNE-CONTROLE.
       3500-TOTAL-BANQUE-FIN.
           EXIT.

      *********************************************************
       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR     TO WS-TI-DATE.
           MOVE WS-DATE-VEILLE   TO WS-TI-VEILLE.
           MOVE WS-ETAT-PAGE-CTR TO WS-TI-PAGE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-SITRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-SITRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           MOVE 1 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PSITAG*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'COMPTES LUS           ' WS-CTR-CPT-LUS.
           DISPLAY 'LIGNES INTERFACE LUES ' WS-CTR-GLI-LUES.
           DISPLAY 'LIGNES SANS COMPTE    ' WS-CTR-GLI-HORS.
           DISPLAY 'COMPTES SANS COURS    ' WS-CTR-SANS-COURS.
           DISPLAY 'SITUATIONS VEILLE LUES' WS-CTR-ANC-LUS.
           DISPLAY 'SITUATIONS ECRITES    ' WS-CTR-NOU-ECRITS.
           DISPLAY 'AGENCES EDITEES       ' WS-CTR-AGENCES.
           DISPLAY 'SOLDE NET BANQUE EUR  ' WS-ED-NET.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PSITAG *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FIN-GLI    :   ' WS-FS-FIN-GLI.
           DISPLAY ' WS-FS-FIN-SITANC :   ' WS-FS-FIN-SITANC.
           DISPLAY ' WS-FS-FOU-SITNOU :   ' WS-FS-FOU-SITNOU.
           DISPLAY ' WS-FS-FOU-SITRPT :   ' WS-FS-FOU-SITRPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
