       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PLCBFT.

      *****************************************************
      *      SURVEILLANCE DES MOUVEMENTS AU TITRE DE LA
      *      LUTTE CONTRE LE BLANCHIMENT (LCB-FT)
      *      - LANCEMENT MENSUEL, AVANT L'EPURATION PRELMD,
      *        SUR L'HISTORIQUE DES MOUVEMENTS COMPTABILISES
      *      - ALERTE 'SEUIL' : TOUT MOUVEMENT DONT LE MONTANT
      *        DEPASSE LE SEUIL DE DECLARATION
      *      - ALERTE 'FRACTIONNEMENT' : SUR UN MEME COMPTE ET
      *        DANS UN MEME SENS (VERSEMENTS 'D' D'UNE PART,
      *        RETRAITS 'C'/'R' D'AUTRE PART), AU MOINS DEUX
      *        MOUVEMENTS SOUS LE SEUIL DONT LE CUMUL LE
      *        DEPASSE, DANS UNE FENETRE GLISSANTE DE N DATES
      *        COMPTABLES (LES DATES PRESENTES DANS
      *        L'HISTORIQUE) ; APRES UNE ALERTE, LA FENETRE
      *        SUIVANTE REPART DU PREMIER MOUVEMENT NON
      *        RETENU, UN MOUVEMENT N'EST DONC SIGNALE QU'UNE
      *        FOIS
      *      - SEUIL ET NOMBRE DE DATES LUS SUR LE FICHIER
      *        PARAMETRE (10000,00 ET 5 DATES PAR DEFAUT)
      *      - LES COMPTES DE LA LISTE D'EXEMPTION (COMPTES
      *        INTERNES, GRANDES ENTREPRISES) SONT ECARTES, DE
      *        MEME QUE LES ECRITURES DE LA BANQUE (FRAIS,
      *        INTERETS, EXTOURNES, REGLEMENTS DE SAISIES)
      *      - EDITE UN ETAT DES ALERTES PAR AGENCE (NOM DU
      *        CLIENT ET MOUVEMENTS CONSTITUTIFS) ET UN
      *        FICHIER EXTRAIT POUR LA DECLARATION PAR LE
      *        SERVICE CONFORMITE (ENTETE 'E', UNE LIGNE 'D'
      *        PAR MOUVEMENT D'ALERTE, FIN 'T' AVEC NOMBRES ET
      *        TOTAL)
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-PARLCB ASSIGN TO INLCBPAR
               FILE STATUS IS WS-FS-FIN-PARLCB.
      *
               SELECT FIN-EXO ASSIGN TO INLCBEXO
               FILE STATUS IS WS-FS-FIN-EXO.
      *
               SELECT FIN-HIS ASSIGN TO INHISMVT
               FILE STATUS IS WS-FS-FIN-HIS.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT WS-TRI-MVT ASSIGN TO DSKTRI.
      *
               SELECT FTR-ALR ASSIGN TO WKLCBALR
               FILE STATUS IS WS-FS-FTR-ALR.
      *
               SELECT WS-TRI-ALR ASSIGN TO DSKTR2.
      *
               SELECT FOU-LCBRPT ASSIGN TO OULCBRPT
               FILE STATUS IS WS-FS-FOU-LCBRPT.
      *
               SELECT FOU-DEC ASSIGN TO OULCBDEC
               FILE STATUS IS WS-FS-FOU-DEC.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-PARLCB
            RECORDING MODE IS F.
       01  FS-IN-PARLCB    PIC X(20).
      *
       FD FIN-EXO
            RECORDING MODE IS F.
       01  FS-IN-EXO       PIC X(20).
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
           05   FILLER         PIC X(12).
      *
       SD  WS-TRI-MVT.
       01  WS-SORT-MVT.
           05   WS-SM-NOCPTE   PIC 9(10).
           05   WS-SM-RANG     PIC 9(03).
           05   FILLER         PIC X(51).
      *
       FD FTR-ALR
            RECORDING MODE IS F.
       01  FS-TR-ALR       PIC X(120).
      *
       SD  WS-TRI-ALR.
       01  WS-SORT-ALR.
           05   WS-SA-AGENCE   PIC 9(03).
           05   WS-SA-NOCPTE   PIC 9(10).
           05   WS-SA-NOALR    PIC 9(05).
           05   WS-SA-NOLIG    PIC 9(04).
           05   FILLER         PIC X(98).
      *
       FD FOU-LCBRPT
            RECORDING MODE IS F.
       01  FS-OU-LCBRPT    PIC X(132).
      *
       FD FOU-DEC
            RECORDING MODE IS F.
       01  FS-OU-DEC       PIC X(120).
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
      * SEUIL DE DECLARATION (DEUX DECIMALES IMPLICITES) ET
      * LARGEUR DE LA FENETRE EN DATES COMPTABLES
       01  WS-PARLCB-ENR.
           05   WS-PAR-SEUIL   PIC 9(8)V99.
           05   WS-PAR-FENETRE PIC 9(03).
           05   FILLER         PIC X(07).
       01  WS-EXO-ENR.
           05   WS-EX-NOCPTE   PIC 9(10).
           05   FILLER         PIC X(10).
       01  WS-HIS-ENR.
           05   WS-HI-NOCPTE   PIC 9(10).
           05   WS-HI-DATCPT   PIC 9(08).
           05   WS-HI-DAMVT    PIC X(08).
           05   WS-HI-CDMVT    PIC X(01).
           05   WS-HI-MTMVT    PIC S9(8)V99.
           05   WS-HI-ORIGINE  PIC X(10).
           05   WS-HI-REFMVT   PIC X(11).
           05   FILLER         PIC X(02).
      * MOUVEMENT PASSE AU PREMIER TRI : RANG DE SA DATE
      * COMPTABLE PARMI LES DATES DE L'HISTORIQUE
       01  WS-MVT-ENR.
           05   WS-MV-NOCPTE   PIC 9(10).
           05   WS-MV-RANG     PIC 9(03).
           05   WS-MV-DATCPT   PIC 9(08).
           05   WS-MV-DAMVT    PIC X(08).
           05   WS-MV-CDMVT    PIC X(01).
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   FILLER         PIC X(03).
      * LIGNE D'ALERTE : UNE PAR MOUVEMENT CONSTITUTIF, AVEC
      * LES DONNEES DE L'ALERTE ; TYPE 'S' SEUIL DEPASSE,
      * 'F' FRACTIONNEMENT
       01  WS-ALR-ENR.
           05   WS-AL-AGENCE   PIC 9(03).
           05   WS-AL-NOCPTE   PIC 9(10).
           05   WS-AL-NOALR    PIC 9(05).
           05   WS-AL-NOLIG    PIC 9(04).
           05   WS-AL-TYPE     PIC X(01).
           05   WS-AL-NOMCLI   PIC X(24).
           05   WS-AL-NBMVT    PIC 9(04).
           05   WS-AL-MTTOT    PIC S9(10)V99.
           05   WS-AL-DATCPT   PIC 9(08).
           05   WS-AL-DAMVT    PIC X(08).
           05   WS-AL-CDMVT    PIC X(01).
           05   WS-AL-MTMVT    PIC S9(8)V99.
           05   WS-AL-ORIGINE  PIC X(10).
           05   WS-AL-REFMVT   PIC X(11).
           05   FILLER         PIC X(09).
      * EXTRAIT DE DECLARATION : ENTETE, DETAIL, FIN
       01  WS-DEC-ENTETE.
           05   WS-DE-TYPENR   PIC X(01).
           05   WS-DE-DATEXT   PIC 9(08).
           05   WS-DE-DATDEB   PIC 9(08).
           05   WS-DE-DATFIN   PIC 9(08).
           05   WS-DE-SEUIL    PIC 9(8)V99.
           05   WS-DE-FENETRE  PIC 9(03).
           05   FILLER         PIC X(82).
       01  WS-DEC-DETAIL.
           05   WS-DD-TYPENR   PIC X(01).
           05   WS-DD-DATEXT   PIC 9(08).
           05   WS-DD-NOALR    PIC 9(05).
           05   WS-DD-TYPALR   PIC X(01).
           05   WS-DD-AGENCE   PIC 9(03).
           05   WS-DD-NOCPTE   PIC 9(10).
           05   WS-DD-NOMCLI   PIC X(24).
           05   WS-DD-NBMVT    PIC 9(04).
           05   WS-DD-MTTOT    PIC S9(10)V99.
           05   WS-DD-DATCPT   PIC 9(08).
           05   WS-DD-DAMVT    PIC X(08).
           05   WS-DD-CDMVT    PIC X(01).
           05   WS-DD-MTMVT    PIC S9(8)V99.
           05   WS-DD-ORIGINE  PIC X(10).
           05   WS-DD-REFMVT   PIC X(11).
           05   FILLER         PIC X(04).
       01  WS-DEC-FIN.
           05   WS-DF-TYPENR   PIC X(01).
           05   WS-DF-DATEXT   PIC 9(08).
           05   WS-DF-NBALR    PIC 9(07).
           05   WS-DF-NBLIG    PIC 9(07).
           05   WS-DF-MTTOT    PIC S9(13)V99.
           05   FILLER         PIC X(82).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-PARLCB  PIC XX.
       01    WS-FS-FIN-EXO     PIC XX.
       01    WS-FS-FIN-HIS     PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FTR-ALR     PIC XX.
       01    WS-FS-FOU-LCBRPT  PIC XX.
       01    WS-FS-FOU-DEC     PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * TABLE DES DATES COMPTABLES DE L'HISTORIQUE
      *************************************************
      * DATES DISTINCTES EN ORDRE CROISSANT ; LE RANG D'UNE
      * DATE DANS LA TABLE SERT A MESURER LA FENETRE
       01 WS-DAT-NB-MAX     PIC 9(03) VALUE 400.
       01 WS-DAT-NB         PIC 9(03) VALUE ZERO.
       01 WS-DAT-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-DAT-IY         PIC 9(03) COMP VALUE ZERO.
       01 WS-DAT-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-DAT-PLACE      PIC X(03) VALUE SPACE.
       01 WS-DAT-TABLE.
          05 WS-DAT-DATCPT  PIC 9(08) OCCURS 400.
      *************************************************
      * TABLE DES COMPTES EXEMPTES
      *************************************************
       01 WS-EXO-NB-MAX     PIC 9(05) VALUE 5000.
       01 WS-EXO-NB         PIC 9(05) VALUE ZERO.
       01 WS-EXO-IX         PIC 9(05) COMP VALUE ZERO.
       01 WS-EXO-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-EXO-TABLE.
          05 WS-EXO-NOCPTE  PIC 9(10) OCCURS 5000.
      *************************************************
      * MOUVEMENTS SOUS LE SEUIL DU COMPTE EN COURS
      *************************************************
      * LA TABLE PLEINE EST UN ABANDON, JAMAIS UNE
      * SURVEILLANCE DEGRADEE EN SILENCE
       01 WS-CPM-NB-MAX     PIC 9(04) VALUE 3000.
       01 WS-CPM-NB         PIC 9(04) VALUE ZERO.
       01 WS-CPM-IX         PIC 9(04) COMP VALUE ZERO.
       01 WS-CPM-IY         PIC 9(04) COMP VALUE ZERO.
       01 WS-CPM-IZ         PIC 9(04) COMP VALUE ZERO.
       01 WS-CPM-TABLE.
          05 WS-CPM-POSTE OCCURS 3000.
             10 WS-CM-RANG     PIC 9(03).
             10 WS-CM-GROUPE   PIC X(01).
             10 WS-CM-DATCPT   PIC 9(08).
             10 WS-CM-DAMVT    PIC X(08).
             10 WS-CM-CDMVT    PIC X(01).
             10 WS-CM-MTMVT    PIC S9(8)V99.
             10 WS-CM-ORIGINE  PIC X(10).
             10 WS-CM-REFMVT   PIC X(11).
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-TRI        PIC XXX    VALUE SPACE.
       01 WS-FEN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-CPT-COUR       PIC 9(10) VALUE ZERO.
       01 WS-CPT-EXEMPTE    PIC XXX    VALUE SPACE.
       01 WS-CP-NOMCLI      PIC X(24) VALUE SPACE.
       01 WS-CP-AGENCE      PIC 9(03) VALUE ZERO.
       01 WS-GROUPE-COUR    PIC X(01) VALUE SPACE.
       01 WS-RANG-MAX       PIC 9(04) VALUE ZERO.
       01 WS-FEN-NB         PIC 9(04) VALUE ZERO.
       01 WS-FEN-MT         PIC S9(10)V99 VALUE ZERO.
       01 WS-NOALR          PIC 9(05) VALUE ZERO.
       01 WS-NOLIG          PIC 9(04) VALUE ZERO.
       01 WS-ALR-COUR       PIC 9(05) VALUE ZERO.
      *
       01 WS-CTR-HIS-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-HIS-ECARTES PIC 9(7) VALUE ZERO .
       01 WS-CTR-HIS-EXEMPTES PIC 9(7) VALUE ZERO .
       01 WS-CTR-SURVEILLES PIC 9(7) VALUE ZERO .
       01 WS-CTR-COMPTES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-ALR-SEUIL  PIC 9(7) VALUE ZERO .
       01 WS-CTR-ALR-FRACT  PIC 9(7) VALUE ZERO .
       01 WS-CTR-LIGNES     PIC 9(7) VALUE ZERO .
       01 WS-CTR-DEC        PIC 9(7) VALUE ZERO .
       01 WS-CTR-AGENCE     PIC 9(7) VALUE ZERO .
       01 WS-MT-DEC         PIC S9(13)V99 VALUE ZERO.
       01 WS-AGENCE-COUR    PIC 9(03) VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PLCBFT'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT DES ALERTES
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(24)
                              VALUE 'ALERTES LCB-FT AU : '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(09) VALUE 'AGENCE : '.
          05 WS-TI-AGENCE     PIC 9(03).
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(08) VALUE 'SEUIL : '.
          05 WS-TI-SEUIL      PIC ---B---B--9,99.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(10) VALUE 'FENETRE : '.
          05 WS-TI-FENETRE    PIC ZZ9.
          05 FILLER           PIC X(06) VALUE ' DATES'.
          05 FILLER           PIC X(29) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(08) VALUE ' ALERTE '.
          05 FILLER           PIC X(17) VALUE 'TYPE'.
          05 FILLER           PIC X(12) VALUE '   COMPTE   '.
          05 FILLER           PIC X(26) VALUE 'CLIENT'.
          05 FILLER           PIC X(06) VALUE ' MVTS '.
          05 FILLER           PIC X(17) VALUE '      CUMUL'.
          05 FILLER           PIC X(46) VALUE SPACE.
       01 WS-LIGNE-ENTMVT.
          05 FILLER           PIC X(10) VALUE SPACE.
          05 FILLER           PIC X(10) VALUE 'DATE CPT. '.
          05 FILLER           PIC X(10) VALUE 'DATE MVT. '.
          05 FILLER           PIC X(02) VALUE 'S '.
          05 FILLER           PIC X(16) VALUE '       MONTANT'.
          05 FILLER           PIC X(11) VALUE 'ORIGINE'.
          05 FILLER           PIC X(11) VALUE 'REFERENCE'.
          05 FILLER           PIC X(62) VALUE SPACE.
       01 WS-LIGNE-ALERTE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LA-NOALR      PIC Z(4)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LA-TYPE       PIC X(16).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LA-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LA-NOMCLI     PIC X(24).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LA-NBMVT      PIC ZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LA-MTTOT      PIC --B---B---B--9,99.
          05 FILLER           PIC X(46) VALUE SPACE.
       01 WS-LIGNE-MVT.
          05 FILLER           PIC X(10) VALUE SPACE.
          05 WS-LM-DATCPT     PIC 9(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LM-DAMVT      PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LM-CDMVT      PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LM-MTMVT      PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LM-ORIGINE    PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LM-REFMVT     PIC X(11).
          05 FILLER           PIC X(62) VALUE SPACE.
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
           PERFORM 0150-EXEMPTIONS-DEB
              THRU 0150-EXEMPTIONS-FIN.
           PERFORM 0400-DATES-DEB
              THRU 0400-DATES-FIN.
           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.

      * PREMIER TRI : LES MOUVEMENTS CLIENT PAR COMPTE ET PAR
      * RANG DE DATE ; LA PROCEDURE DE SORTIE DETECTE LES
      * ALERTES ET LES ECRIT SUR LE FICHIER DE TRAVAIL
           SORT WS-TRI-MVT
                ON ASCENDING KEY WS-SM-NOCPTE
                                 WS-SM-RANG
                INPUT PROCEDURE  6200-LIVRAISON-DEB
                THRU             6200-LIVRAISON-FIN
                OUTPUT PROCEDURE 6300-DETECTION-DEB
                THRU             6300-DETECTION-FIN.
           CLOSE FTR-ALR.

      * SECOND TRI : LES LIGNES D'ALERTE PAR AGENCE, POUR
      * L'ETAT ET L'EXTRAIT DE DECLARATION
           SORT WS-TRI-ALR
                ON ASCENDING KEY WS-SA-AGENCE
                                 WS-SA-NOCPTE
                                 WS-SA-NOALR
                                 WS-SA-NOLIG
                INPUT PROCEDURE  6400-RELECTURE-DEB
                THRU             6400-RELECTURE-FIN
                OUTPUT PROCEDURE 6500-EDITION-DEB
                THRU             6500-EDITION-FIN.

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
       0100-PARAMETRE-DEB.
      * SEUIL ET FENETRE LUS SUR LE FICHIER PARAMETRE ; FICHIER
      * ABSENT OU VIDE, OU VALEUR NON NUMERIQUE OU NULLE :
      * 10000,00 ET 5 DATES COMPTABLES
           MOVE 10000 TO WS-PAR-SEUIL.
           MOVE 5     TO WS-PAR-FENETRE.
           OPEN INPUT FIN-PARLCB.
           IF WS-FS-FIN-PARLCB = '35'
              DISPLAY 'PARAMETRE LCB-FT ABSENT, VALEURS PAR DEFAUT'
              GO TO 0100-PARAMETRE-FIN
           END-IF.
           IF WS-FS-FIN-PARLCB NOT = ZERO
              DISPLAY 'ERREUR OPEN PARAMETRE LCB-FT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FIN-PARLCB
                INTO WS-PARLCB-ENR
               AT END
               MOVE 10000 TO WS-PAR-SEUIL
               MOVE 5     TO WS-PAR-FENETRE
           END-READ.
           IF WS-PAR-SEUIL NOT NUMERIC
              OR WS-PAR-SEUIL = ZERO
              MOVE 10000 TO WS-PAR-SEUIL
           END-IF.
           IF WS-PAR-FENETRE NOT NUMERIC
              OR WS-PAR-FENETRE = ZERO
              MOVE 5 TO WS-PAR-FENETRE
           END-IF.
           CLOSE FIN-PARLCB.
       0100-PARAMETRE-FIN.
           EXIT.

      *********************************************************
       0150-EXEMPTIONS-DEB.
      * CHARGEMENT DE LA LISTE D'EXEMPTION (FICHIER ABSENT =
      * AUCUN COMPTE EXEMPTE)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-EXO.
           IF WS-FS-FIN-EXO = '35'
              DISPLAY 'LISTE D''EXEMPTION ABSENTE'
              GO TO 0150-EXEMPTIONS-FIN
           END-IF.
           IF WS-FS-FIN-EXO NOT = ZERO
              DISPLAY 'ERREUR OPEN LISTE D''EXEMPTION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0160-EXO-LEC-DEB
              THRU 0160-EXO-LEC-FIN.
           PERFORM 0170-EXO-CHG-DEB
              THRU 0170-EXO-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-EXO.
       0150-EXEMPTIONS-FIN.
           EXIT.

       0160-EXO-LEC-DEB.
           READ FIN-EXO
                INTO WS-EXO-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0160-EXO-LEC-FIN.
           EXIT.

       0170-EXO-CHG-DEB.
           IF WS-EX-NOCPTE NOT NUMERIC
              DISPLAY 'EXEMPTION ILLISIBLE IGNOREE ' WS-EXO-ENR
              GO TO 0170-EXO-CHG-90
           END-IF.
           IF WS-EXO-NB NOT < WS-EXO-NB-MAX
              DISPLAY 'TABLE DES EXEMPTIONS PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-EXO-NB.
           MOVE WS-EXO-NB    TO WS-EXO-IX.
           MOVE WS-EX-NOCPTE TO WS-EXO-NOCPTE (WS-EXO-IX).
       0170-EXO-CHG-90.
           PERFORM 0160-EXO-LEC-DEB
              THRU 0160-EXO-LEC-FIN.
       0170-EXO-CHG-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES FS='
                      WS-FS-CPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FTR-ALR.
           IF WS-FS-FTR-ALR NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES ALERTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-LCBRPT.
           IF WS-FS-FOU-LCBRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES ALERTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-DEC.
           IF WS-FS-FOU-DEC NOT = ZERO
              DISPLAY 'ERREUR OPEN EXTRAIT DE DECLARATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * ENTETE DE L'EXTRAIT : PERIODE COUVERTE ET PARAMETRES
           MOVE SPACE          TO WS-DEC-ENTETE.
           MOVE 'E'            TO WS-DE-TYPENR.
           MOVE WS-DATE-JOUR   TO WS-DE-DATEXT.
           MOVE ZERO           TO WS-DE-DATDEB WS-DE-DATFIN.
           IF WS-DAT-NB > ZERO
              MOVE WS-DAT-DATCPT (1)         TO WS-DE-DATDEB
              MOVE WS-DAT-DATCPT (WS-DAT-NB) TO WS-DE-DATFIN
           END-IF.
           MOVE WS-PAR-SEUIL   TO WS-DE-SEUIL.
           MOVE WS-PAR-FENETRE TO WS-DE-FENETRE.
           WRITE FS-OU-DEC FROM WS-DEC-ENTETE.
           IF WS-FS-FOU-DEC NOT = ZERO
              DISPLAY 'ERREUR ECRITURE ENTETE DE L''EXTRAIT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0200-OUVERTURES-FIN.
           EXIT.

       0300-FERMETURES-DEB.
           CLOSE CPT-FICHIER.
           CLOSE FOU-LCBRPT.
           CLOSE FOU-DEC.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       0400-DATES-DEB.
      * PREMIER PASSAGE SUR L'HISTORIQUE : TABLE DES DATES
      * COMPTABLES DISTINCTES EN ORDRE CROISSANT
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-HIS.
           IF WS-FS-FIN-HIS = '35'
              DISPLAY 'HISTORIQUE DES MOUVEMENTS ABSENT'
              GO TO 0400-DATES-FIN
           END-IF.
           IF WS-FS-FIN-HIS NOT = ZERO
              DISPLAY 'ERREUR OPEN HISTORIQUE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-HIS-LEC-DEB
              THRU 6210-HIS-LEC-FIN.
           PERFORM 0410-DATE-TRT-DEB
              THRU 0410-DATE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-HIS.
       0400-DATES-FIN.
           EXIT.

       0410-DATE-TRT-DEB.
           PERFORM 9300-RANG-DATE-DEB
              THRU 9300-RANG-DATE-FIN.
           IF WS-DAT-TROUVE = 'OUI'
              GO TO 0410-DATE-TRT-90
           END-IF.
           IF WS-DAT-NB NOT < WS-DAT-NB-MAX
              DISPLAY 'TABLE DES DATES COMPTABLES PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * INSERTION A SA PLACE : LES DATES PLUS GRANDES SONT
      * DECALEES D'UN POSTE
           ADD 1 TO WS-DAT-NB.
           MOVE WS-DAT-NB TO WS-DAT-IY.
           MOVE 'NON'     TO WS-DAT-PLACE.
           PERFORM 0420-DECALER-DEB
              THRU 0420-DECALER-FIN
              UNTIL WS-DAT-IY = 1
              OR WS-DAT-PLACE = 'OUI'.
           MOVE WS-HI-DATCPT TO WS-DAT-DATCPT (WS-DAT-IY).
       0410-DATE-TRT-90.
           PERFORM 6210-HIS-LEC-DEB
              THRU 6210-HIS-LEC-FIN.
       0410-DATE-TRT-FIN.
           EXIT.

       0420-DECALER-DEB.
           COMPUTE WS-DAT-IX = WS-DAT-IY - 1.
           IF WS-DAT-DATCPT (WS-DAT-IX) < WS-HI-DATCPT
              MOVE 'OUI' TO WS-DAT-PLACE
              GO TO 0420-DECALER-FIN
           END-IF.
           MOVE WS-DAT-DATCPT (WS-DAT-IX)
             TO WS-DAT-DATCPT (WS-DAT-IY).
           MOVE WS-DAT-IX TO WS-DAT-IY.
       0420-DECALER-FIN.
           EXIT.

      *********************************************************
       3000-TOTAUX-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              MOVE ZERO TO WS-AGENCE-COUR
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
           MOVE 'MOUVEMENTS SURVEILLES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SURVEILLES TO WS-TO-NOMBRE.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
           MOVE 'MOUVEMENTS DE COMPTES EXEMPTES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-HIS-EXEMPTES TO WS-TO-NOMBRE.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ALERTES SEUIL DEPASSE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ALR-SEUIL TO WS-TO-NOMBRE.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ALERTES FRACTIONNEMENT' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ALR-FRACT TO WS-TO-NOMBRE.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
      * FIN DE L'EXTRAIT DE DECLARATION
           MOVE SPACE         TO WS-DEC-FIN.
           MOVE 'T'           TO WS-DF-TYPENR.
           MOVE WS-DATE-JOUR  TO WS-DF-DATEXT.
           COMPUTE WS-DF-NBALR = WS-CTR-ALR-SEUIL + WS-CTR-ALR-FRACT.
           MOVE WS-CTR-DEC    TO WS-DF-NBLIG.
           MOVE WS-MT-DEC     TO WS-DF-MTTOT.
           WRITE FS-OU-DEC FROM WS-DEC-FIN.
           IF WS-FS-FOU-DEC NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FIN DE L''EXTRAIT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       3000-TOTAUX-FIN.
           EXIT.

      *********************************************************
       6200-LIVRAISON-DEB.
      * PROCEDURE D'ENTREE DU PREMIER TRI : SECOND PASSAGE SUR
      * L'HISTORIQUE, ECRITURES DE LA BANQUE ECARTEES
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-HIS.
           IF WS-FS-FIN-HIS = '35'
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
      * SAISIES SONT DES ECRITURES DE LA BANQUE, PAS DES FLUX
      * DU CLIENT
           ADD 1 TO WS-CTR-HIS-LUS.
           IF WS-HI-ORIGINE = 'FRAIS'
              OR WS-HI-ORIGINE = 'INTERETS'
              OR WS-HI-ORIGINE = 'INTERET'
              OR WS-HI-ORIGINE = 'EXTOURNE'
              OR WS-HI-ORIGINE = 'SAISIE'
              ADD 1 TO WS-CTR-HIS-ECARTES
              GO TO 6220-HIS-TRT-90
           END-IF.
           PERFORM 9300-RANG-DATE-DEB
              THRU 9300-RANG-DATE-FIN.
           MOVE SPACE         TO WS-MVT-ENR.
           MOVE WS-HI-NOCPTE  TO WS-MV-NOCPTE.
           MOVE WS-DAT-IX     TO WS-MV-RANG.
           MOVE WS-HI-DATCPT  TO WS-MV-DATCPT.
           MOVE WS-HI-DAMVT   TO WS-MV-DAMVT.
           MOVE WS-HI-CDMVT   TO WS-MV-CDMVT.
           MOVE WS-HI-MTMVT   TO WS-MV-MTMVT.
           MOVE WS-HI-ORIGINE TO WS-MV-ORIGINE.
           MOVE WS-HI-REFMVT  TO WS-MV-REFMVT.
           RELEASE WS-SORT-MVT FROM WS-MVT-ENR.
       6220-HIS-TRT-90.
           PERFORM 6210-HIS-LEC-DEB
              THRU 6210-HIS-LEC-FIN.
       6220-HIS-TRT-FIN.
           EXIT.

      *********************************************************
       6300-DETECTION-DEB.
      * PROCEDURE DE SORTIE DU PREMIER TRI : LES MOUVEMENTS
      * ARRIVENT PAR COMPTE ; LE SEUIL EST CONTROLE A LA
      * LECTURE, LE FRACTIONNEMENT A LA RUPTURE DE COMPTE
           MOVE SPACE TO WS-FIN-TRI.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
           IF WS-FIN-TRI NOT = 'FIN'
              PERFORM 6330-DEBUT-COMPTE-DEB
                 THRU 6330-DEBUT-COMPTE-FIN
           END-IF.
           PERFORM 6320-TRI-TRT-DEB
              THRU 6320-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-CTR-COMPTES > ZERO
              PERFORM 6340-FIN-COMPTE-DEB
                 THRU 6340-FIN-COMPTE-FIN
           END-IF.
       6300-DETECTION-FIN. EXIT.

       6310-TRI-LEC-DEB.
           RETURN WS-TRI-MVT
              INTO WS-MVT-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6310-TRI-LEC-FIN.
           EXIT.

       6320-TRI-TRT-DEB.
           IF WS-MV-NOCPTE NOT = WS-CPT-COUR
              PERFORM 6340-FIN-COMPTE-DEB
                 THRU 6340-FIN-COMPTE-FIN
              PERFORM 6330-DEBUT-COMPTE-DEB
                 THRU 6330-DEBUT-COMPTE-FIN
           END-IF.
           IF WS-CPT-EXEMPTE = 'OUI'
              ADD 1 TO WS-CTR-HIS-EXEMPTES
              GO TO 6320-TRI-TRT-90
           END-IF.
           ADD 1 TO WS-CTR-SURVEILLES.
           IF WS-MV-MTMVT > WS-PAR-SEUIL
              PERFORM 7000-ALERTE-SEUIL-DEB
                 THRU 7000-ALERTE-SEUIL-FIN
              GO TO 6320-TRI-TRT-90
           END-IF.
           IF WS-CPM-NB NOT < WS-CPM-NB-MAX
              DISPLAY 'TABLE DES MOUVEMENTS DU COMPTE PLEINE '
                      WS-CPT-COUR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPM-NB.
           MOVE WS-CPM-NB     TO WS-CPM-IX.
           MOVE WS-MV-RANG    TO WS-CM-RANG (WS-CPM-IX).
           IF WS-MV-CDMVT = 'D'
              MOVE 'D' TO WS-CM-GROUPE (WS-CPM-IX)
           ELSE
              MOVE 'C' TO WS-CM-GROUPE (WS-CPM-IX)
           END-IF.
           MOVE WS-MV-DATCPT  TO WS-CM-DATCPT (WS-CPM-IX).
           MOVE WS-MV-DAMVT   TO WS-CM-DAMVT (WS-CPM-IX).
           MOVE WS-MV-CDMVT   TO WS-CM-CDMVT (WS-CPM-IX).
           MOVE WS-MV-MTMVT   TO WS-CM-MTMVT (WS-CPM-IX).
           MOVE WS-MV-ORIGINE TO WS-CM-ORIGINE (WS-CPM-IX).
           MOVE WS-MV-REFMVT  TO WS-CM-REFMVT (WS-CPM-IX).
       6320-TRI-TRT-90.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
       6320-TRI-TRT-FIN.
           EXIT.

       6330-DEBUT-COMPTE-DEB.
      * NOUVEAU COMPTE : EXEMPTION, PUIS NOM ET AGENCE LUS SUR
      * LE FICHIER DES COMPTES (COMPTE ABSENT : AGENCE ZERO)
           ADD 1 TO WS-CTR-COMPTES.
           MOVE WS-MV-NOCPTE TO WS-CPT-COUR.
           MOVE ZERO         TO WS-CPM-NB.
           MOVE 'NON'        TO WS-CPT-EXEMPTE.
           MOVE ZERO         TO WS-EXO-IX.
           IF WS-EXO-NB > ZERO
              PERFORM 6335-EXEMPTION-DEB
                 THRU 6335-EXEMPTION-FIN
                 UNTIL WS-CPT-EXEMPTE = 'OUI'
                 OR WS-EXO-IX NOT < WS-EXO-NB
           END-IF.
           MOVE WS-CPT-COUR TO CPT00-NOCPTE.
           READ CPT-FICHIER
               INVALID KEY
               MOVE 'COMPTE ABSENT DE CPTMAST' TO WS-CP-NOMCLI
               MOVE ZERO                       TO WS-CP-AGENCE
               GO TO 6330-DEBUT-COMPTE-FIN
           END-READ.
           MOVE CPT00-NOMCLI TO WS-CP-NOMCLI.
           MOVE CPT00-AGENCE TO WS-CP-AGENCE.
       6330-DEBUT-COMPTE-FIN.
           EXIT.

       6335-EXEMPTION-DEB.
           ADD 1 TO WS-EXO-IX.
           IF WS-EXO-NOCPTE (WS-EXO-IX) = WS-CPT-COUR
              MOVE 'OUI' TO WS-CPT-EXEMPTE
           END-IF.
       6335-EXEMPTION-FIN.
           EXIT.

       6340-FIN-COMPTE-DEB.
      * RUPTURE DE COMPTE : RECHERCHE DU FRACTIONNEMENT DANS
      * CHAQUE SENS SUR LES MOUVEMENTS SOUS LE SEUIL
           IF WS-CPT-EXEMPTE = 'OUI'
              OR WS-CPM-NB < 2
              GO TO 6340-FIN-COMPTE-FIN
           END-IF.
           MOVE 'D' TO WS-GROUPE-COUR.
           PERFORM 7100-FRACTIONNEMENT-DEB
              THRU 7100-FRACTIONNEMENT-FIN.
           MOVE 'C' TO WS-GROUPE-COUR.
           PERFORM 7100-FRACTIONNEMENT-DEB
              THRU 7100-FRACTIONNEMENT-FIN.
       6340-FIN-COMPTE-FIN.
           EXIT.

      *********************************************************
       7000-ALERTE-SEUIL-DEB.
      * UN MOUVEMENT AU DELA DU SEUIL FAIT A LUI SEUL UNE
      * ALERTE D'UNE LIGNE
           ADD 1 TO WS-NOALR.
           ADD 1 TO WS-CTR-ALR-SEUIL.
           MOVE SPACE          TO WS-ALR-ENR.
           MOVE WS-CP-AGENCE   TO WS-AL-AGENCE.
           MOVE WS-CPT-COUR    TO WS-AL-NOCPTE.
           MOVE WS-NOALR       TO WS-AL-NOALR.
           MOVE 1              TO WS-AL-NOLIG.
           MOVE 'S'            TO WS-AL-TYPE.
           MOVE WS-CP-NOMCLI   TO WS-AL-NOMCLI.
           MOVE 1              TO WS-AL-NBMVT.
           MOVE WS-MV-MTMVT    TO WS-AL-MTTOT.
           MOVE WS-MV-DATCPT   TO WS-AL-DATCPT.
           MOVE WS-MV-DAMVT    TO WS-AL-DAMVT.
           MOVE WS-MV-CDMVT    TO WS-AL-CDMVT.
           MOVE WS-MV-MTMVT    TO WS-AL-MTMVT.
           MOVE WS-MV-ORIGINE  TO WS-AL-ORIGINE.
           MOVE WS-MV-REFMVT   TO WS-AL-REFMVT.
           PERFORM 7300-ECRIRE-ALERTE-DEB
              THRU 7300-ECRIRE-ALERTE-FIN.
       7000-ALERTE-SEUIL-FIN.
           EXIT.

       7100-FRACTIONNEMENT-DEB.
      * FENETRES SUCCESSIVES SUR LES MOUVEMENTS DU SENS
      * WS-GROUPE-COUR, CLASSES PAR RANG DE DATE
           MOVE 1 TO WS-CPM-IX.
           PERFORM 7110-FENETRE-DEB
              THRU 7110-FENETRE-FIN
              UNTIL WS-CPM-IX > WS-CPM-NB.
       7100-FRACTIONNEMENT-FIN.
           EXIT.

       7110-FENETRE-DEB.
      * LA FENETRE COMMENCE AU MOUVEMENT WS-CPM-IX ET COUVRE
      * LES DATES DE RANG WS-CM-RANG A WS-CM-RANG + N - 1
           IF WS-CM-GROUPE (WS-CPM-IX) NOT = WS-GROUPE-COUR
              ADD 1 TO WS-CPM-IX
              GO TO 7110-FENETRE-FIN
           END-IF.
           COMPUTE WS-RANG-MAX = WS-CM-RANG (WS-CPM-IX)
                               + WS-PAR-FENETRE - 1.
           MOVE ZERO      TO WS-FEN-NB WS-FEN-MT.
           MOVE WS-CPM-IX TO WS-CPM-IY.
           MOVE SPACE     TO WS-FEN-FLAG.
           PERFORM 7120-CUMULER-DEB
              THRU 7120-CUMULER-FIN
              UNTIL WS-FEN-FLAG = 'FIN'.
           IF WS-FEN-NB > 1
              AND WS-FEN-MT > WS-PAR-SEUIL
              PERFORM 7200-ALERTE-FRACT-DEB
                 THRU 7200-ALERTE-FRACT-FIN
              MOVE WS-CPM-IY TO WS-CPM-IX
           ELSE
              ADD 1 TO WS-CPM-IX
           END-IF.
       7110-FENETRE-FIN.
           EXIT.

       7120-CUMULER-DEB.
      * WS-CPM-IY S'ARRETE SUR LE PREMIER MOUVEMENT HORS
      * FENETRE (OU APRES LE DERNIER)
           IF WS-CPM-IY > WS-CPM-NB
              MOVE 'FIN' TO WS-FEN-FLAG
              GO TO 7120-CUMULER-FIN
           END-IF.
           IF WS-CM-RANG (WS-CPM-IY) > WS-RANG-MAX
              MOVE 'FIN' TO WS-FEN-FLAG
              GO TO 7120-CUMULER-FIN
           END-IF.
           IF WS-CM-GROUPE (WS-CPM-IY) = WS-GROUPE-COUR
              ADD 1 TO WS-FEN-NB
              ADD WS-CM-MTMVT (WS-CPM-IY) TO WS-FEN-MT
           END-IF.
           ADD 1 TO WS-CPM-IY.
       7120-CUMULER-FIN.
           EXIT.

       7200-ALERTE-FRACT-DEB.
      * UNE LIGNE D'ALERTE PAR MOUVEMENT DU SENS DANS LA
      * FENETRE (WS-CPM-IX A WS-CPM-IY EXCLU)
           ADD 1 TO WS-NOALR.
           ADD 1 TO WS-CTR-ALR-FRACT.
           MOVE ZERO      TO WS-NOLIG.
           MOVE WS-CPM-IX TO WS-CPM-IZ.
           PERFORM 7210-LIGNE-FRACT-DEB
              THRU 7210-LIGNE-FRACT-FIN
              UNTIL WS-CPM-IZ NOT < WS-CPM-IY.
       7200-ALERTE-FRACT-FIN.
           EXIT.

       7210-LIGNE-FRACT-DEB.
           IF WS-CM-GROUPE (WS-CPM-IZ) NOT = WS-GROUPE-COUR
              GO TO 7210-LIGNE-FRACT-90
           END-IF.
           ADD 1 TO WS-NOLIG.
           MOVE SPACE          TO WS-ALR-ENR.
           MOVE WS-CP-AGENCE   TO WS-AL-AGENCE.
           MOVE WS-CPT-COUR    TO WS-AL-NOCPTE.
           MOVE WS-NOALR       TO WS-AL-NOALR.
           MOVE WS-NOLIG       TO WS-AL-NOLIG.
           MOVE 'F'            TO WS-AL-TYPE.
           MOVE WS-CP-NOMCLI   TO WS-AL-NOMCLI.
           MOVE WS-FEN-NB      TO WS-AL-NBMVT.
           MOVE WS-FEN-MT      TO WS-AL-MTTOT.
           MOVE WS-CM-DATCPT (WS-CPM-IZ)  TO WS-AL-DATCPT.
           MOVE WS-CM-DAMVT (WS-CPM-IZ)   TO WS-AL-DAMVT.
           MOVE WS-CM-CDMVT (WS-CPM-IZ)   TO WS-AL-CDMVT.
           MOVE WS-CM-MTMVT (WS-CPM-IZ)   TO WS-AL-MTMVT.
           MOVE WS-CM-ORIGINE (WS-CPM-IZ) TO WS-AL-ORIGINE.
           MOVE WS-CM-REFMVT (WS-CPM-IZ)  TO WS-AL-REFMVT.
           PERFORM 7300-ECRIRE-ALERTE-DEB
              THRU 7300-ECRIRE-ALERTE-FIN.
       7210-LIGNE-FRACT-90.
           ADD 1 TO WS-CPM-IZ.
       7210-LIGNE-FRACT-FIN.
           EXIT.

       7300-ECRIRE-ALERTE-DEB.
           WRITE FS-TR-ALR FROM WS-ALR-ENR.
           IF WS-FS-FTR-ALR NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FICHIER DES ALERTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-LIGNES.
       7300-ECRIRE-ALERTE-FIN.
           EXIT.

      *********************************************************
       6400-RELECTURE-DEB.
      * PROCEDURE D'ENTREE DU SECOND TRI : RELECTURE DU
      * FICHIER DE TRAVAIL DES ALERTES
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FTR-ALR.
           IF WS-FS-FTR-ALR NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES ALERTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6410-ALR-LEC-DEB
              THRU 6410-ALR-LEC-FIN.
           PERFORM 6420-ALR-TRT-DEB
              THRU 6420-ALR-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FTR-ALR.
       6400-RELECTURE-FIN. EXIT.

       6410-ALR-LEC-DEB.
           READ FTR-ALR
                INTO WS-ALR-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       6410-ALR-LEC-FIN.
           EXIT.

       6420-ALR-TRT-DEB.
           RELEASE WS-SORT-ALR FROM WS-ALR-ENR.
           PERFORM 6410-ALR-LEC-DEB
              THRU 6410-ALR-LEC-FIN.
       6420-ALR-TRT-FIN.
           EXIT.

      *********************************************************
       6500-EDITION-DEB.
      * PROCEDURE DE SORTIE DU SECOND TRI : LES LIGNES
      * D'ALERTE ARRIVENT PAR AGENCE ; UNE NOUVELLE PAGE A
      * CHAQUE AGENCE, UNE LIGNE DE TETE A CHAQUE ALERTE
           MOVE SPACE TO WS-FIN-TRI.
           PERFORM 6510-TRI-LEC-DEB
              THRU 6510-TRI-LEC-FIN.
           PERFORM 6520-TRI-TRT-DEB
              THRU 6520-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-ETAT-PAGE-CTR > ZERO
              PERFORM 6600-TOTAL-AGENCE-DEB
                 THRU 6600-TOTAL-AGENCE-FIN
           END-IF.
       6500-EDITION-FIN. EXIT.

       6510-TRI-LEC-DEB.
           RETURN WS-TRI-ALR
              INTO WS-ALR-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6510-TRI-LEC-FIN.
           EXIT.

       6520-TRI-TRT-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-AL-AGENCE NOT = WS-AGENCE-COUR
              IF WS-ETAT-PAGE-CTR > ZERO
                 PERFORM 6600-TOTAL-AGENCE-DEB
                    THRU 6600-TOTAL-AGENCE-FIN
              END-IF
              MOVE WS-AL-AGENCE TO WS-AGENCE-COUR
              MOVE ZERO         TO WS-CTR-AGENCE WS-ALR-COUR
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           IF WS-AL-NOALR NOT = WS-ALR-COUR
              MOVE WS-AL-NOALR TO WS-ALR-COUR
              ADD 1 TO WS-CTR-AGENCE
              PERFORM 6530-EDITER-ALERTE-DEB
                 THRU 6530-EDITER-ALERTE-FIN
           END-IF.
           PERFORM 6540-EDITER-MVT-DEB
              THRU 6540-EDITER-MVT-FIN.
           PERFORM 6700-DECLARER-DEB
              THRU 6700-DECLARER-FIN.
           PERFORM 6510-TRI-LEC-DEB
              THRU 6510-TRI-LEC-FIN.
       6520-TRI-TRT-FIN.
           EXIT.

       6530-EDITER-ALERTE-DEB.
           IF WS-ETAT-LIGNE-CTR > 53
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
           MOVE WS-AL-NOALR  TO WS-LA-NOALR.
           IF WS-AL-TYPE = 'S'
              MOVE 'SEUIL DEPASSE'  TO WS-LA-TYPE
           ELSE
              MOVE 'FRACTIONNEMENT' TO WS-LA-TYPE
           END-IF.
           MOVE WS-AL-NOCPTE TO WS-LA-NOCPTE.
           MOVE WS-AL-NOMCLI TO WS-LA-NOMCLI.
           MOVE WS-AL-NBMVT  TO WS-LA-NBMVT.
           MOVE WS-AL-MTTOT  TO WS-LA-MTTOT.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-ALERTE.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
       6530-EDITER-ALERTE-FIN.
           EXIT.

       6540-EDITER-MVT-DEB.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE WS-AL-DATCPT  TO WS-LM-DATCPT.
           MOVE WS-AL-DAMVT   TO WS-LM-DAMVT.
           MOVE WS-AL-CDMVT   TO WS-LM-CDMVT.
           MOVE WS-AL-MTMVT   TO WS-LM-MTMVT.
           MOVE WS-AL-ORIGINE TO WS-LM-ORIGINE.
           MOVE WS-AL-REFMVT  TO WS-LM-REFMVT.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-MVT.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
       6540-EDITER-MVT-FIN.
           EXIT.

       6600-TOTAL-AGENCE-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
           MOVE 'ALERTES DE L''AGENCE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-AGENCE TO WS-TO-NOMBRE.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-TOTAL.
       6600-TOTAL-AGENCE-FIN.
           EXIT.

       6700-DECLARER-DEB.
      * UNE LIGNE DE L'EXTRAIT PAR MOUVEMENT D'ALERTE
           MOVE SPACE          TO WS-DEC-DETAIL.
           MOVE 'D'            TO WS-DD-TYPENR.
           MOVE WS-DATE-JOUR   TO WS-DD-DATEXT.
           MOVE WS-AL-NOALR    TO WS-DD-NOALR.
           MOVE WS-AL-TYPE     TO WS-DD-TYPALR.
           MOVE WS-AL-AGENCE   TO WS-DD-AGENCE.
           MOVE WS-AL-NOCPTE   TO WS-DD-NOCPTE.
           MOVE WS-AL-NOMCLI   TO WS-DD-NOMCLI.
           MOVE WS-AL-NBMVT    TO WS-DD-NBMVT.
           MOVE WS-AL-MTTOT    TO WS-DD-MTTOT.
           MOVE WS-AL-DATCPT   TO WS-DD-DATCPT.
           MOVE WS-AL-DAMVT    TO WS-DD-DAMVT.
           MOVE WS-AL-CDMVT    TO WS-DD-CDMVT.
           MOVE WS-AL-MTMVT    TO WS-DD-MTMVT.
           MOVE WS-AL-ORIGINE  TO WS-DD-ORIGINE.
           MOVE WS-AL-REFMVT   TO WS-DD-REFMVT.
           WRITE FS-OU-DEC FROM WS-DEC-DETAIL.
           IF WS-FS-FOU-DEC NOT = ZERO
              DISPLAY 'ERREUR ECRITURE EXTRAIT DE DECLARATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-DEC.
           ADD WS-AL-MTMVT TO WS-MT-DEC.
       6700-DECLARER-FIN.
           EXIT.

       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR   TO WS-TI-DATE.
           MOVE WS-AGENCE-COUR TO WS-TI-AGENCE.
           MOVE WS-PAR-SEUIL   TO WS-TI-SEUIL.
           MOVE WS-PAR-FENETRE TO WS-TI-FENETRE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-LCBRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-LCBRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-ENTETE.
           WRITE FS-OU-LCBRPT FROM WS-LIGNE-ENTMVT.
           MOVE 3 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       9300-RANG-DATE-DEB.
      * RANG DE WS-HI-DATCPT DANS LA TABLE DES DATES, RENDU
      * DANS WS-DAT-IX (WS-DAT-TROUVE = 'NON' SI ABSENTE)
           MOVE 'NON' TO WS-DAT-TROUVE.
           MOVE ZERO  TO WS-DAT-IX.
           IF WS-DAT-NB = ZERO
              GO TO 9300-RANG-DATE-FIN
           END-IF.
           PERFORM 9310-COMPARER-DATE-DEB
              THRU 9310-COMPARER-DATE-FIN
              UNTIL WS-DAT-TROUVE = 'OUI'
              OR WS-DAT-IX NOT < WS-DAT-NB.
       9300-RANG-DATE-FIN.
           EXIT.

       9310-COMPARER-DATE-DEB.
           ADD 1 TO WS-DAT-IX.
           IF WS-DAT-DATCPT (WS-DAT-IX) = WS-HI-DATCPT
              MOVE 'OUI' TO WS-DAT-TROUVE
           END-IF.
       9310-COMPARER-DATE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PLCBFT*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'SEUIL DE DECLARATION  ' WS-PAR-SEUIL.
           DISPLAY 'FENETRE (DATES)       ' WS-PAR-FENETRE.
           DISPLAY 'DATES COMPTABLES      ' WS-DAT-NB.
           DISPLAY 'COMPTES EXEMPTES      ' WS-EXO-NB.
           DISPLAY 'MOUVEMENTS LUS        ' WS-CTR-HIS-LUS.
           DISPLAY 'ECRITURES BANQUE      ' WS-CTR-HIS-ECARTES.
           DISPLAY 'MOUVEMENTS EXEMPTES   ' WS-CTR-HIS-EXEMPTES.
           DISPLAY 'MOUVEMENTS SURVEILLES ' WS-CTR-SURVEILLES.
           DISPLAY 'COMPTES EXAMINES      ' WS-CTR-COMPTES.
           DISPLAY 'ALERTES SEUIL         ' WS-CTR-ALR-SEUIL.
           DISPLAY 'ALERTES FRACTIONNEMENT' WS-CTR-ALR-FRACT.
           DISPLAY 'LIGNES DECLAREES      ' WS-CTR-DEC.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PLCBFT *'
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
           DISPLAY ' WS-FS-FIN-EXO    :   ' WS-FS-FIN-EXO.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FTR-ALR    :   ' WS-FS-FTR-ALR.
           DISPLAY ' WS-FS-FOU-LCBRPT :   ' WS-FS-FOU-LCBRPT.
           DISPLAY ' WS-FS-FOU-DEC    :   ' WS-FS-FOU-DEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
