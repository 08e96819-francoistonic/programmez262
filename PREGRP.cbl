       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PREGRP.

      *****************************************************
      *      CONSOLIDATION DES RUNS PARALLELES DE PAPRUP
      *      (UNE PAR PARTITION D'AGENCES, ECLATEES PAR PECLAT)
      *      - LES SORTIES DES PARTITIONS SONT LUES EN
      *        CONCATENATION, DANS L'ORDRE DES PARTITIONS
      *      - CONTROLE D'ABORD QUE CHAQUE PARTITION A FINI
      *        NORMALEMENT A LA DATE DU JOUR (FIN DE PARTITION
      *        'F' DE SON COMPTE RENDU) ET QU'ELLE A LU EXACTEMENT
      *        LES MOUVEMENTS QUE PECLAT LUI A LIVRES (NOMBRE ET
      *        TOTAL DE CONTROLE) ; LA SOMME DES PARTITIONS DOIT
      *        ETRE EGALE AU TC-FICHIER D'ORIGINE. SINON RIEN
      *        N'EST CONSOLIDE ET LES PARTITIONS A RELANCER SEULES
      *        SONT DESIGNEES AU PUPITRE
      *      - ECRIT ENSUITE LES FICHIERS DU JOUR, IDENTIQUES A
      *        CEUX D'UNE RUN UNIQUE : SOLDES NCP (SEQUENCE
      *        CONTROLEE), INTERFACE COMPTABLE GLI (LIGNES 'D'
      *        DES PARTITIONS, LIGNE 'G' ET FIN DE FICHIER 'T'
      *        RECALCULEES), SUSPENS, RELEVE SUIVI DU BORDEREAU
      *        DE ROUTAGE PAR AGENCE CUMULE
      *      - PUIS AJOUTE AUX FICHIERS CUMULATIFS : HISTORIQUE
      *        DES MOUVEMENTS, CUMUL ANNUEL DES FRAIS,
      *        STATISTIQUES, TRACE OURUNLOG (SOUS LE NOM PAPRUP,
      *        MODE 'CONSOLIDE', POUR L'EQUILIBRAGE PBALAN)
      *      - ESTAMPILLE ENFIN LA DATE APPLIQUEE (DATAPPL) ;
      *        MEME GARDE QUE PAPRUP CONTRE UNE DOUBLE
      *        CONSOLIDATION (ORDRE 'RERUN')
      *      L'ETAT DES MOUVEMENTS ET L'ETAT DES EXCEPTIONS
      *      RESTENT EDITES PAR PARTITION
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-CTL ASSIGN TO INECLCTL
               FILE STATUS IS WS-FS-FIN-CTL.
      *
               SELECT FIN-PCR ASSIGN TO INPCR
               FILE STATUS IS WS-FS-FIN-PCR.
      *
               SELECT FIN-NCP ASSIGN TO INNCP
               FILE STATUS IS WS-FS-FIN-NCP.
      *
               SELECT FOU-NCP ASSIGN TO OUNCP
               FILE STATUS IS WS-FS-FOU-NCP.
      *
               SELECT FIN-GLI ASSIGN TO INGLI
               FILE STATUS IS WS-FS-FIN-GLI.
      *
               SELECT FOU-GLI ASSIGN TO OUGLI
               FILE STATUS IS WS-FS-FOU-GLI.
      *
               SELECT FIN-SUS ASSIGN TO INSUS
               FILE STATUS IS WS-FS-FIN-SUS.
      *
               SELECT FOU-SUS ASSIGN TO OUSUS
               FILE STATUS IS WS-FS-FOU-SUS.
      *
               SELECT FIN-REL ASSIGN TO INREL
               FILE STATUS IS WS-FS-FIN-REL.
      *
               SELECT FOU-REL ASSIGN TO OUREL
               FILE STATUS IS WS-FS-FOU-REL.
      *
               SELECT FIN-HIS ASSIGN TO INHIS
               FILE STATUS IS WS-FS-FIN-HIS.
      *
               SELECT FOU-HIS ASSIGN TO OUHISMVT
               FILE STATUS IS WS-FS-FOU-HIS.
      *
               SELECT FIN-CUM ASSIGN TO INCUM
               FILE STATUS IS WS-FS-FIN-CUM.
      *
               SELECT FOU-CUM ASSIGN TO OUCUMFRA
               FILE STATUS IS WS-FS-FOU-CUM.
      *
               SELECT FOU-STA ASSIGN TO OUSTAHIS
               FILE STATUS IS WS-FS-FOU-STA.
      *
               SELECT FOU-RUN ASSIGN TO OURUNLOG
               FILE STATUS IS WS-FS-FOU-RUN.
      *
               SELECT FIN-MOD ASSIGN TO INMODPAR
               FILE STATUS IS WS-FS-FIN-MOD.
      *
               SELECT FIC-APL ASSIGN TO DATAPPL
               FILE STATUS IS WS-FS-FIC-APL.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-CTL
            RECORDING MODE IS F.
       01  FS-IN-CTL       PIC X(50).
      *
       FD FIN-PCR
            RECORDING MODE IS F.
       01  FS-IN-PCR       PIC X(70).
      *
       FD FIN-NCP
            RECORDING MODE IS F.
       01  FS-IN-NCP       PIC X(20).
      *
       FD FOU-NCP
            RECORDING MODE IS F.
       01  FS-OU-NCP       PIC X(20).
      *
       FD FIN-GLI
            RECORDING MODE IS F.
       01  FS-IN-GLI       PIC X(100).
      *
       FD FOU-GLI
            RECORDING MODE IS F.
       01  FS-OU-GLI       PIC X(100).
      *
       FD FIN-SUS
            RECORDING MODE IS F.
       01  FS-IN-SUS       PIC X(83).
      *
       FD FOU-SUS
            RECORDING MODE IS F.
       01  FS-OU-SUS       PIC X(83).
      *
      * LE RELEVE EST UN ETAT IMPRIME : IL EST RELU ET RECOPIE
      * AVEC SON CARACTERE DE SAUT EN TETE DE LIGNE
       FD FIN-REL
            RECORDING MODE IS F.
       01  FS-IN-REL       PIC X(133).
      *
       FD FOU-REL
            RECORDING MODE IS F.
       01  FS-OU-REL       PIC X(133).
      *
       FD FIN-HIS
            RECORDING MODE IS F.
       01  FS-IN-HIS       PIC X(60).
      *
       FD FOU-HIS
            RECORDING MODE IS F.
       01  FS-OU-HIS       PIC X(60).
      *
       FD FIN-CUM
            RECORDING MODE IS F.
       01  FS-IN-CUM       PIC X(80).
      *
       FD FOU-CUM
            RECORDING MODE IS F.
       01  FS-OU-CUM       PIC X(80).
      *
       FD FOU-STA
            RECORDING MODE IS F.
       01  FS-OU-STA       PIC X(60).
      *
       FD FOU-RUN
            RECORDING MODE IS F.
       01  FS-OU-RUN       PIC X(100).
      *
       FD FIN-MOD
            RECORDING MODE IS F.
       01  FS-IN-MOD       PIC X(20).
      *
       FD FIC-APL
            RECORDING MODE IS F.
       01  FS-IO-APL       PIC X(20).
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
      * FICHIER DE CONTROLE DE PECLAT : UNE LIGNE 'P' PAR
      * PARTITION PUIS LE TOTAL 'T' DU TC-FICHIER D'ORIGINE
       01  WS-CTL-ENR.
           05   WS-CT-TYPE     PIC X(01).
           05   WS-CT-PARTIT   PIC 9(01).
           05   WS-CT-DATCPT   PIC 9(08).
           05   WS-CT-NOCPDE   PIC 9(10).
           05   WS-CT-NOCPA    PIC 9(10).
           05   WS-CT-NBMVT    PIC 9(08).
           05   WS-CT-HASH     PIC S9(8)V99.
           05   FILLER         PIC X(02).
      * COMPTE RENDU DE PARTITION DE PAPRUP : COMPTEURS DE
      * ROUTAGE PAR AGENCE ('A'), HORS TRANCHE ('H') ET FIN DE
      * PARTITION ('F')
       01  WS-PCR-ENR.
           05   WS-PC-TYPE     PIC X(01).
           05   WS-PC-PARTIT   PIC 9(01).
           05   WS-PC-DATCPT   PIC 9(08).
           05   WS-PC-DETAIL   PIC X(60).
           05   WS-PC-ROUT REDEFINES WS-PC-DETAIL.
                10 WS-PC-AGENCE   PIC 9(03).
                10 WS-PC-NBCPT    PIC 9(05).
                10 WS-PC-NBPAG    PIC 9(05).
                10 FILLER         PIC X(47).
           05   WS-PC-FIN REDEFINES WS-PC-DETAIL.
                10 WS-PC-NBLUS    PIC 9(07).
                10 WS-PC-NBMVT    PIC 9(07).
                10 WS-PC-NBSUS    PIC 9(07).
                10 WS-PC-MTDEB    PIC 9(8)V99.
                10 WS-PC-MTCRE    PIC 9(8)V99.
                10 WS-PC-HASH     PIC S9(8)V99.
                10 WS-PC-REPRISE  PIC X(01).
                10 FILLER         PIC X(08).
       01  WS-NCP-ENR.
           05   WS-NC-NOCPTE   PIC 9(10).
           05   WS-NC-MTSOLD   PIC S9(8)V99.
      * INTERFACE COMPTABLE (MEME DESSIN QUE PAPRUP) : LIGNE
      * 'D' PAR COMPTE, 'G' TOTAL GENERAL, 'T' FIN DE FICHIER
       01  WS-LIGNE-GLI.
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
       01  WS-LIGNE-GLT.
           05   WS-GT-TYPE     PIC X(01).
           05   WS-GT-NBENR    PIC 9(09).
           05   WS-GT-HASH     PIC S9(9)V99
                               SIGN LEADING SEPARATE.
           05   FILLER         PIC X(78).
       01  WS-SUS-ENR          PIC X(83).
       01  WS-HIS-ENR          PIC X(60).
       01  WS-CUM-ENR          PIC X(80).
      * LIGNE DU RELEVE : CARACTERE DE SAUT ('1' NOUVELLE
      * PAGE, BLANC LIGNE SUIVANTE) ET TEXTE DE LA LIGNE
       01  WS-REL-ENR.
           05   WS-RE-SAUT     PIC X(01).
           05   WS-RE-TEXTE    PIC X(132).
      * HISTORIQUE DES STATISTIQUES (MEME DESSIN QUE PAPRUP)
       01  WS-STA-ENR.
           05   WS-ST-DATCPT   PIC 9(08).
           05   WS-ST-NBLUS    PIC 9(07).
           05   WS-ST-NBCPT    PIC 9(07).
           05   WS-ST-NBSUS    PIC 9(07).
           05   WS-ST-MTDEB    PIC 9(8)V99.
           05   WS-ST-MTCRE    PIC 9(8)V99.
           05   FILLER         PIC X(11).
      * TRACE OURUNLOG (MEME DESSIN QUE PAPRUP ET C1FICHO)
       01  WS-RUNLOG-ENR.
           05   WS-RL-PROGR    PIC X(08) VALUE 'PAPRUP'.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-MODE     PIC X(10) VALUE 'CONSOLIDE'.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-DATE-DEB PIC 9(08) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-HEURE-DEB PIC 9(08) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-DATE-FIN PIC 9(08) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-HEURE-FIN PIC 9(08) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-CTR-LUS  PIC 9(07) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-CTR-ECR  PIC 9(07) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-CTR-REJ  PIC 9(07) VALUE ZERO.
           05   FILLER         PIC X(01) VALUE SPACE.
           05   WS-RL-CTR-CUM  PIC 9(09) VALUE ZERO.
           05   FILLER         PIC X(11) VALUE SPACE.
       01  WS-MOD-ENR.
           05   WS-MD-ORDRE    PIC X(10).
           05   FILLER         PIC X(10).
       01  WS-APL-ENR.
           05   WS-AP-DATCPT   PIC 9(08).
           05   FILLER         PIC X(12).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-CTL     PIC XX.
       01    WS-FS-FIN-PCR     PIC XX.
       01    WS-FS-FIN-NCP     PIC XX.
       01    WS-FS-FOU-NCP     PIC XX.
       01    WS-FS-FIN-GLI     PIC XX.
       01    WS-FS-FOU-GLI     PIC XX.
       01    WS-FS-FIN-SUS     PIC XX.
       01    WS-FS-FOU-SUS     PIC XX.
       01    WS-FS-FIN-REL     PIC XX.
       01    WS-FS-FOU-REL     PIC XX.
       01    WS-FS-FIN-HIS     PIC XX.
       01    WS-FS-FOU-HIS     PIC XX.
       01    WS-FS-FIN-CUM     PIC XX.
       01    WS-FS-FOU-CUM     PIC XX.
       01    WS-FS-FOU-STA     PIC XX.
       01    WS-FS-FOU-RUN     PIC XX.
       01    WS-FS-FIN-MOD     PIC XX.
       01    WS-FS-FIC-APL     PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-MODE-RERUN     PIC XXX    VALUE 'NON'.
       01 WS-APL-DATE       PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-VU       PIC XXX    VALUE 'NON'.
       01 WS-ANOMALIE       PIC XXX    VALUE 'NON'.
       01 WS-REPRISE        PIC XXX    VALUE 'NON'.
       01 WS-NOCPTE-PREC    PIC 9(10) VALUE ZERO.
      *
      * TOTAL DU TC-FICHIER D'ORIGINE (FICHIER DE CONTROLE)
       01 WS-TOT-NBMVT      PIC 9(08) VALUE ZERO.
       01 WS-TOT-HASH       PIC S9(8)V99 VALUE ZERO.
      *
      * TABLE DES QUATRE PARTITIONS : CE QUE PECLAT LEUR A
      * LIVRE ET CE QUE LEUR FIN DE PARTITION ANNONCE
       01 WS-PA-IX          PIC 9(01) VALUE ZERO.
       01 WS-PA-TABLE.
          05 WS-PA-POSTE    OCCURS 4.
             10 WS-PA-CTL      PIC X(03).
             10 WS-PA-LIV-NB   PIC 9(08).
             10 WS-PA-LIV-HASH PIC S9(8)V99.
             10 WS-PA-FIN      PIC X(03).
             10 WS-PA-NBLUS    PIC 9(07).
             10 WS-PA-HASH     PIC S9(8)V99.
      *
      * CUMULS DES FINS DE PARTITION
       01 WS-SO-NBLUS       PIC 9(08) VALUE ZERO.
       01 WS-SO-NBMVT       PIC 9(08) VALUE ZERO.
       01 WS-SO-NBSUS       PIC 9(08) VALUE ZERO.
       01 WS-SO-MTDEB       PIC 9(9)V99 VALUE ZERO.
       01 WS-SO-MTCRE       PIC 9(9)V99 VALUE ZERO.
       01 WS-SO-HASH        PIC S9(15)V99 VALUE ZERO.
       01 WS-SO-HASH10      PIC S9(8)V99 VALUE ZERO.
      *
      * CUMULS DES LIGNES 'G' DES PARTITIONS ET FIN DE
      * FICHIER RECALCULEE DE L'INTERFACE COMPTABLE
       01 WS-GG-MTDEB       PIC 9(9)V99 VALUE ZERO.
       01 WS-GG-MTCRE       PIC 9(9)V99 VALUE ZERO.
       01 WS-GG-NBMVT       PIC 9(08) VALUE ZERO.
       01 WS-GG-MTNET       PIC S9(13)V99 VALUE ZERO.
       01 WS-GG-MTDEBE      PIC 9(9)V99 VALUE ZERO.
       01 WS-GG-MTCREE      PIC 9(9)V99 VALUE ZERO.
       01 WS-GG-MTNETE      PIC S9(13)V99 VALUE ZERO.
       01 WS-GLI-CPTENR     PIC 9(09) VALUE ZERO.
       01 WS-GLI-HASH       PIC S9(15)V99 VALUE ZERO.
       01 WS-GLI-NBG        PIC 9(03) VALUE ZERO.
       01 WS-GLI-NBT        PIC 9(03) VALUE ZERO.
      *
      * COMPTEURS DU BORDEREAU DE ROUTAGE, CUMULES PAR AGENCE
      * SUR LES PARTITIONS (MEME CAPACITE QUE DANS PAPRUP)
       01 WS-RO-NB          PIC 9(03) VALUE ZERO.
       01 WS-RO-IX          PIC 9(03) VALUE ZERO.
       01 WS-RO-TABLE.
          05 WS-RO-POSTE    OCCURS 20.
             10 WS-RO-T-AGENCE PIC 9(03).
             10 WS-RO-T-NBCPT  PIC 9(05).
             10 WS-RO-T-NBPAG  PIC 9(05).
       01 WS-RO-HT-NBCPT    PIC 9(05) VALUE ZERO.
       01 WS-RO-HT-NBPAG    PIC 9(05) VALUE ZERO.
      *
       01 WS-CTR-PCR        PIC 9(7) VALUE ZERO .
       01 WS-CTR-NCP        PIC 9(7) VALUE ZERO .
       01 WS-CTR-GLI-D      PIC 9(7) VALUE ZERO .
       01 WS-CTR-SUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-REL        PIC 9(7) VALUE ZERO .
       01 WS-CTR-HIS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-CUM        PIC 9(7) VALUE ZERO .
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PREGRP'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DU BORDEREAU DE ROUTAGE (MEMES LIGNES QUE
      * PAPRUP)
      *************************************************
       01 WS-LIGNE-ROUTIT.
          05 FILLER           PIC X(31)
                              VALUE 'BORDEREAU DE ROUTAGE PAR AGENCE'.
          05 FILLER           PIC X(101) VALUE SPACE.
       01 WS-LIGNE-ROUTPR.
          05 FILLER           PIC X(44) VALUE
             ' PARTIEL (REPRISE) : COMPTES ET PAGES DEPUIS'.
          05 FILLER           PIC X(22) VALUE
             ' LE POINT DE CONTROLE'.
          05 FILLER           PIC X(66) VALUE SPACE.
       01 WS-LIGNE-ROUT.
          05 FILLER           PIC X(08) VALUE ' AGENCE '.
          05 WS-LR-AGENCE     PIC 9(03).
          05 FILLER           PIC X(10) VALUE '  COMPTES '.
          05 WS-LR-NBCPT      PIC Z(4)9.
          05 FILLER           PIC X(08) VALUE '  PAGES '.
          05 WS-LR-NBPAG      PIC Z(4)9.
          05 FILLER           PIC X(93) VALUE SPACE.
       01 WS-LIGNE-ROUTHT.
          05 FILLER           PIC X(21)
                              VALUE ' HORS TRANCHE        '.
          05 WS-LH-NBCPT      PIC Z(4)9.
          05 FILLER           PIC X(08) VALUE '  PAGES '.
          05 WS-LH-NBPAG      PIC Z(4)9.
          05 FILLER           PIC X(93) VALUE SPACE.

      ********************************************************
       PROCEDURE DIVISION.

       0000-TRAITEMENT-DEB.
           ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

      * LA DATE COMPTABLE COMMUNE (DATCTL) REMPLACE LA DATE
      * CALENDAIRE POUR TOUT CE QUI EST DATE
           PERFORM 0050-DATE-COMPTABLE-DEB
              THRU 0050-DATE-COMPTABLE-FIN.
           MOVE WS-DATE-JOUR  TO WS-RL-DATE-DEB.
           MOVE WS-HEURE-JOUR TO WS-RL-HEURE-DEB.

      * TRACE DU DEBUT DE LANCEMENT DANS LE JOURNAL COMMUN
           MOVE 'DEBUT' TO WS-JRN-EVT.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.

           PERFORM 0060-ORDRES-DEB
              THRU 0060-ORDRES-FIN.
           PERFORM 0070-GARDE-DATE-DEB
              THRU 0070-GARDE-DATE-FIN.

      * CONTROLES DES PARTITIONS AVANT TOUTE ECRITURE
           PERFORM 1000-CONTROLE-ECLAT-DEB
              THRU 1000-CONTROLE-ECLAT-FIN.
           PERFORM 2000-COMPTES-RENDUS-DEB
              THRU 2000-COMPTES-RENDUS-FIN.
           PERFORM 2500-VERIFICATION-DEB
              THRU 2500-VERIFICATION-FIN.

      * FICHIERS DU JOUR (RECREES A CHAQUE LANCEMENT)
           PERFORM 3000-SOLDES-DEB
              THRU 3000-SOLDES-FIN.
           PERFORM 4000-INTERFACE-DEB
              THRU 4000-INTERFACE-FIN.
           PERFORM 5000-SUSPENS-DEB
              THRU 5000-SUSPENS-FIN.
           PERFORM 6000-RELEVE-DEB
              THRU 6000-RELEVE-FIN.

      * FICHIERS CUMULATIFS, UNE FOIS TOUT LE RESTE CONSOLIDE
           PERFORM 7000-HISTORIQUE-DEB
              THRU 7000-HISTORIQUE-FIN.
           PERFORM 7100-CUMUL-FRAIS-DEB
              THRU 7100-CUMUL-FRAIS-FIN.
           PERFORM 7200-STATISTIQUES-DEB
              THRU 7200-STATISTIQUES-FIN.
           PERFORM 7300-RUNLOG-DEB
              THRU 7300-RUNLOG-FIN.
           PERFORM 7400-DATE-APPLIQUEE-DEB
              THRU 7400-DATE-APPLIQUEE-FIN.

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
       0060-ORDRES-DEB.
      * ORDRES DU PUPITRE (MEME FICHIER QUE CELUI DE PAPRUP,
      * ABSENT OU VIDE : AUCUN ORDRE) ; SEUL 'RERUN' EST
      * PRIS EN COMPTE ICI
           OPEN INPUT FIN-MOD.
           IF WS-FS-FIN-MOD = '35'
              GO TO 0060-ORDRES-FIN
           END-IF.
           IF WS-FS-FIN-MOD NOT = ZERO
              DISPLAY 'ERREUR OPEN ORDRES FS=' WS-FS-FIN-MOD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 0065-ORDRE-LEC-DEB
              THRU 0065-ORDRE-LEC-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-MOD.
           MOVE SPACE TO WS-FIN-FLAG.
       0060-ORDRES-FIN.
           EXIT.

       0065-ORDRE-LEC-DEB.
           READ FIN-MOD
                INTO WS-MOD-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
           IF WS-FIN-FLAG NOT = 'FIN'
              AND WS-MD-ORDRE = 'RERUN'
              MOVE 'OUI' TO WS-MODE-RERUN
           END-IF.
       0065-ORDRE-LEC-FIN.
           EXIT.

      *********************************************************
       0070-GARDE-DATE-DEB.
      * LA DATE DU JOUR DEJA APPLIQUEE (CONSOLIDATION DEJA
      * FAITE, OU RUN UNIQUE DE PAPRUP) INTERDIT LA
      * CONSOLIDATION, SAUF ORDRE 'RERUN'
           OPEN INPUT FIC-APL.
           IF WS-FS-FIC-APL = '35'
              GO TO 0070-GARDE-DATE-FIN
           END-IF.
           IF WS-FS-FIC-APL NOT = ZERO
              DISPLAY 'ERREUR OPEN DATAPPL FS=' WS-FS-FIC-APL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FIC-APL
                INTO WS-APL-ENR
               AT END MOVE ZERO TO WS-AP-DATCPT.
           MOVE WS-AP-DATCPT TO WS-APL-DATE.
           CLOSE FIC-APL.
           IF WS-APL-DATE NOT = WS-DATE-JOUR
              GO TO 0070-GARDE-DATE-FIN
           END-IF.
           IF WS-MODE-RERUN = 'OUI'
              DISPLAY 'DATE DEJA APPLIQUEE, RERUN AUTORISE '
                      WS-DATE-JOUR
              GO TO 0070-GARDE-DATE-FIN
           END-IF.
           DISPLAY 'DATE COMPTABLE DEJA APPLIQUEE : ' WS-DATE-JOUR.
           DISPLAY 'CONSOLIDATION REFUSEE (ORDRE RERUN ABSENT)'.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
             THRU  9999-ERREUR-PROGRAMME-FIN.
       0070-GARDE-DATE-FIN.
           EXIT.

      *********************************************************
       1000-CONTROLE-ECLAT-DEB.
      * CE QUE PECLAT A LIVRE A CHAQUE PARTITION, ET LE TOTAL
      * DU TC-FICHIER D'ORIGINE ; L'ECLATEMENT DOIT ETRE DE LA
      * DATE COMPTABLE DU JOUR
           MOVE 1 TO WS-PA-IX.
           PERFORM 1005-PARTITION-INIT-DEB
              THRU 1005-PARTITION-INIT-FIN
              UNTIL WS-PA-IX > 4.
           OPEN INPUT FIN-CTL.
           IF WS-FS-FIN-CTL NOT = ZERO
              DISPLAY 'FICHIER DE CONTROLE DE L''ECLATEMENT ABSENT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 1010-CONTROLE-LEC-DEB
              THRU 1010-CONTROLE-LEC-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-CTL.
           MOVE SPACE TO WS-FIN-FLAG.
           IF WS-TOTAL-VU = 'NON'
              DISPLAY 'ECLATEMENT PECLAT DU ' WS-DATE-JOUR
                      ' ABSENT OU INCOMPLET'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 1 TO WS-PA-IX.
           PERFORM 1020-CONTROLE-PARTITION-DEB
              THRU 1020-CONTROLE-PARTITION-FIN
              UNTIL WS-PA-IX > 4.
       1000-CONTROLE-ECLAT-FIN.
           EXIT.

       1005-PARTITION-INIT-DEB.
           MOVE 'NON' TO WS-PA-CTL (WS-PA-IX)
                         WS-PA-FIN (WS-PA-IX).
           MOVE ZERO  TO WS-PA-LIV-NB (WS-PA-IX)
                         WS-PA-LIV-HASH (WS-PA-IX)
                         WS-PA-NBLUS (WS-PA-IX)
                         WS-PA-HASH (WS-PA-IX).
           ADD 1 TO WS-PA-IX.
       1005-PARTITION-INIT-FIN.
           EXIT.

       1010-CONTROLE-LEC-DEB.
           READ FIN-CTL
                INTO WS-CTL-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
           IF WS-FIN-FLAG = 'FIN'
              GO TO 1010-CONTROLE-LEC-FIN
           END-IF.
           IF WS-CT-DATCPT NOT = WS-DATE-JOUR
              DISPLAY 'ECLATEMENT D''UNE AUTRE DATE : ' WS-CT-DATCPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-CT-TYPE = 'T'
              MOVE 'OUI'       TO WS-TOTAL-VU
              MOVE WS-CT-NBMVT TO WS-TOT-NBMVT
              MOVE WS-CT-HASH  TO WS-TOT-HASH
              GO TO 1010-CONTROLE-LEC-FIN
           END-IF.
           IF WS-CT-TYPE NOT = 'P'
              OR WS-CT-PARTIT < 1
              OR WS-CT-PARTIT > 4
              DISPLAY 'LIGNE DE CONTROLE INVALIDE : ' WS-CTL-ENR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CT-PARTIT TO WS-PA-IX.
           MOVE 'OUI'        TO WS-PA-CTL (WS-PA-IX).
           MOVE WS-CT-NBMVT  TO WS-PA-LIV-NB (WS-PA-IX).
           MOVE WS-CT-HASH   TO WS-PA-LIV-HASH (WS-PA-IX).
       1010-CONTROLE-LEC-FIN.
           EXIT.

       1020-CONTROLE-PARTITION-DEB.
           IF WS-PA-CTL (WS-PA-IX) = 'NON'
              DISPLAY 'PARTITION ' WS-PA-IX
                      ' ABSENTE DU FICHIER DE CONTROLE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-PA-IX.
       1020-CONTROLE-PARTITION-FIN.
           EXIT.

      *********************************************************
       2000-COMPTES-RENDUS-DEB.
      * COMPTES RENDUS DES PARTITIONS : COMPTEURS DE ROUTAGE
      * CUMULES PAR AGENCE ET FIN DE PARTITION ; UN COMPTE
      * RENDU D'UNE AUTRE DATE EST CELUI D'UNE PARTITION QUI
      * N'A PAS TOURNE AUJOURD'HUI ET N'EST PAS RETENU
           OPEN INPUT FIN-PCR.
           IF WS-FS-FIN-PCR NOT = ZERO
              DISPLAY 'COMPTES RENDUS DE PARTITION ABSENTS FS='
                      WS-FS-FIN-PCR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 2010-COMPTE-RENDU-LEC-DEB
              THRU 2010-COMPTE-RENDU-LEC-FIN.
           PERFORM 2020-COMPTE-RENDU-TRT-DEB
              THRU 2020-COMPTE-RENDU-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-PCR.
           MOVE SPACE TO WS-FIN-FLAG.
       2000-COMPTES-RENDUS-FIN.
           EXIT.

       2010-COMPTE-RENDU-LEC-DEB.
           READ FIN-PCR
                INTO WS-PCR-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       2010-COMPTE-RENDU-LEC-FIN.
           EXIT.

       2020-COMPTE-RENDU-TRT-DEB.
           ADD 1 TO WS-CTR-PCR.
           IF WS-PC-DATCPT NOT = WS-DATE-JOUR
              DISPLAY 'COMPTE RENDU DE LA PARTITION ' WS-PC-PARTIT
                      ' DU ' WS-PC-DATCPT ' NON RETENU'
              GO TO 2020-COMPTE-RENDU-TRT-90
           END-IF.
           IF WS-PC-PARTIT < 1
              OR WS-PC-PARTIT > 4
              DISPLAY 'COMPTE RENDU DE PARTITION INVALIDE : '
                      WS-PCR-ENR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-PC-PARTIT TO WS-PA-IX.
           IF WS-PA-FIN (WS-PA-IX) = 'OUI'
              DISPLAY 'COMPTE RENDU DE LA PARTITION ' WS-PA-IX
                      ' EN DOUBLE DANS LA CONCATENATION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-PC-TYPE = 'A'
              PERFORM 2030-CUMUL-AGENCE-DEB
                 THRU 2030-CUMUL-AGENCE-FIN
              GO TO 2020-COMPTE-RENDU-TRT-90
           END-IF.
           IF WS-PC-TYPE = 'H'
              ADD WS-PC-NBCPT TO WS-RO-HT-NBCPT
              ADD WS-PC-NBPAG TO WS-RO-HT-NBPAG
              GO TO 2020-COMPTE-RENDU-TRT-90
           END-IF.
           IF WS-PC-TYPE NOT = 'F'
              DISPLAY 'COMPTE RENDU DE PARTITION INVALIDE : '
                      WS-PCR-ENR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'OUI'        TO WS-PA-FIN (WS-PA-IX).
           MOVE WS-PC-NBLUS  TO WS-PA-NBLUS (WS-PA-IX).
           MOVE WS-PC-HASH   TO WS-PA-HASH (WS-PA-IX).
           ADD WS-PC-NBLUS   TO WS-SO-NBLUS.
           ADD WS-PC-NBMVT   TO WS-SO-NBMVT.
           ADD WS-PC-NBSUS   TO WS-SO-NBSUS.
           ADD WS-PC-MTDEB   TO WS-SO-MTDEB.
           ADD WS-PC-MTCRE   TO WS-SO-MTCRE.
           ADD WS-PC-HASH    TO WS-SO-HASH.
           IF WS-PC-REPRISE = '1'
              MOVE 'OUI' TO WS-REPRISE
           END-IF.
       2020-COMPTE-RENDU-TRT-90.
           PERFORM 2010-COMPTE-RENDU-LEC-DEB
              THRU 2010-COMPTE-RENDU-LEC-FIN.
       2020-COMPTE-RENDU-TRT-FIN.
           EXIT.

       2030-CUMUL-AGENCE-DEB.
           MOVE ZERO TO WS-RO-IX.
       2030-CUMUL-AGENCE-10.
           IF WS-RO-IX NOT < WS-RO-NB
              GO TO 2030-CUMUL-AGENCE-20
           END-IF.
           ADD 1 TO WS-RO-IX.
           IF WS-RO-T-AGENCE (WS-RO-IX) = WS-PC-AGENCE
              GO TO 2030-CUMUL-AGENCE-30
           END-IF.
           GO TO 2030-CUMUL-AGENCE-10.
       2030-CUMUL-AGENCE-20.
           IF WS-RO-NB NOT < 20
              DISPLAY 'TABLE DES AGENCES PLEINE, AGENCE IGNOREE '
                      WS-PC-AGENCE
              GO TO 2030-CUMUL-AGENCE-FIN
           END-IF.
           ADD 1 TO WS-RO-NB.
           MOVE WS-RO-NB     TO WS-RO-IX.
           MOVE WS-PC-AGENCE TO WS-RO-T-AGENCE (WS-RO-IX).
           MOVE ZERO         TO WS-RO-T-NBCPT (WS-RO-IX)
                                WS-RO-T-NBPAG (WS-RO-IX).
       2030-CUMUL-AGENCE-30.
           ADD WS-PC-NBCPT TO WS-RO-T-NBCPT (WS-RO-IX).
           ADD WS-PC-NBPAG TO WS-RO-T-NBPAG (WS-RO-IX).
       2030-CUMUL-AGENCE-FIN.
           EXIT.

      *********************************************************
       2500-VERIFICATION-DEB.
      * TOUTE PARTITION SANS FIN DE PARTITION DU JOUR, OU QUI
      * N'A PAS LU CE QUE PECLAT LUI A LIVRE, EST DESIGNEE POUR
      * ETRE RELANCEE SEULE ; RIEN N'EST CONSOLIDE
           MOVE 'NON' TO WS-ANOMALIE.
           MOVE 1 TO WS-PA-IX.
           PERFORM 2510-VERIF-PARTITION-DEB
              THRU 2510-VERIF-PARTITION-FIN
              UNTIL WS-PA-IX > 4.
           IF WS-ANOMALIE = 'OUI'
              DISPLAY 'CONSOLIDATION REFUSEE : PARTITIONS A RELANCER'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * LA SOMME DES PARTITIONS DOIT REDONNER LE TC-FICHIER
      * D'ORIGINE
           MOVE WS-SO-HASH TO WS-SO-HASH10.
           IF WS-SO-NBLUS = WS-TOT-NBMVT
              AND WS-SO-HASH10 = WS-TOT-HASH
              GO TO 2500-VERIFICATION-FIN
           END-IF.
           DISPLAY 'PARTITIONS DESEQUILIBREES AVEC LE TC-FICHIER'.
           DISPLAY 'MOUVEMENTS DES PARTITIONS ' WS-SO-NBLUS.
           DISPLAY 'MOUVEMENTS DU TC-FICHIER  ' WS-TOT-NBMVT.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
             THRU  9999-ERREUR-PROGRAMME-FIN.
       2500-VERIFICATION-FIN.
           EXIT.

       2510-VERIF-PARTITION-DEB.
           IF WS-PA-FIN (WS-PA-IX) = 'NON'
              DISPLAY 'PARTITION ' WS-PA-IX
                      ' NON TERMINEE : A RELANCER SEULE'
              MOVE 'OUI' TO WS-ANOMALIE
              GO TO 2510-VERIF-PARTITION-90
           END-IF.
           IF WS-PA-NBLUS (WS-PA-IX) NOT = WS-PA-LIV-NB (WS-PA-IX)
              OR WS-PA-HASH (WS-PA-IX) NOT = WS-PA-LIV-HASH (WS-PA-IX)
              DISPLAY 'PARTITION ' WS-PA-IX
                      ' ECART AVEC L''ECLATEMENT : A RELANCER SEULE'
              DISPLAY '   MOUVEMENTS LUS    ' WS-PA-NBLUS (WS-PA-IX)
              DISPLAY '   MOUVEMENTS LIVRES ' WS-PA-LIV-NB (WS-PA-IX)
              MOVE 'OUI' TO WS-ANOMALIE
           END-IF.
       2510-VERIF-PARTITION-90.
           ADD 1 TO WS-PA-IX.
       2510-VERIF-PARTITION-FIN.
           EXIT.

      *********************************************************
       3000-SOLDES-DEB.
      * DECHARGEMENTS DES PARTITIONS MIS BOUT A BOUT : LES
      * BORNES SE SUIVANT, LA SEQUENCE DES COMPTES DOIT ETRE
      * CROISSANTE (CONCATENATION DANS L'ORDRE DES PARTITIONS)
           OPEN INPUT FIN-NCP.
           IF WS-FS-FIN-NCP NOT = ZERO
              DISPLAY 'ERREUR OPEN SOLDES DES PARTITIONS FS='
                      WS-FS-FIN-NCP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-NCP.
           IF WS-FS-FOU-NCP NOT = ZERO
              DISPLAY 'ERREUR OPEN SOLDES CONSOLIDES FS='
                      WS-FS-FOU-NCP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE ZERO  TO WS-NOCPTE-PREC.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 3010-SOLDE-LEC-DEB
              THRU 3010-SOLDE-LEC-FIN.
           PERFORM 3020-SOLDE-TRT-DEB
              THRU 3020-SOLDE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-NCP FOU-NCP.
           MOVE SPACE TO WS-FIN-FLAG.
       3000-SOLDES-FIN.
           EXIT.

       3010-SOLDE-LEC-DEB.
           READ FIN-NCP
                INTO WS-NCP-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       3010-SOLDE-LEC-FIN.
           EXIT.

       3020-SOLDE-TRT-DEB.
           IF WS-CTR-NCP > ZERO
              AND WS-NC-NOCPTE NOT > WS-NOCPTE-PREC
              DISPLAY 'SOLDES DES PARTITIONS HORS SEQUENCE AU COMPTE '
                      WS-NC-NOCPTE
              DISPLAY 'CONCATENATION A FAIRE DANS L''ORDRE DES '
                      'PARTITIONS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-NC-NOCPTE TO WS-NOCPTE-PREC.
           WRITE FS-OU-NCP FROM WS-NCP-ENR.
           IF WS-FS-FOU-NCP NOT = ZERO
              DISPLAY 'ERREUR ECRITURE SOLDES CONSOLIDES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-NCP.
           PERFORM 3010-SOLDE-LEC-DEB
              THRU 3010-SOLDE-LEC-FIN.
       3020-SOLDE-TRT-FIN.
           EXIT.

      *********************************************************
       4000-INTERFACE-DEB.
      * INTERFACE COMPTABLE : LES LIGNES 'D' DES PARTITIONS
      * SONT RECOPIEES, LEURS LIGNES 'G' CUMULEES EN UNE SEULE,
      * ET LA FIN DE FICHIER RECALCULEE COMME DANS PAPRUP
      * (NOMBRE DE LIGNES, TOTAL DE CONTROLE DES NETS EURO)
           OPEN INPUT FIN-GLI.
           IF WS-FS-FIN-GLI NOT = ZERO
              DISPLAY 'ERREUR OPEN INTERFACES DES PARTITIONS FS='
                      WS-FS-FIN-GLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-GLI.
           IF WS-FS-FOU-GLI NOT = ZERO
              DISPLAY 'ERREUR OPEN INTERFACE CONSOLIDEE FS='
                      WS-FS-FOU-GLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE ZERO  TO WS-NOCPTE-PREC.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 4010-INTERFACE-LEC-DEB
              THRU 4010-INTERFACE-LEC-FIN.
           PERFORM 4020-INTERFACE-TRT-DEB
              THRU 4020-INTERFACE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-GLI.
           MOVE SPACE TO WS-FIN-FLAG.
      * CHAQUE PARTITION TERMINEE A ECRIT SA LIGNE 'G' ET SA
      * FIN DE FICHIER
           IF WS-GLI-NBG NOT = 4
              OR WS-GLI-NBT NOT = 4
              DISPLAY 'INTERFACES DES PARTITIONS INCOMPLETES : '
                      WS-GLI-NBG ' LIGNES G, ' WS-GLI-NBT
                      ' FINS DE FICHIER'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE            TO WS-LIGNE-GLI.
           MOVE 'G'              TO WS-GL-TYPE.
           MOVE ZERO             TO WS-GL-NOCPTE.
           MOVE WS-DATE-JOUR     TO WS-GL-DATCPT.
           MOVE WS-GG-MTDEB      TO WS-GL-MTDEB.
           MOVE WS-GG-MTCRE      TO WS-GL-MTCRE.
           MOVE WS-GG-NBMVT      TO WS-GL-NBMVT.
           MOVE WS-GG-MTNET      TO WS-GL-MTNET.
           MOVE 'EUR'            TO WS-GL-DEVISE.
           MOVE WS-GG-MTDEBE     TO WS-GL-MTDEBE.
           MOVE WS-GG-MTCREE     TO WS-GL-MTCREE.
           MOVE WS-GG-MTNETE     TO WS-GL-MTNETE.
           WRITE FS-OU-GLI FROM WS-LIGNE-GLI.
           ADD 1 TO WS-GLI-CPTENR.
           ADD WS-GG-MTNETE TO WS-GLI-HASH.
           MOVE SPACE            TO WS-LIGNE-GLT.
           MOVE 'T'              TO WS-GT-TYPE.
           MOVE WS-GLI-CPTENR    TO WS-GT-NBENR.
           MOVE WS-GLI-HASH      TO WS-GT-HASH.
           WRITE FS-OU-GLI FROM WS-LIGNE-GLT.
           IF WS-FS-FOU-GLI NOT = ZERO
              DISPLAY 'ERREUR ECRITURE INTERFACE CONSOLIDEE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FOU-GLI.
       4000-INTERFACE-FIN.
           EXIT.

       4010-INTERFACE-LEC-DEB.
           READ FIN-GLI
                INTO WS-LIGNE-GLI
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       4010-INTERFACE-LEC-FIN.
           EXIT.

       4020-INTERFACE-TRT-DEB.
           IF WS-GL-TYPE = 'T'
              ADD 1 TO WS-GLI-NBT
              GO TO 4020-INTERFACE-TRT-90
           END-IF.
           IF WS-GL-TYPE = 'G'
              ADD 1 TO WS-GLI-NBG
              ADD WS-GL-MTDEB  TO WS-GG-MTDEB
              ADD WS-GL-MTCRE  TO WS-GG-MTCRE
              ADD WS-GL-NBMVT  TO WS-GG-NBMVT
              ADD WS-GL-MTNET  TO WS-GG-MTNET
              ADD WS-GL-MTDEBE TO WS-GG-MTDEBE
              ADD WS-GL-MTCREE TO WS-GG-MTCREE
              ADD WS-GL-MTNETE TO WS-GG-MTNETE
              GO TO 4020-INTERFACE-TRT-90
           END-IF.
           IF WS-GL-TYPE NOT = 'D'
              DISPLAY 'LIGNE D''INTERFACE INVALIDE : ' WS-GL-TYPE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-CTR-GLI-D > ZERO
              AND WS-GL-NOCPTE NOT > WS-NOCPTE-PREC
              DISPLAY 'INTERFACES DES PARTITIONS HORS SEQUENCE AU '
                      'COMPTE ' WS-GL-NOCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-GL-NOCPTE TO WS-NOCPTE-PREC.
           WRITE FS-OU-GLI FROM WS-LIGNE-GLI.
           IF WS-FS-FOU-GLI NOT = ZERO
              DISPLAY 'ERREUR ECRITURE INTERFACE CONSOLIDEE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-GLI-D.
           ADD 1 TO WS-GLI-CPTENR.
           ADD WS-GL-MTNETE TO WS-GLI-HASH.
       4020-INTERFACE-TRT-90.
           PERFORM 4010-INTERFACE-LEC-DEB
              THRU 4010-INTERFACE-LEC-FIN.
       4020-INTERFACE-TRT-FIN.
           EXIT.

      *********************************************************
       5000-SUSPENS-DEB.
      * SUSPENS DU JOUR : RECOPIE, LE NOMBRE DOIT ETRE CELUI
      * ANNONCE PAR LES FINS DE PARTITION
           OPEN INPUT FIN-SUS.
           IF WS-FS-FIN-SUS NOT = ZERO
              DISPLAY 'ERREUR OPEN SUSPENS DES PARTITIONS FS='
                      WS-FS-FIN-SUS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-SUS.
           IF WS-FS-FOU-SUS NOT = ZERO
              DISPLAY 'ERREUR OPEN SUSPENS CONSOLIDE FS='
                      WS-FS-FOU-SUS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 5010-SUSPENS-LEC-DEB
              THRU 5010-SUSPENS-LEC-FIN.
           PERFORM 5020-SUSPENS-TRT-DEB
              THRU 5020-SUSPENS-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-SUS FOU-SUS.
           MOVE SPACE TO WS-FIN-FLAG.
           IF WS-CTR-SUS NOT = WS-SO-NBSUS
              DISPLAY 'SUSPENS DES PARTITIONS INCOMPLETS'
              DISPLAY 'MOUVEMENTS EN SUSPENS LUS      ' WS-CTR-SUS
              DISPLAY 'MOUVEMENTS EN SUSPENS ANNONCES ' WS-SO-NBSUS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       5000-SUSPENS-FIN.
           EXIT.

       5010-SUSPENS-LEC-DEB.
           READ FIN-SUS
                INTO WS-SUS-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       5010-SUSPENS-LEC-FIN.
           EXIT.

       5020-SUSPENS-TRT-DEB.
           WRITE FS-OU-SUS FROM WS-SUS-ENR.
           IF WS-FS-FOU-SUS NOT = ZERO
              DISPLAY 'ERREUR ECRITURE SUSPENS CONSOLIDE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-SUS.
           PERFORM 5010-SUSPENS-LEC-DEB
              THRU 5010-SUSPENS-LEC-FIN.
       5020-SUSPENS-TRT-FIN.
           EXIT.

      *********************************************************
       6000-RELEVE-DEB.
      * RELEVES DES PARTITIONS RECOPIES A LA SUITE, PUIS LE
      * BORDEREAU DE ROUTAGE PAR AGENCE CUMULE (MARQUE PARTIEL
      * SI UNE PARTITION A ETE REPRISE SUR POINT DE CONTROLE)
           OPEN INPUT FIN-REL.
           IF WS-FS-FIN-REL NOT = ZERO
              DISPLAY 'ERREUR OPEN RELEVES DES PARTITIONS FS='
                      WS-FS-FIN-REL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-REL.
           IF WS-FS-FOU-REL NOT = ZERO
              DISPLAY 'ERREUR OPEN RELEVE CONSOLIDE FS='
                      WS-FS-FOU-REL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 6010-RELEVE-LEC-DEB
              THRU 6010-RELEVE-LEC-FIN.
           PERFORM 6020-RELEVE-TRT-DEB
              THRU 6020-RELEVE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-REL.
           MOVE SPACE TO WS-FIN-FLAG.
           IF WS-RO-NB = ZERO
              GO TO 6000-RELEVE-90
           END-IF.
           MOVE '1'             TO WS-RE-SAUT.
           MOVE WS-LIGNE-ROUTIT TO WS-RE-TEXTE.
           PERFORM 6030-RELEVE-ECR-DEB
              THRU 6030-RELEVE-ECR-FIN.
           IF WS-REPRISE = 'OUI'
              MOVE SPACE           TO WS-RE-SAUT
              MOVE WS-LIGNE-ROUTPR TO WS-RE-TEXTE
              PERFORM 6030-RELEVE-ECR-DEB
                 THRU 6030-RELEVE-ECR-FIN
           END-IF.
           MOVE ZERO TO WS-RO-IX.
           PERFORM 6040-BORDEREAU-AGENCE-DEB
              THRU 6040-BORDEREAU-AGENCE-FIN
              UNTIL WS-RO-IX NOT < WS-RO-NB.
           IF WS-RO-HT-NBCPT NOT = ZERO
              MOVE WS-RO-HT-NBCPT  TO WS-LH-NBCPT
              MOVE WS-RO-HT-NBPAG  TO WS-LH-NBPAG
              MOVE SPACE           TO WS-RE-SAUT
              MOVE WS-LIGNE-ROUTHT TO WS-RE-TEXTE
              PERFORM 6030-RELEVE-ECR-DEB
                 THRU 6030-RELEVE-ECR-FIN
           END-IF.
       6000-RELEVE-90.
           CLOSE FOU-REL.
       6000-RELEVE-FIN.
           EXIT.

       6010-RELEVE-LEC-DEB.
           READ FIN-REL
                INTO WS-REL-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       6010-RELEVE-LEC-FIN.
           EXIT.

       6020-RELEVE-TRT-DEB.
           PERFORM 6030-RELEVE-ECR-DEB
              THRU 6030-RELEVE-ECR-FIN.
           PERFORM 6010-RELEVE-LEC-DEB
              THRU 6010-RELEVE-LEC-FIN.
       6020-RELEVE-TRT-FIN.
           EXIT.

       6030-RELEVE-ECR-DEB.
           WRITE FS-OU-REL FROM WS-REL-ENR.
           IF WS-FS-FOU-REL NOT = ZERO
              DISPLAY 'ERREUR ECRITURE RELEVE CONSOLIDE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-REL.
       6030-RELEVE-ECR-FIN.
           EXIT.

       6040-BORDEREAU-AGENCE-DEB.
           ADD 1 TO WS-RO-IX.
           MOVE WS-RO-T-AGENCE (WS-RO-IX) TO WS-LR-AGENCE.
           MOVE WS-RO-T-NBCPT (WS-RO-IX)  TO WS-LR-NBCPT.
           MOVE WS-RO-T-NBPAG (WS-RO-IX)  TO WS-LR-NBPAG.
           MOVE SPACE                     TO WS-RE-SAUT.
           MOVE WS-LIGNE-ROUT             TO WS-RE-TEXTE.
           PERFORM 6030-RELEVE-ECR-DEB
              THRU 6030-RELEVE-ECR-FIN.
       6040-BORDEREAU-AGENCE-FIN.
           EXIT.

      *********************************************************
       7000-HISTORIQUE-DEB.
      * MOUVEMENTS COMPTABILISES DES PARTITIONS AJOUTES A
      * L'HISTORIQUE DU MOIS
           OPEN INPUT FIN-HIS.
           IF WS-FS-FIN-HIS NOT = ZERO
              DISPLAY 'ERREUR OPEN HISTORIQUES DES PARTITIONS FS='
                      WS-FS-FIN-HIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN EXTEND FOU-HIS.
           IF WS-FS-FOU-HIS = '35'
              OPEN OUTPUT FOU-HIS
           END-IF.
           IF WS-FS-FOU-HIS NOT = ZERO
              DISPLAY 'ERREUR OPEN OUHISMVT FS=' WS-FS-FOU-HIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 7010-HISTORIQUE-LEC-DEB
              THRU 7010-HISTORIQUE-LEC-FIN.
           PERFORM 7020-HISTORIQUE-TRT-DEB
              THRU 7020-HISTORIQUE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-HIS FOU-HIS.
           MOVE SPACE TO WS-FIN-FLAG.
       7000-HISTORIQUE-FIN.
           EXIT.

       7010-HISTORIQUE-LEC-DEB.
           READ FIN-HIS
                INTO WS-HIS-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       7010-HISTORIQUE-LEC-FIN.
           EXIT.

       7020-HISTORIQUE-TRT-DEB.
           WRITE FS-OU-HIS FROM WS-HIS-ENR.
           IF WS-FS-FOU-HIS NOT = ZERO
              DISPLAY 'ERREUR ECRITURE OUHISMVT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-HIS.
           PERFORM 7010-HISTORIQUE-LEC-DEB
              THRU 7010-HISTORIQUE-LEC-FIN.
       7020-HISTORIQUE-TRT-FIN.
           EXIT.

      *********************************************************
       7100-CUMUL-FRAIS-DEB.
      * FRAIS, INTERETS ET EXTOURNES DES PARTITIONS AJOUTES AU
      * CUMUL ANNUEL
           OPEN INPUT FIN-CUM.
           IF WS-FS-FIN-CUM NOT = ZERO
              DISPLAY 'ERREUR OPEN CUMULS DES PARTITIONS FS='
                      WS-FS-FIN-CUM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN EXTEND FOU-CUM.
           IF WS-FS-FOU-CUM = '35'
              OPEN OUTPUT FOU-CUM
           END-IF.
           IF WS-FS-FOU-CUM NOT = ZERO
              DISPLAY 'ERREUR OPEN OUCUMFRA FS=' WS-FS-FOU-CUM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 7110-CUMUL-LEC-DEB
              THRU 7110-CUMUL-LEC-FIN.
           PERFORM 7120-CUMUL-TRT-DEB
              THRU 7120-CUMUL-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-CUM FOU-CUM.
           MOVE SPACE TO WS-FIN-FLAG.
       7100-CUMUL-FRAIS-FIN.
           EXIT.

       7110-CUMUL-LEC-DEB.
           READ FIN-CUM
                INTO WS-CUM-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       7110-CUMUL-LEC-FIN.
           EXIT.

       7120-CUMUL-TRT-DEB.
           WRITE FS-OU-CUM FROM WS-CUM-ENR.
           IF WS-FS-FOU-CUM NOT = ZERO
              DISPLAY 'ERREUR ECRITURE OUCUMFRA'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-CUM.
           PERFORM 7110-CUMUL-LEC-DEB
              THRU 7110-CUMUL-LEC-FIN.
       7120-CUMUL-TRT-FIN.
           EXIT.

      *********************************************************
       7200-STATISTIQUES-DEB.
      * UN SEUL ENREGISTREMENT POUR LA DATE COMPTABLE DANS
      * L'HISTORIQUE DES STATISTIQUES (RELU PAR PSTATS), CUMUL
      * DES PARTITIONS
           OPEN EXTEND FOU-STA.
           IF WS-FS-FOU-STA = '35'
              OPEN OUTPUT FOU-STA
           END-IF.
           MOVE SPACE          TO WS-STA-ENR.
           MOVE WS-DATE-JOUR   TO WS-ST-DATCPT.
           MOVE WS-SO-NBLUS    TO WS-ST-NBLUS.
           MOVE WS-SO-NBMVT    TO WS-ST-NBCPT.
           MOVE WS-SO-NBSUS    TO WS-ST-NBSUS.
           MOVE WS-SO-MTDEB    TO WS-ST-MTDEB.
           MOVE WS-SO-MTCRE    TO WS-ST-MTCRE.
           WRITE FS-OU-STA FROM WS-STA-ENR.
           CLOSE FOU-STA.
       7200-STATISTIQUES-FIN.
           EXIT.

      *********************************************************
       7300-RUNLOG-DEB.
      * TRACE DES COMPTEURS CONSOLIDES DANS OURUNLOG, SOUS LE
      * NOM DE PAPRUP POUR L'EQUILIBRAGE DE FIN DE CHAINE
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-DATE-JOUR   TO WS-RL-DATE-FIN.
           MOVE WS-HEURE-JOUR  TO WS-RL-HEURE-FIN.
           MOVE WS-SO-NBLUS    TO WS-RL-CTR-LUS.
           MOVE WS-SO-NBMVT    TO WS-RL-CTR-ECR.
           MOVE WS-SO-NBSUS    TO WS-RL-CTR-REJ.
           OPEN EXTEND FOU-RUN.
           IF WS-FS-FOU-RUN = '35'
              OPEN OUTPUT FOU-RUN
           END-IF.
           WRITE FS-OU-RUN FROM WS-RUNLOG-ENR.
           CLOSE FOU-RUN.
       7300-RUNLOG-FIN.
           EXIT.

      *********************************************************
       7400-DATE-APPLIQUEE-DEB.
      * ESTAMPILLE DE LA DATE COMPTABLE APPLIQUEE, EN FIN
      * NORMALE SEULEMENT
           OPEN OUTPUT FIC-APL.
           MOVE SPACE         TO WS-APL-ENR.
           MOVE WS-DATE-JOUR  TO WS-AP-DATCPT.
           WRITE FS-IO-APL FROM WS-APL-ENR.
           CLOSE FIC-APL.
       7400-DATE-APPLIQUEE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PREGRP*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'COMPTES RENDUS LUS     ' WS-CTR-PCR.
           DISPLAY 'MOUVEMENTS LUS         ' WS-SO-NBLUS.
           DISPLAY 'MOUVEMENTS COMPTABILISES ' WS-SO-NBMVT.
           DISPLAY 'MOUVEMENTS EN SUSPENS  ' WS-SO-NBSUS.
           DISPLAY 'SOLDES ECRITS          ' WS-CTR-NCP.
           DISPLAY 'LIGNES D INTERFACE     ' WS-GLI-CPTENR.
           DISPLAY 'LIGNES DE RELEVE       ' WS-CTR-REL.
           DISPLAY 'HISTORIQUE AJOUTES     ' WS-CTR-HIS.
           DISPLAY 'CUMUL FRAIS AJOUTES    ' WS-CTR-CUM.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PREGRP *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* CONSOLIDATION NON FAITE *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-CTL    :   ' WS-FS-FIN-CTL.
           DISPLAY ' WS-FS-FIN-PCR    :   ' WS-FS-FIN-PCR.
           DISPLAY ' WS-FS-FIN-NCP    :   ' WS-FS-FIN-NCP.
           DISPLAY ' WS-FS-FIN-GLI    :   ' WS-FS-FIN-GLI.
           DISPLAY ' WS-FS-FIN-SUS    :   ' WS-FS-FIN-SUS.
           DISPLAY ' WS-FS-FIN-REL    :   ' WS-FS-FIN-REL.
           DISPLAY ' WS-FS-FOU-HIS    :   ' WS-FS-FOU-HIS.
           DISPLAY ' WS-FS-FOU-CUM    :   ' WS-FS-FOU-CUM.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
