       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PECLAT.

      *****************************************************
      *      ECLATEMENT DU TC-FICHIER TRIE PAR PARTITION
      *      D'AGENCES, POUR FAIRE TOURNER PAPRUP EN
      *      PARALLELE (UNE RUN PAR PARTITION)
      *      - LES TRANCHES DE COMPTES D'INAGEPAR PORTENT LEUR
      *        NUMERO DE PARTITION (1 A 4, OCTET 24 ; BLANC OU
      *        ZERO = 1) ; CHAQUE PARTITION COUVRE UNE TRANCHE
      *        CONTIGUE DE NUMEROS DE COMPTE QUI VA DU PLUS
      *        PETIT COMPTE DE SES AGENCES JUSQU'A LA PARTITION
      *        SUIVANTE ; LA PREMIERE PARTITION UTILISEE PART
      *        DU COMPTE ZERO ET LA DERNIERE VA JUSQU'AU BOUT,
      *        SI BIEN QU'UN COMPTE HORS TRANCHE TROUVE TOUJOURS
      *        SA PARTITION ; DES TRANCHES DE PARTITIONS QUI
      *        S'ENCHEVETRENT SONT REFUSEES
      *      - CONTROLE L'ENTETE, LA SEQUENCE ET LA FIN DE
      *        FICHIER (NOMBRE ET TOTAL DE CONTROLE) DU
      *        TC-FICHIER AVANT DE LE LIVRER
      *      - ECRIT UN TC-FICHIER PAR PARTITION (ENTETE
      *        ORIGINE 'PARTITIONN', FIN DE FICHIER PROPRE), MEME
      *        VIDE, ET LE PARAMETRE DE PARTITION LU PAR PAPRUP
      *        (NUMERO, DATE COMPTABLE, BORNES, NOMBRE ET TOTAL
      *        DE CONTROLE) ; CE PARAMETRE N'EST ECRIT QU'EN FIN
      *        NORMALE : UN ECLATEMENT INTERROMPU LAISSE DES
      *        PARAMETRES VIDES QUE PAPRUP REFUSE
      *      - ECRIT LE FICHIER DE CONTROLE RELU PAR PREGRP
      *        (UNE LIGNE PAR PARTITION ET LE TOTAL DU
      *        TC-FICHIER D'ORIGINE)
      *      - MEME GARDE QUE PAPRUP CONTRE LA DOUBLE
      *        APPLICATION D'UNE DATE COMPTABLE (DATAPPL,
      *        ORDRE 'RERUN')
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-TC ASSIGN TO INTC
               FILE STATUS IS WS-FS-FIN-TC.
      *
               SELECT FIN-AGE ASSIGN TO INAGEPAR
               FILE STATUS IS WS-FS-FIN-AGE.
      *
               SELECT FIN-MOD ASSIGN TO INMODPAR
               FILE STATUS IS WS-FS-FIN-MOD.
      *
               SELECT FIN-APL ASSIGN TO DATAPPL
               FILE STATUS IS WS-FS-FIN-APL.
      *
               SELECT FOU-TCP1 ASSIGN TO OUTCP1
               FILE STATUS IS WS-FS-FOU-TCP1.
      *
               SELECT FOU-TCP2 ASSIGN TO OUTCP2
               FILE STATUS IS WS-FS-FOU-TCP2.
      *
               SELECT FOU-TCP3 ASSIGN TO OUTCP3
               FILE STATUS IS WS-FS-FOU-TCP3.
      *
               SELECT FOU-TCP4 ASSIGN TO OUTCP4
               FILE STATUS IS WS-FS-FOU-TCP4.
      *
               SELECT FOU-PTN1 ASSIGN TO OUPTN1
               FILE STATUS IS WS-FS-FOU-PTN1.
      *
               SELECT FOU-PTN2 ASSIGN TO OUPTN2
               FILE STATUS IS WS-FS-FOU-PTN2.
      *
               SELECT FOU-PTN3 ASSIGN TO OUPTN3
               FILE STATUS IS WS-FS-FOU-PTN3.
      *
               SELECT FOU-PTN4 ASSIGN TO OUPTN4
               FILE STATUS IS WS-FS-FOU-PTN4.
      *
               SELECT FOU-CTL ASSIGN TO OUECLCTL
               FILE STATUS IS WS-FS-FOU-CTL.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-TC
            RECORDING MODE IS F.
       01  FS-IN-TC        PIC X(53).
      *
       FD FIN-AGE
            RECORDING MODE IS F.
       01  FS-IN-AGE       PIC X(30).
      *
       FD FIN-MOD
            RECORDING MODE IS F.
       01  FS-IN-MOD       PIC X(20).
      *
       FD FIN-APL
            RECORDING MODE IS F.
       01  FS-IN-APL       PIC X(20).
      *
       FD FOU-TCP1
            RECORDING MODE IS F.
       01  FS-OU-TCP1      PIC X(53).
      *
       FD FOU-TCP2
            RECORDING MODE IS F.
       01  FS-OU-TCP2      PIC X(53).
      *
       FD FOU-TCP3
            RECORDING MODE IS F.
       01  FS-OU-TCP3      PIC X(53).
      *
       FD FOU-TCP4
            RECORDING MODE IS F.
       01  FS-OU-TCP4      PIC X(53).
      *
       FD FOU-PTN1
            RECORDING MODE IS F.
       01  FS-OU-PTN1      PIC X(50).
      *
       FD FOU-PTN2
            RECORDING MODE IS F.
       01  FS-OU-PTN2      PIC X(50).
      *
       FD FOU-PTN3
            RECORDING MODE IS F.
       01  FS-OU-PTN3      PIC X(50).
      *
       FD FOU-PTN4
            RECORDING MODE IS F.
       01  FS-OU-PTN4      PIC X(50).
      *
       FD FOU-CTL
            RECORDING MODE IS F.
       01  FS-OU-CTL       PIC X(50).
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
       01  WS-TC-ENR.
           05   WS-TC-NOCPTE   PIC 9(10).
           05   WS-TC-DAMVT    PIC X(08).
           05   WS-TC-DAMVT-N REDEFINES WS-TC-DAMVT
                               PIC 9(08).
           05   WS-TC-CDMVT    PIC X(01).
           05   WS-TC-MTMVT    PIC S9(8)V99.
           05   WS-TC-ORIGINE  PIC X(10).
           05   WS-TC-REFMVT   PIC X(11).
           05   WS-TC-DEVISE   PIC X(03).
      * TRANCHE DE COMPTES D'UNE AGENCE ET SA PARTITION
       01  WS-AGE-ENR.
           05   WS-AG-AGENCE   PIC 9(03).
           05   WS-AG-NOCPDE   PIC 9(10).
           05   WS-AG-NOCPA    PIC 9(10).
           05   WS-AG-PARTIT   PIC X(01).
           05   WS-AG-PARTIT-N REDEFINES WS-AG-PARTIT
                               PIC 9(01).
           05   FILLER         PIC X(06).
       01  WS-MOD-ENR.
           05   WS-MD-ORDRE    PIC X(10).
           05   FILLER         PIC X(10).
       01  WS-APL-ENR.
           05   WS-AP-DATCPT   PIC 9(08).
           05   FILLER         PIC X(12).
      * PARAMETRE DE PARTITION (TYPE 'P', LU PAR PAPRUP) ET
      * TOTAL DU TC-FICHIER D'ORIGINE (TYPE 'T') ; LE FICHIER
      * DE CONTROLE RELU PAR PREGRP PORTE LES QUATRE 'P' PUIS
      * LE 'T'
       01  WS-PTN-ENR.
           05   WS-PT-TYPE     PIC X(01).
           05   WS-PT-PARTIT   PIC 9(01).
           05   WS-PT-DATCPT   PIC 9(08).
           05   WS-PT-NOCPDE   PIC 9(10).
           05   WS-PT-NOCPA    PIC 9(10).
           05   WS-PT-NBMVT    PIC 9(08).
           05   WS-PT-HASH     PIC S9(8)V99.
           05   FILLER         PIC X(02).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-TC      PIC XX.
       01    WS-FS-FIN-AGE     PIC XX.
       01    WS-FS-FIN-MOD     PIC XX.
       01    WS-FS-FIN-APL     PIC XX.
       01    WS-FS-FOU-TCP1    PIC XX.
       01    WS-FS-FOU-TCP2    PIC XX.
       01    WS-FS-FOU-TCP3    PIC XX.
       01    WS-FS-FOU-TCP4    PIC XX.
       01    WS-FS-FOU-PTN1    PIC XX.
       01    WS-FS-FOU-PTN2    PIC XX.
       01    WS-FS-FOU-PTN3    PIC XX.
       01    WS-FS-FOU-PTN4    PIC XX.
       01    WS-FS-FOU-CTL     PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-MODE-RERUN     PIC XXX    VALUE 'NON'.
       01 WS-APL-DATE       PIC 9(08) VALUE ZERO.
       01 WS-ENTETE-VU      PIC XXX    VALUE 'NON'.
       01 WS-TRAILER-VU     PIC XXX    VALUE 'NON'.
       01 WS-PREM-UTIL      PIC XXX    VALUE 'OUI'.
       01 WS-DACRE          PIC X(08) VALUE SPACE.
       01 WS-NOCPTE-PREC    PIC 9(10) VALUE ZERO.
       01 WS-TRL-NB         PIC 9(08) VALUE ZERO.
       01 WS-TRL-HASH       PIC S9(8)V99 VALUE ZERO.
       01 WS-HASH-GLOBAL    PIC S9(15)V99 VALUE ZERO.
       01 WS-HASH-10        PIC S9(8)V99 VALUE ZERO.
       01 WS-MAX-PREC       PIC 9(10) VALUE ZERO.
       01 WS-ORIG-PART.
          05 FILLER         PIC X(09) VALUE 'PARTITION'.
          05 WS-OP-NO       PIC 9(01) VALUE ZERO.
      *
      * TABLE DES TRANCHES DE COMPTES PAR AGENCE (INAGEPAR,
      * MEME CAPACITE QUE DANS PAPRUP)
       01 WS-AG-NB          PIC 9(03) VALUE ZERO.
       01 WS-AG-IX          PIC 9(03) VALUE ZERO.
       01 WS-AG-TABLE.
          05 WS-AG-POSTE    OCCURS 20.
             10 WS-AG-T-AGENCE PIC 9(03).
             10 WS-AG-T-DE     PIC 9(10).
             10 WS-AG-T-A      PIC 9(10).
             10 WS-AG-T-PARTIT PIC 9(01).
      *
      * TABLE DES QUATRE PARTITIONS : PLUS PETIT ET PLUS GRAND
      * COMPTE DES TRANCHES DE LEURS AGENCES, BORNES RETENUES,
      * NOMBRE ET TOTAL DE CONTROLE DES MOUVEMENTS LIVRES ;
      * UNE PARTITION SANS AGENCE RECOIT DES BORNES VIDES
      * (DE 9999999999 A ZERO)
       01 WS-PA-IX          PIC 9(01) VALUE ZERO.
       01 WS-PA-IXP         PIC 9(01) VALUE ZERO.
       01 WS-PA-TABLE.
          05 WS-PA-POSTE    OCCURS 4.
             10 WS-PA-UTIL     PIC X(03).
             10 WS-PA-MIN      PIC 9(10).
             10 WS-PA-MAX      PIC 9(10).
             10 WS-PA-DE       PIC 9(10).
             10 WS-PA-A        PIC 9(10).
             10 WS-PA-NBMVT    PIC 9(08).
             10 WS-PA-HASH     PIC S9(15)V99.
      *
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-AGENCES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-PTN-ECR    PIC 9(7) VALUE ZERO .
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PECLAT'.
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

           PERFORM 0060-ORDRES-DEB
              THRU 0060-ORDRES-FIN.
           PERFORM 0070-GARDE-DATE-DEB
              THRU 0070-GARDE-DATE-FIN.

           PERFORM 1000-TRANCHES-DEB
              THRU 1000-TRANCHES-FIN.

           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.

           PERFORM 2000-LECTURE-DEB
              THRU 2000-LECTURE-FIN.
           PERFORM 2100-ECLATEMENT-DEB
              THRU 2100-ECLATEMENT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.

           PERFORM 3000-CONTROLE-FIN-DEB
              THRU 3000-CONTROLE-FIN-FIN.

           PERFORM 4000-FINS-PARTITION-DEB
              THRU 4000-FINS-PARTITION-FIN.

           PERFORM 5000-PARAMETRES-DEB
              THRU 5000-PARAMETRES-FIN.

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
      * LA DATE DU JOUR DEJA APPLIQUEE PAR LA CHAINE (RUN
      * UNIQUE DE PAPRUP OU CONSOLIDATION PREGRP) INTERDIT
      * L'ECLATEMENT, SAUF ORDRE 'RERUN'
           OPEN INPUT FIN-APL.
           IF WS-FS-FIN-APL = '35'
              GO TO 0070-GARDE-DATE-FIN
           END-IF.
           IF WS-FS-FIN-APL NOT = ZERO
              DISPLAY 'ERREUR OPEN DATAPPL FS=' WS-FS-FIN-APL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FIN-APL
                INTO WS-APL-ENR
               AT END MOVE ZERO TO WS-AP-DATCPT.
           MOVE WS-AP-DATCPT TO WS-APL-DATE.
           CLOSE FIN-APL.
           IF WS-APL-DATE NOT = WS-DATE-JOUR
              GO TO 0070-GARDE-DATE-FIN
           END-IF.
           IF WS-MODE-RERUN = 'OUI'
              DISPLAY 'DATE DEJA APPLIQUEE, RERUN AUTORISE '
                      WS-DATE-JOUR
              GO TO 0070-GARDE-DATE-FIN
           END-IF.
           DISPLAY 'DATE COMPTABLE DEJA APPLIQUEE : ' WS-DATE-JOUR.
           DISPLAY 'ECLATEMENT REFUSE (ORDRE RERUN ABSENT)'.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
             THRU  9999-ERREUR-PROGRAMME-FIN.
       0070-GARDE-DATE-FIN.
           EXIT.

      *********************************************************
       0100-OUVERTURES-DEB.
           OPEN INPUT FIN-TC.
           IF WS-FS-FIN-TC NOT = ZERO
              DISPLAY 'ERREUR OPEN TC-FICHIER FS=' WS-FS-FIN-TC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * LES PARAMETRES DE PARTITION ET LE FICHIER DE CONTROLE
      * SONT VIDES DES L'OUVERTURE ET NE SONT ALIMENTES QU'EN
      * FIN NORMALE
           OPEN OUTPUT FOU-PTN1 FOU-PTN2 FOU-PTN3 FOU-PTN4.
           IF WS-FS-FOU-PTN1 NOT = ZERO
              OR WS-FS-FOU-PTN2 NOT = ZERO
              OR WS-FS-FOU-PTN3 NOT = ZERO
              OR WS-FS-FOU-PTN4 NOT = ZERO
              DISPLAY 'ERREUR OPEN PARAMETRES DE PARTITION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-CTL.
           IF WS-FS-FOU-CTL NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DE CONTROLE FS='
                      WS-FS-FOU-CTL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-TCP1 FOU-TCP2 FOU-TCP3 FOU-TCP4.
           IF WS-FS-FOU-TCP1 NOT = ZERO
              OR WS-FS-FOU-TCP2 NOT = ZERO
              OR WS-FS-FOU-TCP3 NOT = ZERO
              OR WS-FS-FOU-TCP4 NOT = ZERO
              DISPLAY 'ERREUR OPEN TC-FICHIERS DE PARTITION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

      *********************************************************
       0200-FERMETURES-DEB.
           CLOSE FIN-TC.
           CLOSE FOU-TCP1 FOU-TCP2 FOU-TCP3 FOU-TCP4.
           CLOSE FOU-PTN1 FOU-PTN2 FOU-PTN3 FOU-PTN4.
           CLOSE FOU-CTL.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-TRANCHES-DEB.
      * CHARGEMENT DES TRANCHES PAR AGENCE ET CALCUL DES
      * BORNES DES PARTITIONS ; FICHIER ABSENT OU VIDE : TOUT
      * LE FICHIER VA A LA PARTITION 1
           MOVE 1 TO WS-PA-IX.
           PERFORM 1005-PARTITION-INIT-DEB
              THRU 1005-PARTITION-INIT-FIN
              UNTIL WS-PA-IX > 4.
           OPEN INPUT FIN-AGE.
           IF WS-FS-FIN-AGE = '35'
              DISPLAY 'INAGEPAR ABSENT, PARTITION UNIQUE'
              GO TO 1000-TRANCHES-20
           END-IF.
           IF WS-FS-FIN-AGE NOT = ZERO
              DISPLAY 'ERREUR OPEN INAGEPAR FS=' WS-FS-FIN-AGE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 1010-AGENCE-LEC-DEB
              THRU 1010-AGENCE-LEC-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-AGE.
           MOVE SPACE TO WS-FIN-FLAG.
       1000-TRANCHES-20.
           IF WS-AG-NB = ZERO
              MOVE 'OUI'      TO WS-PA-UTIL (1)
              MOVE ZERO       TO WS-PA-MIN (1)
              MOVE 9999999999 TO WS-PA-MAX (1)
           END-IF.
      * LES PARTITIONS UTILISEES DOIVENT SE SUIVRE DANS L'ORDRE
      * DES NUMEROS DE COMPTE SANS S'ENCHEVETRER
           MOVE ZERO  TO WS-MAX-PREC.
           MOVE 'OUI' TO WS-PREM-UTIL.
           MOVE 1     TO WS-PA-IX.
           PERFORM 1030-PARTITION-ORDRE-DEB
              THRU 1030-PARTITION-ORDRE-FIN
              UNTIL WS-PA-IX > 4.
      * BORNES : DU PLUS PETIT COMPTE DE LA PARTITION (ZERO
      * POUR LA PREMIERE) A LA VEILLE DU PLUS PETIT COMPTE DE
      * LA PARTITION SUIVANTE (9999999999 POUR LA DERNIERE)
           MOVE 'OUI' TO WS-PREM-UTIL.
           MOVE ZERO  TO WS-PA-IXP.
           MOVE 1     TO WS-PA-IX.
           PERFORM 1040-PARTITION-BORNES-DEB
              THRU 1040-PARTITION-BORNES-FIN
              UNTIL WS-PA-IX > 4.
           MOVE 9999999999 TO WS-PA-A (WS-PA-IXP).
           MOVE 1 TO WS-PA-IX.
           PERFORM 1050-PARTITION-AFFICHE-DEB
              THRU 1050-PARTITION-AFFICHE-FIN
              UNTIL WS-PA-IX > 4.
       1000-TRANCHES-FIN.
           EXIT.

       1005-PARTITION-INIT-DEB.
           MOVE 'NON'      TO WS-PA-UTIL (WS-PA-IX).
           MOVE 9999999999 TO WS-PA-MIN (WS-PA-IX)
                              WS-PA-DE (WS-PA-IX).
           MOVE ZERO       TO WS-PA-MAX (WS-PA-IX)
                              WS-PA-A (WS-PA-IX)
                              WS-PA-NBMVT (WS-PA-IX)
                              WS-PA-HASH (WS-PA-IX).
           ADD 1 TO WS-PA-IX.
       1005-PARTITION-INIT-FIN.
           EXIT.

       1010-AGENCE-LEC-DEB.
           READ FIN-AGE
                INTO WS-AGE-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
           IF WS-FIN-FLAG = 'FIN'
              GO TO 1010-AGENCE-LEC-FIN
           END-IF.
           IF WS-AG-NB NOT < 20
              DISPLAY 'TABLE DES AGENCES PLEINE, TRANCHE IGNOREE'
              GO TO 1010-AGENCE-LEC-FIN
           END-IF.
           IF WS-AG-PARTIT = SPACE
              MOVE 1 TO WS-AG-PARTIT-N
           END-IF.
           IF WS-AG-PARTIT NOT NUMERIC
              OR WS-AG-PARTIT-N > 4
              DISPLAY 'PARTITION INVALIDE POUR L''AGENCE '
                      WS-AG-AGENCE ' : ' WS-AG-PARTIT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-AG-PARTIT-N = ZERO
              MOVE 1 TO WS-AG-PARTIT-N
           END-IF.
           ADD 1 TO WS-AG-NB.
           ADD 1 TO WS-CTR-AGENCES.
           MOVE WS-AG-NB       TO WS-AG-IX.
           MOVE WS-AG-AGENCE   TO WS-AG-T-AGENCE (WS-AG-IX).
           MOVE WS-AG-NOCPDE   TO WS-AG-T-DE (WS-AG-IX).
           MOVE WS-AG-NOCPA    TO WS-AG-T-A (WS-AG-IX).
           MOVE WS-AG-PARTIT-N TO WS-AG-T-PARTIT (WS-AG-IX).
           MOVE WS-AG-PARTIT-N TO WS-PA-IX.
           MOVE 'OUI' TO WS-PA-UTIL (WS-PA-IX).
           IF WS-AG-NOCPDE < WS-PA-MIN (WS-PA-IX)
              MOVE WS-AG-NOCPDE TO WS-PA-MIN (WS-PA-IX)
           END-IF.
           IF WS-AG-NOCPA > WS-PA-MAX (WS-PA-IX)
              MOVE WS-AG-NOCPA TO WS-PA-MAX (WS-PA-IX)
           END-IF.
       1010-AGENCE-LEC-FIN.
           EXIT.

       1030-PARTITION-ORDRE-DEB.
           IF WS-PA-UTIL (WS-PA-IX) NOT = 'OUI'
              GO TO 1030-PARTITION-ORDRE-90
           END-IF.
           IF WS-PREM-UTIL = 'NON'
              AND WS-PA-MIN (WS-PA-IX) NOT > WS-MAX-PREC
              DISPLAY 'TRANCHES DES PARTITIONS ENCHEVETREES :'
              DISPLAY 'LA PARTITION ' WS-PA-IX ' COMMENCE AU COMPTE '
                      WS-PA-MIN (WS-PA-IX)
              DISPLAY 'LA PARTITION PRECEDENTE VA JUSQU''AU COMPTE '
                      WS-MAX-PREC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'NON' TO WS-PREM-UTIL.
           MOVE WS-PA-MAX (WS-PA-IX) TO WS-MAX-PREC.
       1030-PARTITION-ORDRE-90.
           ADD 1 TO WS-PA-IX.
       1030-PARTITION-ORDRE-FIN.
           EXIT.

       1040-PARTITION-BORNES-DEB.
           IF WS-PA-UTIL (WS-PA-IX) NOT = 'OUI'
              GO TO 1040-PARTITION-BORNES-90
           END-IF.
           IF WS-PREM-UTIL = 'OUI'
              MOVE ZERO TO WS-PA-DE (WS-PA-IX)
              MOVE 'NON' TO WS-PREM-UTIL
           ELSE
              MOVE WS-PA-MIN (WS-PA-IX) TO WS-PA-DE (WS-PA-IX)
              COMPUTE WS-PA-A (WS-PA-IXP) =
                      WS-PA-MIN (WS-PA-IX) - 1
           END-IF.
           MOVE WS-PA-IX TO WS-PA-IXP.
       1040-PARTITION-BORNES-90.
           ADD 1 TO WS-PA-IX.
       1040-PARTITION-BORNES-FIN.
           EXIT.

       1050-PARTITION-AFFICHE-DEB.
           IF WS-PA-UTIL (WS-PA-IX) = 'OUI'
              DISPLAY 'PARTITION ' WS-PA-IX ' COMPTES '
                      WS-PA-DE (WS-PA-IX) ' A ' WS-PA-A (WS-PA-IX)
           ELSE
              DISPLAY 'PARTITION ' WS-PA-IX ' SANS AGENCE (VIDE)'
           END-IF.
           ADD 1 TO WS-PA-IX.
       1050-PARTITION-AFFICHE-FIN.
           EXIT.

      *********************************************************
       2000-LECTURE-DEB.
           READ FIN-TC
                INTO WS-TC-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       2000-LECTURE-FIN.
           EXIT.

      *********************************************************
       2100-ECLATEMENT-DEB.
      * LE PREMIER ENREGISTREMENT DOIT ETRE L'ENTETE : SA DATE
      * DE CREATION EST REPORTEE SUR L'ENTETE DE CHAQUE
      * PARTITION
           IF WS-ENTETE-VU = 'NON'
              IF WS-TC-NOCPTE = ZERO
                 AND WS-TC-CDMVT = 'E'
                 MOVE 'OUI' TO WS-ENTETE-VU
                 MOVE WS-TC-DAMVT TO WS-DACRE
                 DISPLAY 'TC-FICHIER DU ' WS-TC-DAMVT
                         ' ORIGINE ' WS-TC-ORIGINE
                 PERFORM 2200-ENTETES-DEB
                    THRU 2200-ENTETES-FIN
                 GO TO 2100-ECLATEMENT-90
              END-IF
              DISPLAY 'TC-FICHIER SANS ENTETE, ECLATEMENT REFUSE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-TC-NOCPTE = 9999999999
              AND WS-TC-CDMVT = 'T'
              MOVE 'OUI' TO WS-TRAILER-VU
              MOVE WS-TC-DAMVT-N TO WS-TRL-NB
              MOVE WS-TC-MTMVT   TO WS-TRL-HASH
              MOVE 'FIN' TO WS-FIN-FLAG
              GO TO 2100-ECLATEMENT-FIN
           END-IF.
           IF WS-TC-NOCPTE < WS-NOCPTE-PREC
              DISPLAY 'RUPTURE DE SEQUENCE SUR LE COMPTE '
                      WS-TC-NOCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-TC-NOCPTE TO WS-NOCPTE-PREC.
           ADD 1 TO WS-CTR-LUS.
           ADD WS-TC-MTMVT TO WS-HASH-GLOBAL.
      * RECHERCHE DE LA PARTITION DU COMPTE : LES BORNES DES
      * PARTITIONS UTILISEES COUVRENT TOUS LES NUMEROS
           MOVE 1 TO WS-PA-IX.
       2100-ECLATEMENT-10.
           IF WS-TC-NOCPTE NOT < WS-PA-DE (WS-PA-IX)
              AND WS-TC-NOCPTE NOT > WS-PA-A (WS-PA-IX)
              GO TO 2100-ECLATEMENT-20
           END-IF.
           ADD 1 TO WS-PA-IX.
           GO TO 2100-ECLATEMENT-10.
       2100-ECLATEMENT-20.
           ADD 1 TO WS-PA-NBMVT (WS-PA-IX).
           ADD WS-TC-MTMVT TO WS-PA-HASH (WS-PA-IX).
           PERFORM 2300-ECRITURE-DEB
              THRU 2300-ECRITURE-FIN.
       2100-ECLATEMENT-90.
           PERFORM 2000-LECTURE-DEB
              THRU 2000-LECTURE-FIN.
       2100-ECLATEMENT-FIN.
           EXIT.

      *********************************************************
       2200-ENTETES-DEB.
      * ENTETE DE CHAQUE TC-FICHIER DE PARTITION : DATE DE
      * CREATION DU FICHIER D'ORIGINE, ORIGINE 'PARTITIONN'
           MOVE 1 TO WS-PA-IX.
           PERFORM 2210-ENTETE-DEB
              THRU 2210-ENTETE-FIN
              UNTIL WS-PA-IX > 4.
       2200-ENTETES-FIN.
           EXIT.

       2210-ENTETE-DEB.
           MOVE SPACE          TO WS-TC-ENR.
           MOVE ZERO           TO WS-TC-NOCPTE.
           MOVE WS-DACRE       TO WS-TC-DAMVT.
           MOVE 'E'            TO WS-TC-CDMVT.
           MOVE ZERO           TO WS-TC-MTMVT.
           MOVE WS-PA-IX       TO WS-OP-NO.
           MOVE WS-ORIG-PART   TO WS-TC-ORIGINE.
           PERFORM 2300-ECRITURE-DEB
              THRU 2300-ECRITURE-FIN.
           ADD 1 TO WS-PA-IX.
       2210-ENTETE-FIN.
           EXIT.

      *********************************************************
       2300-ECRITURE-DEB.
      * ECRITURE SUR LE TC-FICHIER DE LA PARTITION WS-PA-IX
           IF WS-PA-IX = 1
              WRITE FS-OU-TCP1 FROM WS-TC-ENR
              IF WS-FS-FOU-TCP1 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARTITION 1'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF WS-PA-IX = 2
              WRITE FS-OU-TCP2 FROM WS-TC-ENR
              IF WS-FS-FOU-TCP2 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARTITION 2'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF WS-PA-IX = 3
              WRITE FS-OU-TCP3 FROM WS-TC-ENR
              IF WS-FS-FOU-TCP3 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARTITION 3'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF WS-PA-IX = 4
              WRITE FS-OU-TCP4 FROM WS-TC-ENR
              IF WS-FS-FOU-TCP4 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARTITION 4'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       2300-ECRITURE-FIN.
           EXIT.

      *********************************************************
       3000-CONTROLE-FIN-DEB.
      * LE TC-FICHIER DOIT PORTER SA FIN DE FICHIER, ET LE
      * NOMBRE ET LE TOTAL DE CONTROLE DES MOUVEMENTS LUS
      * DOIVENT Y ETRE CONFORMES
           IF WS-ENTETE-VU = 'NON'
              DISPLAY 'TC-FICHIER VIDE, ECLATEMENT REFUSE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-TRAILER-VU = 'NON'
              DISPLAY 'TC-FICHIER SANS ENREGISTREMENT DE FIN'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-HASH-GLOBAL TO WS-HASH-10.
           IF WS-CTR-LUS = WS-TRL-NB
              AND WS-HASH-10 = WS-TRL-HASH
              GO TO 3000-CONTROLE-FIN-FIN
           END-IF.
           DISPLAY 'TC-FICHIER DESEQUILIBRE'.
           DISPLAY 'MOUVEMENTS LUS      ' WS-CTR-LUS.
           DISPLAY 'MOUVEMENTS ANNONCES ' WS-TRL-NB.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
             THRU  9999-ERREUR-PROGRAMME-FIN.
       3000-CONTROLE-FIN-FIN.
           EXIT.

      *********************************************************
       4000-FINS-PARTITION-DEB.
      * FIN DE FICHIER DE CHAQUE PARTITION : SON NOMBRE DE
      * MOUVEMENTS ET SON TOTAL DE CONTROLE
           MOVE 1 TO WS-PA-IX.
           PERFORM 4010-FIN-PARTITION-DEB
              THRU 4010-FIN-PARTITION-FIN
              UNTIL WS-PA-IX > 4.
       4000-FINS-PARTITION-FIN.
           EXIT.

       4010-FIN-PARTITION-DEB.
           MOVE SPACE                  TO WS-TC-ENR.
           MOVE 9999999999             TO WS-TC-NOCPTE.
           MOVE WS-PA-NBMVT (WS-PA-IX) TO WS-TC-DAMVT-N.
           MOVE 'T'                    TO WS-TC-CDMVT.
           MOVE WS-PA-HASH (WS-PA-IX)  TO WS-TC-MTMVT.
           PERFORM 2300-ECRITURE-DEB
              THRU 2300-ECRITURE-FIN.
           ADD 1 TO WS-PA-IX.
       4010-FIN-PARTITION-FIN.
           EXIT.

      *********************************************************
       5000-PARAMETRES-DEB.
      * PARAMETRE DE CHAQUE PARTITION ET FICHIER DE CONTROLE,
      * ECRITS SEULEMENT UNE FOIS TOUT LE FICHIER ECLATE ET
      * CONTROLE
           MOVE 1 TO WS-PA-IX.
           PERFORM 5010-PARAMETRE-DEB
              THRU 5010-PARAMETRE-FIN
              UNTIL WS-PA-IX > 4.
           MOVE SPACE          TO WS-PTN-ENR.
           MOVE 'T'            TO WS-PT-TYPE.
           MOVE ZERO           TO WS-PT-PARTIT.
           MOVE WS-DATE-JOUR   TO WS-PT-DATCPT.
           MOVE ZERO           TO WS-PT-NOCPDE.
           MOVE 9999999999     TO WS-PT-NOCPA.
           MOVE WS-CTR-LUS     TO WS-PT-NBMVT.
           MOVE WS-HASH-10     TO WS-PT-HASH.
           WRITE FS-OU-CTL FROM WS-PTN-ENR.
           IF WS-FS-FOU-CTL NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FICHIER DE CONTROLE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       5000-PARAMETRES-FIN.
           EXIT.

       5010-PARAMETRE-DEB.
           MOVE SPACE                  TO WS-PTN-ENR.
           MOVE 'P'                    TO WS-PT-TYPE.
           MOVE WS-PA-IX               TO WS-PT-PARTIT.
           MOVE WS-DATE-JOUR           TO WS-PT-DATCPT.
           MOVE WS-PA-DE (WS-PA-IX)    TO WS-PT-NOCPDE.
           MOVE WS-PA-A (WS-PA-IX)     TO WS-PT-NOCPA.
           MOVE WS-PA-NBMVT (WS-PA-IX) TO WS-PT-NBMVT.
           MOVE WS-PA-HASH (WS-PA-IX)  TO WS-PT-HASH.
           WRITE FS-OU-CTL FROM WS-PTN-ENR.
           IF WS-FS-FOU-CTL NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FICHIER DE CONTROLE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-PA-IX = 1
              WRITE FS-OU-PTN1 FROM WS-PTN-ENR
              IF WS-FS-FOU-PTN1 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARAMETRE PARTITION 1'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF WS-PA-IX = 2
              WRITE FS-OU-PTN2 FROM WS-PTN-ENR
              IF WS-FS-FOU-PTN2 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARAMETRE PARTITION 2'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF WS-PA-IX = 3
              WRITE FS-OU-PTN3 FROM WS-PTN-ENR
              IF WS-FS-FOU-PTN3 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARAMETRE PARTITION 3'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF WS-PA-IX = 4
              WRITE FS-OU-PTN4 FROM WS-PTN-ENR
              IF WS-FS-FOU-PTN4 NOT = ZERO
                 DISPLAY 'ERREUR ECRITURE PARAMETRE PARTITION 4'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           ADD 1 TO WS-CTR-PTN-ECR.
           ADD 1 TO WS-PA-IX.
       5010-PARAMETRE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PECLAT*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'TRANCHES D''AGENCE LUES ' WS-CTR-AGENCES.
           DISPLAY 'MOUVEMENTS LUS         ' WS-CTR-LUS.
           DISPLAY 'LIVRES PARTITION 1     ' WS-PA-NBMVT (1).
           DISPLAY 'LIVRES PARTITION 2     ' WS-PA-NBMVT (2).
           DISPLAY 'LIVRES PARTITION 3     ' WS-PA-NBMVT (3).
           DISPLAY 'LIVRES PARTITION 4     ' WS-PA-NBMVT (4).
           DISPLAY 'PARAMETRES ECRITS      ' WS-CTR-PTN-ECR.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PECLAT *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* LES PARTITIONS NE SONT PAS LIVREES *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-TC     :   ' WS-FS-FIN-TC.
           DISPLAY ' WS-FS-FIN-AGE    :   ' WS-FS-FIN-AGE.
           DISPLAY ' WS-FS-FOU-TCP1   :   ' WS-FS-FOU-TCP1.
           DISPLAY ' WS-FS-FOU-TCP2   :   ' WS-FS-FOU-TCP2.
           DISPLAY ' WS-FS-FOU-TCP3   :   ' WS-FS-FOU-TCP3.
           DISPLAY ' WS-FS-FOU-TCP4   :   ' WS-FS-FOU-TCP4.
           DISPLAY ' WS-FS-FOU-CTL    :   ' WS-FS-FOU-CTL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
