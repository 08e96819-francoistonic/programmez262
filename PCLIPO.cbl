       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PCLIPO.

      *****************************************************
      *      POSITION CONSOLIDEE DES CLIENTS
      *      - TOUS LES COMPTES DU FICHIER DES COMPTES SONT
      *        TRIES PAR CLIENT PROPRIETAIRE (CPT00-NOCLI) PUIS
      *        PAR NUMERO DE COMPTE
      *      - POUR CHAQUE CLIENT : IDENTITE LUE SUR LE
      *        FICHIER DES CLIENTS (NOM COMPLET, ADRESSE,
      *        SEGMENT), UNE LIGNE PAR COMPTE (AGENCE, ETAT,
      *        SOLDE, DECOUVERT AUTORISE, DISPONIBLE) ET UNE
      *        LIGNE DE POSITION : TOTAL DES SOLDES CREDITEURS,
      *        TOTAL DES SOLDES DEBITEURS, DECOUVERT AUTORISE
      *        CUMULE ET POSITION NETTE (SOMME DES SOLDES)
      *      - LES COMPTES NON RATTACHES (CLIENT ZERO) SONT
      *        EDITES EN FIN D'ETAT SOUS LEUR PROPRE RUBRIQUE ;
      *        UN CLIENT CITE PAR UN COMPTE MAIS ABSENT DU
      *        FICHIER DES CLIENTS EST SIGNALE
      *      - TOTAL GENERAL EN FIN D'ETAT
      *      - CHAQUE COMPTE EST EDITE DANS SA DEVISE DE TENUE ;
      *        POSITIONS ET TOTAL GENERAL SONT EN CONTRE-VALEUR
      *        EURO AU COURS DU JOUR COMPTABLE (PCOURS), UN
      *        COMPTE SANS COURS EST SIGNALE ET HORS CUMULS
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
               SELECT CLI-FICHIER ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI00-NOCLI
               FILE STATUS IS WS-FS-CLI.
      *
               SELECT WS-TRI-CPT ASSIGN TO DSKTRI.
      *
               SELECT FOU-CLIRPT ASSIGN TO OUCLIRPT
               FILE STATUS IS WS-FS-FOU-CLIRPT.
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
           05   CPT00-NOCLI    PIC 9(06).
           05   CPT00-DEVISE   PIC X(03).
           05   FILLER         PIC X(03).
      *
       FD CLI-FICHIER.
       01  CLI00.
           05   CLI00-NOCLI    PIC 9(06).
           05   CLI00-NOM      PIC X(40).
           05   CLI00-ADRESSE.
                10 CLI00-ADR1     PIC X(32).
                10 CLI00-ADR2     PIC X(32).
                10 CLI00-CODPOS   PIC X(05).
                10 CLI00-VILLE    PIC X(26).
           05   CLI00-DATNAI   PIC 9(08).
           05   CLI00-SEGMENT  PIC X(02).
           05   CLI00-DATCRE   PIC 9(08).
           05   FILLER         PIC X(01).
      *
       SD  WS-TRI-CPT.
       01  WS-SORT-CPT.
           05   WS-ST-NOCLI    PIC 9(06).
           05   WS-ST-NOCPTE   PIC 9(10).
           05   FILLER         PIC X(51).
      *
       FD FOU-CLIRPT
            RECORDING MODE IS F.
       01  FS-OU-CLIRPT    PIC X(132).
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
      * COMPTE PASSE AU TRI ; LES COMPTES NON RATTACHES SONT
      * CLASSES SOUS LE CLIENT 999999 POUR SORTIR EN FIN
      * D'ETAT
       01  WS-TRI-ENR.
           05   WS-TR-NOCLI    PIC 9(06).
           05   WS-TR-NOCPTE   PIC 9(10).
           05   WS-TR-MTSOLD   PIC S9(8)V99.
           05   WS-TR-ETAT     PIC X(01).
           05   WS-TR-NOMCLI   PIC X(24).
           05   WS-TR-AGENCE   PIC 9(03).
           05   WS-TR-MTDECOUV PIC 9(8)V99.
           05   WS-TR-DEVISE   PIC X(03).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-CLI         PIC XX.
       01    WS-FS-FOU-CLIRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-TRI        PIC XXX    VALUE SPACE.
       01 WS-CLI-OUVERT     PIC XXX    VALUE SPACE.
       01 WS-CLI-TROUVE     PIC XXX    VALUE SPACE.
       01 WS-CLI-COUR       PIC 9(06) VALUE ZERO.
       01 WS-NOCLI-HORS     PIC 9(06) VALUE 999999.
      *
       01 WS-CTR-CPT-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-CLIENTS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-CLI-ABS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-NON-RATT   PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-COURS PIC 9(7) VALUE ZERO .
      * CUMULS DU CLIENT EN COURS ET CUMULS GENERAUX
       01 WS-CL-NBCPT       PIC 9(05) VALUE ZERO.
       01 WS-CL-CREDIT      PIC S9(11)V99 VALUE ZERO.
       01 WS-CL-DEBIT       PIC S9(11)V99 VALUE ZERO.
       01 WS-CL-DECOUV      PIC S9(11)V99 VALUE ZERO.
       01 WS-CL-NET         PIC S9(11)V99 VALUE ZERO.
       01 WS-GE-NBCPT       PIC 9(07) VALUE ZERO.
       01 WS-GE-CREDIT      PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-DEBIT       PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-DECOUV      PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NET         PIC S9(13)V99 VALUE ZERO.
       01 WS-DISPONIBLE     PIC S9(9)V99 VALUE ZERO.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-SOLDE-EUR      PIC S9(11)V99 VALUE ZERO.
       01 WS-DECOUV-EUR     PIC S9(11)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PCLIPO'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(38)
                    VALUE 'POSITION CONSOLIDEE DES CLIENTS AU : '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(07) VALUE 'PAGE : '.
          05 WS-TI-PAGE       PIC ZZ9.
          05 FILLER           PIC X(70) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(14) VALUE '      COMPTE  '.
          05 FILLER           PIC X(08) VALUE 'AGENCE  '.
          05 FILLER           PIC X(06) VALUE 'ETAT  '.
          05 FILLER           PIC X(26) VALUE 'INTITULE'.
          05 FILLER           PIC X(18) VALUE '             SOLDE'.
          05 FILLER           PIC X(05) VALUE ' DEV '.
          05 FILLER           PIC X(18) VALUE '         DECOUVERT'.
          05 FILLER           PIC X(18) VALUE '        DISPONIBLE'.
          05 FILLER           PIC X(19) VALUE SPACE.
       01 WS-LIGNE-CLIENT.
          05 FILLER           PIC X(09) VALUE ' CLIENT '.
          05 WS-LC-NOCLI      PIC 9(06).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LC-NOM        PIC X(40).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(10) VALUE 'SEGMENT : '.
          05 WS-LC-SEGMENT    PIC X(02).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LC-CODPOS     PIC X(05).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LC-VILLE      PIC X(26).
          05 FILLER           PIC X(27) VALUE SPACE.
       01 WS-LIGNE-ADRESSE.
          05 FILLER           PIC X(17) VALUE SPACE.
          05 WS-LA-ADR1       PIC X(32).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LA-ADR2       PIC X(32).
          05 FILLER           PIC X(49) VALUE SPACE.
       01 WS-LIGNE-COMPTE.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 WS-LD-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LD-AGENCE     PIC 9(03).
          05 FILLER           PIC X(04) VALUE SPACE.
          05 WS-LD-ETAT       PIC X(01).
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LD-NOMCLI     PIC X(24).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-SOLDE      PIC ---B---B--9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DEVISE     PIC X(03).
          05 FILLER           PIC X(04) VALUE SPACE.
          05 WS-LD-DECOUV     PIC ---B---B--9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LD-DISPO      PIC ----B---B--9,99.
          05 FILLER           PIC X(24) VALUE SPACE.
       01 WS-LIGNE-POSITION.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 WS-LP-LIBELLE    PIC X(16).
          05 WS-LP-NBCPT      PIC Z(6)9.
          05 FILLER           PIC X(08) VALUE ' CPT(S) '.
          05 FILLER           PIC X(04) VALUE 'CR: '.
          05 WS-LP-CREDIT     PIC --B---B---B--9,99.
          05 FILLER           PIC X(05) VALUE ' DB: '.
          05 WS-LP-DEBIT      PIC --B---B---B--9,99.
          05 FILLER           PIC X(06) VALUE ' DEC: '.
          05 WS-LP-DECOUV     PIC --B---B---B--9,99.
          05 FILLER           PIC X(07) VALUE ' NET : '.
          05 WS-LP-NET        PIC --B---B---B--9,99.
          05 FILLER           PIC X(07) VALUE SPACE.
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

      * LES COMPTES PAR CLIENT, LA PROCEDURE DE SORTIE EDITE
      * LA POSITION A CHAQUE RUPTURE DE CLIENT
           SORT WS-TRI-CPT
                ON ASCENDING KEY WS-ST-NOCLI
                                 WS-ST-NOCPTE
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
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES FS='
                      WS-FS-CPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * FICHIER DES CLIENTS ABSENT : LES CLIENTS SONT EDITES
      * SANS IDENTITE, LA POSITION RESTE JUSTE
           MOVE 'OUI' TO WS-CLI-OUVERT.
           OPEN INPUT CLI-FICHIER.
           IF WS-FS-CLI = '35'
              MOVE 'NON' TO WS-CLI-OUVERT
              DISPLAY 'FICHIER DES CLIENTS ABSENT'
           END-IF.
           IF WS-FS-CLI NOT = ZERO
              AND WS-FS-CLI NOT = '35'
              DISPLAY 'ERREUR OPEN FICHIER DES CLIENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-CLIRPT.
           IF WS-FS-FOU-CLIRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES POSITIONS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE CPT-FICHIER.
           IF WS-CLI-OUVERT = 'OUI'
              CLOSE CLI-FICHIER
           END-IF.
           CLOSE FOU-CLIRPT.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       3000-TOTAL-GENERAL-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-BLANCHE.
           MOVE 'TOTAL GENER. EUR' TO WS-LP-LIBELLE.
           MOVE WS-GE-NBCPT       TO WS-LP-NBCPT.
           MOVE WS-GE-CREDIT      TO WS-LP-CREDIT.
           MOVE WS-GE-DEBIT       TO WS-LP-DEBIT.
           MOVE WS-GE-DECOUV      TO WS-LP-DECOUV.
           MOVE WS-GE-NET         TO WS-LP-NET.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-POSITION.
       3000-TOTAL-GENERAL-FIN.
           EXIT.

      *********************************************************
       6200-LIVRAISON-DEB.
      * PROCEDURE D'ENTREE DU TRI : LECTURE SEQUENTIELLE DU
      * FICHIER DES COMPTES
           MOVE SPACE TO WS-FIN-FLAG.
           PERFORM 6210-CPT-LEC-DEB
              THRU 6210-CPT-LEC-FIN.
           PERFORM 6220-CPT-TRT-DEB
              THRU 6220-CPT-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
       6200-LIVRAISON-FIN. EXIT.

       6210-CPT-LEC-DEB.
           READ CPT-FICHIER NEXT RECORD
               AT END MOVE 'FIN' TO WS-FIN-FLAG
           END-READ.
           IF WS-FIN-FLAG NOT = 'FIN'
              AND WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR LECTURE FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-CPT-LEC-FIN.
           EXIT.

       6220-CPT-TRT-DEB.
           ADD 1 TO WS-CTR-CPT-LUS.
           MOVE CPT00-NOCPTE   TO WS-TR-NOCPTE.
           MOVE CPT00-MTSOLD   TO WS-TR-MTSOLD.
           MOVE CPT00-ETAT     TO WS-TR-ETAT.
           MOVE CPT00-NOMCLI   TO WS-TR-NOMCLI.
           MOVE CPT00-AGENCE   TO WS-TR-AGENCE.
           MOVE CPT00-MTDECOUV TO WS-TR-MTDECOUV.
           MOVE CPT00-DEVISE   TO WS-TR-DEVISE.
           IF WS-TR-DEVISE = SPACE
              MOVE 'EUR' TO WS-TR-DEVISE
           END-IF.
           MOVE WS-NOCLI-HORS  TO WS-TR-NOCLI.
           IF CPT00-NOCLI NUMERIC
              AND CPT00-NOCLI NOT = ZERO
              MOVE CPT00-NOCLI TO WS-TR-NOCLI
           END-IF.
           RELEASE WS-SORT-CPT FROM WS-TRI-ENR.
           PERFORM 6210-CPT-LEC-DEB
              THRU 6210-CPT-LEC-FIN.
       6220-CPT-TRT-FIN.
           EXIT.

      *********************************************************
       6300-EDITION-DEB.
      * PROCEDURE DE SORTIE DU TRI : RUPTURE SUR LE CLIENT
           MOVE SPACE TO WS-FIN-TRI.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
           IF WS-FIN-TRI NOT = 'FIN'
              PERFORM 6330-DEBUT-CLIENT-DEB
                 THRU 6330-DEBUT-CLIENT-FIN
           END-IF.
           PERFORM 6320-TRI-TRT-DEB
              THRU 6320-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-CTR-CPT-LUS > ZERO
              PERFORM 6340-FIN-CLIENT-DEB
                 THRU 6340-FIN-CLIENT-FIN
           END-IF.
       6300-EDITION-FIN. EXIT.

       6310-TRI-LEC-DEB.
           RETURN WS-TRI-CPT
              INTO WS-TRI-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6310-TRI-LEC-FIN.
           EXIT.

       6320-TRI-TRT-DEB.
           IF WS-TR-NOCLI NOT = WS-CLI-COUR
              PERFORM 6340-FIN-CLIENT-DEB
                 THRU 6340-FIN-CLIENT-FIN
              PERFORM 6330-DEBUT-CLIENT-DEB
                 THRU 6330-DEBUT-CLIENT-FIN
           END-IF.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           COMPUTE WS-DISPONIBLE = WS-TR-MTSOLD + WS-TR-MTDECOUV.
           MOVE WS-TR-NOCPTE   TO WS-LD-NOCPTE.
           MOVE WS-TR-AGENCE   TO WS-LD-AGENCE.
           MOVE WS-TR-ETAT     TO WS-LD-ETAT.
           MOVE WS-TR-NOMCLI   TO WS-LD-NOMCLI.
           MOVE WS-TR-MTSOLD   TO WS-LD-SOLDE.
           MOVE WS-TR-MTDECOUV TO WS-LD-DECOUV.
           MOVE WS-DISPONIBLE  TO WS-LD-DISPO.
           MOVE WS-TR-DEVISE   TO WS-LD-DEVISE.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-COMPTE.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           ADD 1 TO WS-CL-NBCPT.
           PERFORM 6325-CUMULER-EUR-DEB
              THRU 6325-CUMULER-EUR-FIN.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
       6320-TRI-TRT-FIN.
           EXIT.

       6325-CUMULER-EUR-DEB.
      * CUMULS DU CLIENT EN CONTRE-VALEUR EURO AU COURS DU
      * JOUR COMPTABLE
           MOVE 1 TO WS-COURS-DEV.
           IF WS-TR-DEVISE NOT = 'EUR'
              CALL 'PCOURS' USING WS-TR-DEVISE WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 ADD 1 TO WS-CTR-SANS-COURS
                 DISPLAY 'COURS ABSENT, COMPTE HORS CUMULS : '
                         WS-TR-NOCPTE ' ' WS-TR-DEVISE
                 GO TO 6325-CUMULER-EUR-FIN
              END-IF
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED =
                   WS-TR-MTSOLD * WS-COURS-DEV.
           COMPUTE WS-DECOUV-EUR ROUNDED =
                   WS-TR-MTDECOUV * WS-COURS-DEV.
           IF WS-SOLDE-EUR < ZERO
              ADD WS-SOLDE-EUR TO WS-CL-DEBIT
           ELSE
              ADD WS-SOLDE-EUR TO WS-CL-CREDIT
           END-IF.
           ADD WS-DECOUV-EUR TO WS-CL-DECOUV.
           ADD WS-SOLDE-EUR  TO WS-CL-NET.
       6325-CUMULER-EUR-FIN.
           EXIT.

       6330-DEBUT-CLIENT-DEB.
      * NOUVEAU CLIENT : IDENTITE LUE SUR LE FICHIER DES
      * CLIENTS, BLOC NON COUPE EN BAS DE PAGE
           MOVE WS-TR-NOCLI TO WS-CLI-COUR.
           MOVE ZERO TO WS-CL-NBCPT WS-CL-CREDIT WS-CL-DEBIT
                        WS-CL-DECOUV WS-CL-NET.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-ETAT-LIGNE-CTR > 50
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-BLANCHE.
           MOVE SPACE TO WS-LIGNE-ADRESSE.
           MOVE SPACE TO WS-LC-NOM WS-LC-SEGMENT WS-LC-CODPOS
                         WS-LC-VILLE.
           MOVE WS-TR-NOCLI TO WS-LC-NOCLI.
           IF WS-TR-NOCLI = WS-NOCLI-HORS
              ADD 1 TO WS-CTR-NON-RATT
              MOVE ZERO TO WS-LC-NOCLI
              MOVE 'COMPTES NON RATTACHES A UN CLIENT'
                TO WS-LC-NOM
              GO TO 6330-DEBUT-CLIENT-90
           END-IF.
           ADD 1 TO WS-CTR-CLIENTS.
           MOVE 'NON' TO WS-CLI-TROUVE.
           IF WS-CLI-OUVERT = 'OUI'
              MOVE WS-TR-NOCLI TO CLI00-NOCLI
              READ CLI-FICHIER
                  INVALID KEY MOVE 'NON' TO WS-CLI-TROUVE
                  NOT INVALID KEY MOVE 'OUI' TO WS-CLI-TROUVE
              END-READ
           END-IF.
           IF WS-CLI-TROUVE = 'NON'
              ADD 1 TO WS-CTR-CLI-ABS
              MOVE '*** CLIENT ABSENT DU FICHIER DES CLIENTS'
                TO WS-LC-NOM
              GO TO 6330-DEBUT-CLIENT-90
           END-IF.
           MOVE CLI00-NOM     TO WS-LC-NOM.
           MOVE CLI00-SEGMENT TO WS-LC-SEGMENT.
           MOVE CLI00-CODPOS  TO WS-LC-CODPOS.
           MOVE CLI00-VILLE   TO WS-LC-VILLE.
           MOVE CLI00-ADR1    TO WS-LA-ADR1.
           MOVE CLI00-ADR2    TO WS-LA-ADR2.
       6330-DEBUT-CLIENT-90.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-CLIENT.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
           IF WS-LIGNE-ADRESSE NOT = SPACE
              WRITE FS-OU-CLIRPT FROM WS-LIGNE-ADRESSE
              ADD 1 TO WS-ETAT-LIGNE-CTR
           END-IF.
       6330-DEBUT-CLIENT-FIN.
           EXIT.

       6340-FIN-CLIENT-DEB.
      * LIGNE DE POSITION DU CLIENT ET CUMUL GENERAL
           MOVE 'POSITION EUR  ' TO WS-LP-LIBELLE.
           MOVE WS-CL-NBCPT      TO WS-LP-NBCPT.
           MOVE WS-CL-CREDIT     TO WS-LP-CREDIT.
           MOVE WS-CL-DEBIT      TO WS-LP-DEBIT.
           MOVE WS-CL-DECOUV     TO WS-LP-DECOUV.
           MOVE WS-CL-NET        TO WS-LP-NET.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-POSITION.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           ADD WS-CL-NBCPT  TO WS-GE-NBCPT.
           ADD WS-CL-CREDIT TO WS-GE-CREDIT.
           ADD WS-CL-DEBIT  TO WS-GE-DEBIT.
           ADD WS-CL-DECOUV TO WS-GE-DECOUV.
           ADD WS-CL-NET    TO WS-GE-NET.
       6340-FIN-CLIENT-FIN.
           EXIT.

      *********************************************************
       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR     TO WS-TI-DATE.
           MOVE WS-ETAT-PAGE-CTR TO WS-TI-PAGE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-CLIRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-CLIRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-CLIRPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PCLIPO*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'COMPTES LUS           ' WS-CTR-CPT-LUS.
           DISPLAY 'CLIENTS EDITES        ' WS-CTR-CLIENTS.
           DISPLAY 'CLIENTS INCONNUS      ' WS-CTR-CLI-ABS.
           DISPLAY 'RUBRIQUE NON RATTACHES' WS-CTR-NON-RATT.
           DISPLAY 'COMPTES SANS COURS    ' WS-CTR-SANS-COURS.
           DISPLAY 'POSITION NETTE EUR    ' WS-GE-NET.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PCLIPO *'
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
           DISPLAY ' WS-FS-CLI        :   ' WS-FS-CLI.
           DISPLAY ' WS-FS-FOU-CLIRPT :   ' WS-FS-FOU-CLIRPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
