       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PMIXPR.

      *****************************************************
      *      REPARTITION DES COMPTES PAR PRODUIT ET AGENCE
      *      - TOUS LES COMPTES DU FICHIER DES COMPTES SONT
      *        TRIES PAR AGENCE (CPT00-AGENCE) PUIS PAR CODE
      *        PRODUIT (CPT00-PRODUIT)
      *      - UNE LIGNE PAR PRODUIT DANS L'AGENCE : LIBELLE
      *        DU CATALOGUE DES PRODUITS, NOMBRE DE COMPTES,
      *        NOMBRE ET TOTAL DES SOLDES CREDITEURS, NOMBRE ET
      *        TOTAL DES SOLDES DEBITEURS, SOLDE NET ; UN TOTAL
      *        PAR AGENCE ET UN TOTAL GENERAL
      *      - RECAPITULATIF PAR PRODUIT TOUTES AGENCES EN FIN
      *        D'ETAT
      *      - LES COMPTES SANS PRODUIT SONT EDITES SOUS UN
      *        PRODUIT A BLANC ; UN PRODUIT ABSENT DU CATALOGUE
      *        EST SIGNALE
      *      - MONTANTS EN CONTRE-VALEUR EURO AU COURS DU JOUR
      *        COMPTABLE (PCOURS), CONVERTIS COMPTE PAR COMPTE
      *        AVEC LA MEME REGLE D'ARRONDI QUE PSITAG ; UN
      *        COMPTE EN DEVISE SANS COURS EST COMPTE MAIS
      *        RESTE HORS MONTANTS
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
               SELECT FIN-PRODUITS ASSIGN TO INPROPAR
               FILE STATUS IS WS-FS-FIN-PRODUITS.
      *
               SELECT WS-TRI-CPT ASSIGN TO DSKTRI.
      *
               SELECT FOU-MIXRPT ASSIGN TO OUMIXRPT
               FILE STATUS IS WS-FS-FOU-MIXRPT.
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
           05   CPT00-PRODUIT  PIC X(02).
           05   FILLER         PIC X(01).
      *
       FD FIN-PRODUITS
            RECORDING MODE IS F.
       01  FS-IN-PRODUITS  PIC X(50).
      *
       SD  WS-TRI-CPT.
       01  WS-SORT-CPT.
           05   WS-ST-AGENCE   PIC 9(03).
           05   WS-ST-PRODUIT  PIC X(02).
           05   WS-ST-NOCPTE   PIC 9(10).
           05   FILLER         PIC X(13).
      *
       FD FOU-MIXRPT
            RECORDING MODE IS F.
       01  FS-OU-MIXRPT    PIC X(132).
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
      * COMPTE PASSE AU TRI
       01  WS-TRI-ENR.
           05   WS-TR-AGENCE   PIC 9(03).
           05   WS-TR-PRODUIT  PIC X(02).
           05   WS-TR-NOCPTE   PIC 9(10).
           05   WS-TR-MTSOLD   PIC S9(8)V99.
           05   WS-TR-DEVISE   PIC X(03).
       01  WS-PRODUIT-ENR.
           05   WS-PR-PRODUIT  PIC X(02).
           05   WS-PR-LIBELLE  PIC X(20).
           05   WS-PR-DECOUV   PIC X(01).
           05   WS-PR-TAUX     PIC X(05).
           05   WS-PR-BAREME   PIC X(08).
           05   WS-PR-SENS     PIC X(04).
           05   FILLER         PIC X(10).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * CATALOGUE DES PRODUITS : CODE ET LIBELLE
      *************************************************
       01 WS-PRO-NB-MAX     PIC 9(03) VALUE 50.
       01 WS-PRO-NB         PIC 9(03) VALUE ZERO.
       01 WS-PRO-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-PRO-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-PRO-TABLE.
          05 WS-PRO-POSTE OCCURS 50.
             10 WS-PO-PRODUIT  PIC X(02).
             10 WS-PO-LIBELLE  PIC X(20).
      *************************************************
      * RECAPITULATIF PAR PRODUIT TOUTES AGENCES (LES
      * PRODUITS DU CATALOGUE, LE PRODUIT A BLANC ET LES
      * PRODUITS INCONNUS RENCONTRES)
      *************************************************
       01 WS-REC-NB-MAX     PIC 9(03) VALUE 60.
       01 WS-REC-NB         PIC 9(03) VALUE ZERO.
       01 WS-REC-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-REC-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-REC-TABLE.
          05 WS-REC-POSTE OCCURS 60.
             10 WS-RE-PRODUIT  PIC X(02).
             10 WS-RE-NBCPT    PIC 9(07).
             10 WS-RE-NBCRE    PIC 9(07).
             10 WS-RE-CREDIT   PIC S9(13)V99.
             10 WS-RE-NBDEB    PIC 9(07).
             10 WS-RE-DEBIT    PIC S9(13)V99.
             10 WS-RE-NET      PIC S9(13)V99.
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FIN-PRODUITS PIC XX.
       01    WS-FS-FOU-MIXRPT  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-TRI        PIC XXX    VALUE SPACE.
       01 WS-AGE-COUR       PIC 9(03) VALUE ZERO.
       01 WS-PRO-COUR       PIC X(02) VALUE SPACE.
      *
       01 WS-CTR-CPT-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-AGENCES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-PRO   PIC 9(7) VALUE ZERO .
       01 WS-CTR-PRO-INC    PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-COURS PIC 9(7) VALUE ZERO .
      * CUMULS DU PRODUIT DANS L'AGENCE, DE L'AGENCE ET
      * CUMULS GENERAUX
       01 WS-PA-NBCPT       PIC 9(07) VALUE ZERO.
       01 WS-PA-NBCRE       PIC 9(07) VALUE ZERO.
       01 WS-PA-CREDIT      PIC S9(13)V99 VALUE ZERO.
       01 WS-PA-NBDEB       PIC 9(07) VALUE ZERO.
       01 WS-PA-DEBIT       PIC S9(13)V99 VALUE ZERO.
       01 WS-PA-NET         PIC S9(13)V99 VALUE ZERO.
       01 WS-AG-NBCPT       PIC 9(07) VALUE ZERO.
       01 WS-AG-NBCRE       PIC 9(07) VALUE ZERO.
       01 WS-AG-CREDIT      PIC S9(13)V99 VALUE ZERO.
       01 WS-AG-NBDEB       PIC 9(07) VALUE ZERO.
       01 WS-AG-DEBIT       PIC S9(13)V99 VALUE ZERO.
       01 WS-AG-NET         PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NBCPT       PIC 9(07) VALUE ZERO.
       01 WS-GE-NBCRE       PIC 9(07) VALUE ZERO.
       01 WS-GE-CREDIT      PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NBDEB       PIC 9(07) VALUE ZERO.
       01 WS-GE-DEBIT       PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NET         PIC S9(13)V99 VALUE ZERO.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-SOLDE-EUR      PIC S9(11)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PMIXPR'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(51)
           VALUE 'REPARTITION DES COMPTES PAR PRODUIT ET AGENCE AU : '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(07) VALUE 'PAGE : '.
          05 WS-TI-PAGE       PIC ZZ9.
          05 FILLER           PIC X(57) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(08) VALUE ' AGENCE '.
          05 FILLER           PIC X(04) VALUE 'PR. '.
          05 FILLER           PIC X(21) VALUE 'LIBELLE DU PRODUIT'.
          05 FILLER           PIC X(09) VALUE 'COMPTES  '.
          05 FILLER           PIC X(24)
                    VALUE 'CREDITEURS : NB / SOLDES'.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(24)
                    VALUE 'DEBITEURS  : NB / SOLDES'.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(17) VALUE '    SOLDE NET EUR'.
          05 FILLER           PIC X(21) VALUE SPACE.
       01 WS-LIGNE-DETAIL.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-AGENCE     PIC X(03).
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LD-PRODUIT    PIC X(02).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-LIBELLE    PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-NBCPT      PIC Z(6)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-NBCRE      PIC Z(6)9.
          05 WS-LD-CREDIT     PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-NBDEB      PIC Z(6)9.
          05 WS-LD-DEBIT      PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-NET        PIC --B---B---B--9,99.
          05 FILLER           PIC X(21) VALUE SPACE.
       01 WS-LIGNE-RUBRIQUE.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LR-LIBELLE    PIC X(40).
          05 FILLER           PIC X(90) VALUE SPACE.
       01 WS-LIGNE-BLANCHE   PIC X(132) VALUE SPACE.
      *
       01 WS-AGENCE-ED       PIC 9(03) VALUE ZERO.
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

           PERFORM 0080-CHARGER-PRODUITS-DEB
              THRU 0080-CHARGER-PRODUITS-FIN.
           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.

      * LES COMPTES PAR AGENCE ET PRODUIT, LA PROCEDURE DE
      * SORTIE EDITE UNE LIGNE A CHAQUE RUPTURE DE PRODUIT ET
      * UN TOTAL A CHAQUE RUPTURE D'AGENCE
           SORT WS-TRI-CPT
                ON ASCENDING KEY WS-ST-AGENCE
                                 WS-ST-PRODUIT
                                 WS-ST-NOCPTE
                INPUT PROCEDURE  6200-LIVRAISON-DEB
                THRU             6200-LIVRAISON-FIN
                OUTPUT PROCEDURE 6300-EDITION-DEB
                THRU             6300-EDITION-FIN.

           PERFORM 3000-TOTAL-GENERAL-DEB
              THRU 3000-TOTAL-GENERAL-FIN.
           PERFORM 3100-RECAPITULATIF-DEB
              THRU 3100-RECAPITULATIF-FIN.
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
       0080-CHARGER-PRODUITS-DEB.
      * CATALOGUE DES PRODUITS (LIBELLES) ; FICHIER ABSENT :
      * TOUS LES PRODUITS SONT SIGNALES ABSENTS DU CATALOGUE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-PRODUITS.
           IF WS-FS-FIN-PRODUITS = '35'
              DISPLAY 'CATALOGUE DES PRODUITS ABSENT'
              GO TO 0080-CHARGER-PRODUITS-FIN
           END-IF.
           IF WS-FS-FIN-PRODUITS NOT = ZERO
              DISPLAY 'ERREUR OPEN CATALOGUE DES PRODUITS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0085-PRODUIT-LEC-DEB
              THRU 0085-PRODUIT-LEC-FIN.
           PERFORM 0090-PRODUIT-CHG-DEB
              THRU 0090-PRODUIT-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-PRODUITS.
       0080-CHARGER-PRODUITS-FIN.
           EXIT.

       0085-PRODUIT-LEC-DEB.
           READ FIN-PRODUITS
                INTO WS-PRODUIT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0085-PRODUIT-LEC-FIN.
           EXIT.

       0090-PRODUIT-CHG-DEB.
           IF WS-PRO-NB NOT < WS-PRO-NB-MAX
              DISPLAY 'TABLE DES PRODUITS PLEINE, PRODUIT IGNORE'
           ELSE
              ADD 1 TO WS-PRO-NB
              MOVE WS-PRO-NB TO WS-PRO-IX
              MOVE WS-PR-PRODUIT TO WS-PO-PRODUIT (WS-PRO-IX)
              MOVE WS-PR-LIBELLE TO WS-PO-LIBELLE (WS-PRO-IX)
           END-IF.
           PERFORM 0085-PRODUIT-LEC-DEB
              THRU 0085-PRODUIT-LEC-FIN.
       0090-PRODUIT-CHG-FIN.
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
           OPEN OUTPUT FOU-MIXRPT.
           IF WS-FS-FOU-MIXRPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES PRODUITS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MIXRPT.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       3000-TOTAL-GENERAL-DEB.
           IF WS-ETAT-PAGE-CTR = ZERO
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-BLANCHE.
           MOVE SPACE            TO WS-LD-AGENCE WS-LD-PRODUIT.
           MOVE 'TOTAL GENERAL'  TO WS-LD-LIBELLE.
           MOVE WS-GE-NBCPT      TO WS-LD-NBCPT.
           MOVE WS-GE-NBCRE      TO WS-LD-NBCRE.
           MOVE WS-GE-CREDIT     TO WS-LD-CREDIT.
           MOVE WS-GE-NBDEB      TO WS-LD-NBDEB.
           MOVE WS-GE-DEBIT      TO WS-LD-DEBIT.
           MOVE WS-GE-NET        TO WS-LD-NET.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-DETAIL.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
       3000-TOTAL-GENERAL-FIN.
           EXIT.

      *********************************************************
       3100-RECAPITULATIF-DEB.
      * UNE LIGNE PAR PRODUIT RENCONTRE, TOUTES AGENCES
           IF WS-ETAT-LIGNE-CTR > 50
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-BLANCHE.
           MOVE 'RECAPITULATIF PAR PRODUIT, TOUTES AGENCES'
             TO WS-LR-LIBELLE.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-RUBRIQUE.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
           MOVE ZERO TO WS-REC-IX.
           PERFORM 3110-RECAP-LIGNE-DEB
              THRU 3110-RECAP-LIGNE-FIN
              UNTIL WS-REC-IX NOT < WS-REC-NB.
       3100-RECAPITULATIF-FIN.
           EXIT.

       3110-RECAP-LIGNE-DEB.
           ADD 1 TO WS-REC-IX.
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE WS-RE-PRODUIT (WS-REC-IX) TO WS-PRO-COUR.
           PERFORM 6350-LIBELLE-PRODUIT-DEB
              THRU 6350-LIBELLE-PRODUIT-FIN.
           MOVE SPACE                     TO WS-LD-AGENCE.
           MOVE WS-RE-NBCPT (WS-REC-IX)   TO WS-LD-NBCPT.
           MOVE WS-RE-NBCRE (WS-REC-IX)   TO WS-LD-NBCRE.
           MOVE WS-RE-CREDIT (WS-REC-IX)  TO WS-LD-CREDIT.
           MOVE WS-RE-NBDEB (WS-REC-IX)   TO WS-LD-NBDEB.
           MOVE WS-RE-DEBIT (WS-REC-IX)   TO WS-LD-DEBIT.
           MOVE WS-RE-NET (WS-REC-IX)     TO WS-LD-NET.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
       3110-RECAP-LIGNE-FIN.
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
           MOVE CPT00-AGENCE   TO WS-TR-AGENCE.
           MOVE CPT00-PRODUIT  TO WS-TR-PRODUIT.
           MOVE CPT00-NOCPTE   TO WS-TR-NOCPTE.
           MOVE CPT00-MTSOLD   TO WS-TR-MTSOLD.
           MOVE CPT00-DEVISE   TO WS-TR-DEVISE.
           IF WS-TR-DEVISE = SPACE
              MOVE 'EUR' TO WS-TR-DEVISE
           END-IF.
           IF WS-TR-PRODUIT = SPACE
              ADD 1 TO WS-CTR-SANS-PRO
           END-IF.
           RELEASE WS-SORT-CPT FROM WS-TRI-ENR.
           PERFORM 6210-CPT-LEC-DEB
              THRU 6210-CPT-LEC-FIN.
       6220-CPT-TRT-FIN.
           EXIT.

      *********************************************************
       6300-EDITION-DEB.
      * PROCEDURE DE SORTIE DU TRI : RUPTURES SUR LE PRODUIT
      * ET SUR L'AGENCE
           MOVE SPACE TO WS-FIN-TRI.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
           IF WS-FIN-TRI NOT = 'FIN'
              PERFORM 6330-DEBUT-AGENCE-DEB
                 THRU 6330-DEBUT-AGENCE-FIN
           END-IF.
           PERFORM 6320-TRI-TRT-DEB
              THRU 6320-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-CTR-CPT-LUS > ZERO
              PERFORM 6340-FIN-PRODUIT-DEB
                 THRU 6340-FIN-PRODUIT-FIN
              PERFORM 6360-FIN-AGENCE-DEB
                 THRU 6360-FIN-AGENCE-FIN
           END-IF.
       6300-EDITION-FIN. EXIT.

       6310-TRI-LEC-DEB.
           RETURN WS-TRI-CPT
              INTO WS-TRI-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6310-TRI-LEC-FIN.
           EXIT.

       6320-TRI-TRT-DEB.
           IF WS-TR-AGENCE NOT = WS-AGE-COUR
              PERFORM 6340-FIN-PRODUIT-DEB
                 THRU 6340-FIN-PRODUIT-FIN
              PERFORM 6360-FIN-AGENCE-DEB
                 THRU 6360-FIN-AGENCE-FIN
              PERFORM 6330-DEBUT-AGENCE-DEB
                 THRU 6330-DEBUT-AGENCE-FIN
           END-IF.
           IF WS-TR-PRODUIT NOT = WS-PRO-COUR
              PERFORM 6340-FIN-PRODUIT-DEB
                 THRU 6340-FIN-PRODUIT-FIN
              PERFORM 6335-DEBUT-PRODUIT-DEB
                 THRU 6335-DEBUT-PRODUIT-FIN
           END-IF.
           ADD 1 TO WS-PA-NBCPT.
           IF WS-TR-MTSOLD < ZERO
              ADD 1 TO WS-PA-NBDEB
           ELSE
              ADD 1 TO WS-PA-NBCRE
           END-IF.
           PERFORM 6325-CUMULER-EUR-DEB
              THRU 6325-CUMULER-EUR-FIN.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
       6320-TRI-TRT-FIN.
           EXIT.

       6325-CUMULER-EUR-DEB.
      * CUMULS DU PRODUIT EN CONTRE-VALEUR EURO AU COURS DU
      * JOUR COMPTABLE
           MOVE 1 TO WS-COURS-DEV.
           IF WS-TR-DEVISE NOT = 'EUR'
              CALL 'PCOURS' USING WS-TR-DEVISE WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 ADD 1 TO WS-CTR-SANS-COURS
                 DISPLAY 'COURS ABSENT, COMPTE HORS MONTANTS : '
                         WS-TR-NOCPTE ' ' WS-TR-DEVISE
                 GO TO 6325-CUMULER-EUR-FIN
              END-IF
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED =
                   WS-TR-MTSOLD * WS-COURS-DEV.
           IF WS-SOLDE-EUR < ZERO
              ADD WS-SOLDE-EUR TO WS-PA-DEBIT
           ELSE
              ADD WS-SOLDE-EUR TO WS-PA-CREDIT
           END-IF.
           ADD WS-SOLDE-EUR  TO WS-PA-NET.
       6325-CUMULER-EUR-FIN.
           EXIT.

       6330-DEBUT-AGENCE-DEB.
      * NOUVELLE AGENCE : RUBRIQUE NON COUPEE EN BAS DE PAGE
           MOVE WS-TR-AGENCE TO WS-AGE-COUR.
           ADD 1 TO WS-CTR-AGENCES.
           MOVE ZERO TO WS-AG-NBCPT WS-AG-NBCRE WS-AG-CREDIT
                        WS-AG-NBDEB WS-AG-DEBIT WS-AG-NET.
           IF WS-ETAT-PAGE-CTR = ZERO
              OR WS-ETAT-LIGNE-CTR > 50
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-BLANCHE.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           PERFORM 6335-DEBUT-PRODUIT-DEB
              THRU 6335-DEBUT-PRODUIT-FIN.
       6330-DEBUT-AGENCE-FIN.
           EXIT.

       6335-DEBUT-PRODUIT-DEB.
           MOVE WS-TR-PRODUIT TO WS-PRO-COUR.
           MOVE ZERO TO WS-PA-NBCPT WS-PA-NBCRE WS-PA-CREDIT
                        WS-PA-NBDEB WS-PA-DEBIT WS-PA-NET.
       6335-DEBUT-PRODUIT-FIN.
           EXIT.

       6340-FIN-PRODUIT-DEB.
      * LIGNE DU PRODUIT DANS L'AGENCE, CUMUL DE L'AGENCE ET
      * DU RECAPITULATIF PAR PRODUIT
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           PERFORM 6350-LIBELLE-PRODUIT-DEB
              THRU 6350-LIBELLE-PRODUIT-FIN.
           IF WS-PRO-TROUVE NOT = 'OUI'
              AND WS-PRO-COUR NOT = SPACE
              ADD WS-PA-NBCPT TO WS-CTR-PRO-INC
           END-IF.
           MOVE WS-AGE-COUR      TO WS-AGENCE-ED.
           MOVE WS-AGENCE-ED     TO WS-LD-AGENCE.
           MOVE WS-PA-NBCPT      TO WS-LD-NBCPT.
           MOVE WS-PA-NBCRE      TO WS-LD-NBCRE.
           MOVE WS-PA-CREDIT     TO WS-LD-CREDIT.
           MOVE WS-PA-NBDEB      TO WS-LD-NBDEB.
           MOVE WS-PA-DEBIT      TO WS-LD-DEBIT.
           MOVE WS-PA-NET        TO WS-LD-NET.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           ADD WS-PA-NBCPT  TO WS-AG-NBCPT.
           ADD WS-PA-NBCRE  TO WS-AG-NBCRE.
           ADD WS-PA-CREDIT TO WS-AG-CREDIT.
           ADD WS-PA-NBDEB  TO WS-AG-NBDEB.
           ADD WS-PA-DEBIT  TO WS-AG-DEBIT.
           ADD WS-PA-NET    TO WS-AG-NET.
           PERFORM 6370-RECAP-CUMUL-DEB
              THRU 6370-RECAP-CUMUL-FIN.
       6340-FIN-PRODUIT-FIN.
           EXIT.

       6350-LIBELLE-PRODUIT-DEB.
      * CODE ET LIBELLE DU PRODUIT EN COURS POUR L'EDITION
           MOVE WS-PRO-COUR TO WS-LD-PRODUIT.
           MOVE 'NON'  TO WS-PRO-TROUVE.
           MOVE ZERO   TO WS-PRO-IX.
           IF WS-PRO-COUR = SPACE
              MOVE 'SANS PRODUIT' TO WS-LD-LIBELLE
              GO TO 6350-LIBELLE-PRODUIT-FIN
           END-IF.
           PERFORM 6355-COMPARER-PRODUIT-DEB
              THRU 6355-COMPARER-PRODUIT-FIN
              UNTIL WS-PRO-TROUVE = 'OUI'
              OR WS-PRO-IX NOT < WS-PRO-NB.
           IF WS-PRO-TROUVE = 'OUI'
              MOVE WS-PO-LIBELLE (WS-PRO-IX) TO WS-LD-LIBELLE
           ELSE
              MOVE '*ABSENT DU CATALOGUE' TO WS-LD-LIBELLE
           END-IF.
       6350-LIBELLE-PRODUIT-FIN.
           EXIT.

       6355-COMPARER-PRODUIT-DEB.
           ADD 1 TO WS-PRO-IX.
           IF WS-PO-PRODUIT (WS-PRO-IX) = WS-PRO-COUR
              MOVE 'OUI' TO WS-PRO-TROUVE
           END-IF.
       6355-COMPARER-PRODUIT-FIN.
           EXIT.

       6360-FIN-AGENCE-DEB.
      * TOTAL DE L'AGENCE ET CUMUL GENERAL
           MOVE SPACE            TO WS-LD-AGENCE WS-LD-PRODUIT.
           MOVE 'TOTAL AGENCE'   TO WS-LD-LIBELLE.
           MOVE WS-AG-NBCPT      TO WS-LD-NBCPT.
           MOVE WS-AG-NBCRE      TO WS-LD-NBCRE.
           MOVE WS-AG-CREDIT     TO WS-LD-CREDIT.
           MOVE WS-AG-NBDEB      TO WS-LD-NBDEB.
           MOVE WS-AG-DEBIT      TO WS-LD-DEBIT.
           MOVE WS-AG-NET        TO WS-LD-NET.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
           ADD WS-AG-NBCPT  TO WS-GE-NBCPT.
           ADD WS-AG-NBCRE  TO WS-GE-NBCRE.
           ADD WS-AG-CREDIT TO WS-GE-CREDIT.
           ADD WS-AG-NBDEB  TO WS-GE-NBDEB.
           ADD WS-AG-DEBIT  TO WS-GE-DEBIT.
           ADD WS-AG-NET    TO WS-GE-NET.
       6360-FIN-AGENCE-FIN.
           EXIT.

       6370-RECAP-CUMUL-DEB.
      * CUMUL DU PRODUIT DANS LE RECAPITULATIF, POSTE CREE AU
      * PREMIER PASSAGE DU PRODUIT
           MOVE 'NON' TO WS-REC-TROUVE.
           MOVE ZERO  TO WS-REC-IX.
           PERFORM 6375-COMPARER-RECAP-DEB
              THRU 6375-COMPARER-RECAP-FIN
              UNTIL WS-REC-TROUVE = 'OUI'
              OR WS-REC-IX NOT < WS-REC-NB.
           IF WS-REC-TROUVE NOT = 'OUI'
              IF WS-REC-NB NOT < WS-REC-NB-MAX
                 DISPLAY 'TABLE DU RECAPITULATIF PLEINE, PRODUIT '
                         WS-PRO-COUR ' HORS RECAPITULATIF'
                 GO TO 6370-RECAP-CUMUL-FIN
              END-IF
              ADD 1 TO WS-REC-NB
              MOVE WS-REC-NB TO WS-REC-IX
              MOVE WS-PRO-COUR TO WS-RE-PRODUIT (WS-REC-IX)
              MOVE ZERO TO WS-RE-NBCPT (WS-REC-IX)
                           WS-RE-NBCRE (WS-REC-IX)
                           WS-RE-CREDIT (WS-REC-IX)
                           WS-RE-NBDEB (WS-REC-IX)
                           WS-RE-DEBIT (WS-REC-IX)
                           WS-RE-NET (WS-REC-IX)
           END-IF.
           ADD WS-PA-NBCPT  TO WS-RE-NBCPT (WS-REC-IX).
           ADD WS-PA-NBCRE  TO WS-RE-NBCRE (WS-REC-IX).
           ADD WS-PA-CREDIT TO WS-RE-CREDIT (WS-REC-IX).
           ADD WS-PA-NBDEB  TO WS-RE-NBDEB (WS-REC-IX).
           ADD WS-PA-DEBIT  TO WS-RE-DEBIT (WS-REC-IX).
           ADD WS-PA-NET    TO WS-RE-NET (WS-REC-IX).
       6370-RECAP-CUMUL-FIN.
           EXIT.

       6375-COMPARER-RECAP-DEB.
           ADD 1 TO WS-REC-IX.
           IF WS-RE-PRODUIT (WS-REC-IX) = WS-PRO-COUR
              MOVE 'OUI' TO WS-REC-TROUVE
           END-IF.
       6375-COMPARER-RECAP-FIN.
           EXIT.

      *********************************************************
       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR     TO WS-TI-DATE.
           MOVE WS-ETAT-PAGE-CTR TO WS-TI-PAGE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-MIXRPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-MIXRPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-MIXRPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PMIXPR*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'COMPTES LUS           ' WS-CTR-CPT-LUS.
           DISPLAY 'AGENCES EDITEES       ' WS-CTR-AGENCES.
           DISPLAY 'COMPTES SANS PRODUIT  ' WS-CTR-SANS-PRO.
           DISPLAY 'PRODUIT HORS CATALOGUE' WS-CTR-PRO-INC.
           DISPLAY 'COMPTES SANS COURS    ' WS-CTR-SANS-COURS.
           DISPLAY 'SOLDE NET EUR         ' WS-GE-NET.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PMIXPR *'
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
           DISPLAY ' WS-FS-FOU-MIXRPT :   ' WS-FS-FOU-MIXRPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
