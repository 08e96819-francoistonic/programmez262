      *        COMMUNS, 'AGENCE' FORFAIT ET PLANCHER PROPRES
      *        A UNE AGENCE (TRANCHES DE COMPTES PAR AGENCE
      *        LUES SUR INAGEPAR, COMME LE ROUTAGE DU RELEVE)
      *      - LE PRODUIT DU COMPTE (FICHIER DES COMPTES) PEUT
      *        IMPOSER SON BAREME (CATALOGUE DES PRODUITS) : UN
      *        BAREME NOMME DU FICHIER PARAMETRE (CODE AUTRE QUE
      *        'DEFAUT' ET 'AGENCE'), OU 'EXONERE' POUR UN
      *        PRODUIT SANS FRAIS ; PRODUIT A BLANC, ABSENT DU
      *        CATALOGUE OU BAREME 'DEFAUT' OU A BLANC : REGLE
      *        DES BAREMES 'AGENCE' ET 'DEFAUT' CI-DESSUS
      *      - UN COMPTE DONT LE SOLDE ATTEINT LE PLANCHER
      *        EST EXONERE ; SANS BAREME APPLICABLE, AUCUN
      *        FRAIS N'EST PRELEVE
      *        'FRAIS', REFERENCE SOURCE 'F'), AVEC ENTETE ET
      *        FIN DE FICHIER, POUR PASSER DANS LA CHAINE
      *        COMME UN FICHIER D'AGENCE
      *      - LE BAREME EST EXPRIME EN EUROS : POUR UN COMPTE
      *        TENU EN DEVISE (DEVISE LUE SUR LE FICHIER DES
      *        COMPTES), FORFAIT ET PLANCHER SONT CONVERTIS AU
      *        COURS DU JOUR COMPTABLE (PCOURS) ET LE FRAIS EST
      *        PRELEVE DANS LA DEVISE DU COMPTE ; SANS COURS,
      *        LE COMPTE N'EST PAS FACTURE
      *      - EDITE UN JOURNAL DE FACTURATION (COMPTE,
      *        AGENCE, SOLDE, FRAIS, MENTION, PRODUIT) AVEC TOTAUX
      *        POUR LA COMPTABILITE
      *      - UN COMPTE EN CLOTURE (ETAT 'L') N'EST PAS FACTURE :
      *        SES FRAIS ONT ETE ARRETES PAR PCLOTU A LA DATE DE
      *        CLOTURE
      *****************************************************

       ENVIRONMENT DIVISION.
      *
               SELECT FIN-AGEPAR ASSIGN TO INAGEPAR
               FILE STATUS IS WS-FS-FIN-AGEPAR.
      *
               SELECT FIN-PRODUITS ASSIGN TO INPROPAR
               FILE STATUS IS WS-FS-FIN-PRODUITS.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-MVT ASSIGN TO OUFRAMVT
               FILE STATUS IS WS-FS-FOU-MVT.
       FD FIN-AGEPAR
            RECORDING MODE IS F.
       01  FS-IN-AGEPAR    PIC X(30).
      *
       FD FIN-PRODUITS
            RECORDING MODE IS F.
       01  FS-IN-PRODUITS  PIC X(50).
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
           05   CPT00-PRODUIT  PIC X(02).
           05   FILLER         PIC X(01).
      *
       FD FOU-MVT
            RECORDING MODE IS F.
       01  FS-OU-MVT       PIC X(53).
      *
       FD FOU-FRARPT
            RECORDING MODE IS F.
           05   WS-AG-NOCPDE   PIC 9(10).
           05   WS-AG-NOCPA    PIC 9(10).
           05   FILLER         PIC X(07).
       01  WS-PRODUIT-ENR.
           05   WS-PR-PRODUIT  PIC X(02).
           05   WS-PR-LIBELLE  PIC X(20).
           05   WS-PR-DECOUV   PIC X(01).
           05   WS-PR-TAUX     PIC X(05).
           05   WS-PR-BAREME   PIC X(08).
           05   WS-PR-SENS     PIC X(04).
           05   FILLER         PIC X(10).
       01  WS-MVT-ENR.
           05   WS-MV-NOCPTE   PIC 9(10).
           05   WS-MV-DAMVT    PIC X(08).
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   WS-MV-DEVISE   PIC X(03).
      *************************************************
      * BAREME : FORFAIT COMMUN ET FORFAITS PAR AGENCE
      *************************************************
             10 WS-BA-MTFRAIS  PIC 9(8)V99.
             10 WS-BA-PLANCHER PIC 9(8)V99.
      *************************************************
      * BAREMES NOMMES, CITES PAR LE CATALOGUE DES PRODUITS
      *************************************************
       01 WS-NOM-NB-MAX     PIC 9(03) VALUE 20.
       01 WS-NOM-NB         PIC 9(03) VALUE ZERO.
       01 WS-NOM-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-NOM-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-NOM-TABLE.
          05 WS-NOM-POSTE OCCURS 20.
             10 WS-NO-CODE     PIC X(08).
             10 WS-NO-MTFRAIS  PIC 9(8)V99.
             10 WS-NO-PLANCHER PIC 9(8)V99.
      *************************************************
      * CATALOGUE DES PRODUITS : BAREME DU PRODUIT
      *************************************************
       01 WS-PRO-NB-MAX     PIC 9(03) VALUE 50.
       01 WS-PRO-NB         PIC 9(03) VALUE ZERO.
       01 WS-PRO-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-PRO-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-PRO-TABLE.
          05 WS-PRO-POSTE OCCURS 50.
             10 WS-PO-PRODUIT  PIC X(02).
             10 WS-PO-BAREME   PIC X(08).
      *************************************************
      * TRANCHES DE COMPTES PAR AGENCE
      *************************************************
       01 WS-TRA-NB-MAX     PIC 9(03) VALUE 20.
       01    WS-FS-FIN-SOLDES PIC XX.
       01    WS-FS-FIN-FRAIS  PIC XX.
       01    WS-FS-FIN-AGEPAR PIC XX.
       01    WS-FS-FIN-PRODUITS PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-FOU-MVT    PIC XX.
       01    WS-FS-FOU-FRARPT PIC XX.
       01    WS-FS-FIN-DATCTL PIC XX.
       01 WS-CTR-FACTURES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-EXONERES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-TARIF PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-COURS PIC 9(7) VALUE ZERO .
       01 WS-CTR-GRATUITS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-CLOTURES   PIC 9(7) VALUE ZERO .
       01 WS-ETAT-CPT       PIC X(01) VALUE SPACE.
       01 WS-PRODUIT-CPT    PIC X(02) VALUE SPACE.
       01 WS-BAREME-PRO     PIC X(08) VALUE SPACE.
       01 WS-AGENCE-RETENUE PIC 9(03) VALUE ZERO.
       01 WS-FRAIS-RETENU   PIC 9(8)V99 VALUE ZERO.
       01 WS-PLANCHER-RET   PIC 9(8)V99 VALUE ZERO.
       01 WS-MENTION        PIC X(12) VALUE SPACE.
       01 WS-DEVISE-CPT     PIC X(03) VALUE SPACE.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-FRAIS-EUR      PIC 9(8)V99 VALUE ZERO.
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-FRAIS    PIC 9(10)V99 VALUE ZERO.
      *
          05 FILLER           PIC X(09) VALUE ' AGENCE  '.
          05 FILLER           PIC X(14) VALUE '    SOLDE     '.
          05 FILLER           PIC X(14) VALUE '    FRAIS     '.
          05 FILLER           PIC X(05) VALUE ' DEV '.
          05 FILLER           PIC X(16) VALUE SPACE.
          05 FILLER           PIC X(07) VALUE 'PRODUIT'.
          05 FILLER           PIC X(55) VALUE SPACE.
       01 WS-LIGNE-CALCUL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CA-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-CA-SOLDE      PIC ---B---B--9,99.
          05 WS-CA-FRAIS      PIC ---B---B--9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CA-DEVISE     PIC X(03).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-CA-MENTION    PIC X(12).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-CA-PRODUIT    PIC X(02).
          05 FILLER           PIC X(61) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(34).
              THRU 0100-CHARGER-BAREME-FIN.
           PERFORM 0150-CHARGER-TRANCHES-DEB
              THRU 0150-CHARGER-TRANCHES-FIN.
           PERFORM 0180-CHARGER-PRODUITS-DEB
              THRU 0180-CHARGER-PRODUITS-FIN.
           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.
           PERFORM 1000-SOLDE-LEC-DEB

      *********************************************************
       0100-CHARGER-BAREME-DEB.
      * CHARGEMENT DU BAREME : FORFAIT COMMUN 'DEFAUT',
      * FORFAITS 'AGENCE' PROPRES A UNE AGENCE ET BAREMES
      * NOMMES (TOUT AUTRE CODE) CITES PAR LES PRODUITS
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-FRAIS.
           IF WS-FS-FIN-FRAIS = '35'
              GO TO 0120-BAREME-CHG-90
           END-IF.
           IF WS-FR-CODE NOT = 'AGENCE'
              PERFORM 0130-BAREME-NOMME-DEB
                 THRU 0130-BAREME-NOMME-FIN
              GO TO 0120-BAREME-CHG-90
           END-IF.
           IF WS-FR-AGENCE NOT NUMERIC
       0120-BAREME-CHG-FIN.
           EXIT.

       0130-BAREME-NOMME-DEB.
      * 'EXONERE' EST RESERVE AUX PRODUITS SANS FRAIS
           IF WS-FR-CODE = SPACE
              OR WS-FR-CODE = 'EXONERE'
              DISPLAY 'CODE DE BAREME INVALIDE IGNORE : '
                      WS-FR-CODE
              GO TO 0130-BAREME-NOMME-FIN
           END-IF.
           IF WS-NOM-NB NOT < WS-NOM-NB-MAX
              DISPLAY 'TABLE DES BAREMES NOMMES PLEINE, POSTE IGNORE'
              GO TO 0130-BAREME-NOMME-FIN
           END-IF.
           ADD 1 TO WS-NOM-NB.
           MOVE WS-NOM-NB TO WS-NOM-IX.
           MOVE WS-FR-CODE       TO WS-NO-CODE (WS-NOM-IX).
           MOVE WS-FR-MTFRAIS-N  TO WS-NO-MTFRAIS (WS-NOM-IX).
           MOVE WS-FR-PLANCHER-N TO WS-NO-PLANCHER (WS-NOM-IX).
       0130-BAREME-NOMME-FIN.
           EXIT.

      *********************************************************
       0150-CHARGER-TRANCHES-DEB.
      * TRANCHES DE COMPTES PAR AGENCE (MEME FICHIER PARAMETRE
       0170-TRANCHE-CHG-FIN.
           EXIT.

      *********************************************************
       0180-CHARGER-PRODUITS-DEB.
      * CATALOGUE DES PRODUITS : CODE PRODUIT ET BAREME ;
      * FICHIER ABSENT = BAREMES 'AGENCE' ET 'DEFAUT' SEULS,
      * COMME AVANT LE CATALOGUE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-PRODUITS.
           IF WS-FS-FIN-PRODUITS = '35'
              DISPLAY 'CATALOGUE DES PRODUITS ABSENT'
              GO TO 0180-CHARGER-PRODUITS-FIN
           END-IF.
           IF WS-FS-FIN-PRODUITS NOT = ZERO
              DISPLAY 'ERREUR OPEN CATALOGUE DES PRODUITS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0185-PRODUIT-LEC-DEB
              THRU 0185-PRODUIT-LEC-FIN.
           PERFORM 0190-PRODUIT-CHG-DEB
              THRU 0190-PRODUIT-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-PRODUITS.
       0180-CHARGER-PRODUITS-FIN.
           EXIT.

       0185-PRODUIT-LEC-DEB.
           READ FIN-PRODUITS
                INTO WS-PRODUIT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0185-PRODUIT-LEC-FIN.
           EXIT.

       0190-PRODUIT-CHG-DEB.
           IF WS-PRO-NB NOT < WS-PRO-NB-MAX
              DISPLAY 'TABLE DES PRODUITS PLEINE, PRODUIT IGNORE'
           ELSE
              ADD 1 TO WS-PRO-NB
              MOVE WS-PRO-NB TO WS-PRO-IX
              MOVE WS-PR-PRODUIT TO WS-PO-PRODUIT (WS-PRO-IX)
              MOVE WS-PR-BAREME  TO WS-PO-BAREME (WS-PRO-IX)
           END-IF.
           PERFORM 0185-PRODUIT-LEC-DEB
              THRU 0185-PRODUIT-LEC-FIN.
       0190-PRODUIT-CHG-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           MOVE SPACE TO WS-FIN-FLAG.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-MVT.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE FRAIS'
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FIN-SOLDES.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-FRARPT.
       0300-FERMETURES-FIN.
      *********************************************************
       2000-SOLDE-TRT-DEB.
           ADD 1 TO WS-CTR-LUS.
           PERFORM 2050-LIRE-COMPTE-DEB
              THRU 2050-LIRE-COMPTE-FIN.
      * COMPTE EN CLOTURE : FRAIS DEJA ARRETES PAR PCLOTU
           IF WS-ETAT-CPT = 'L'
              ADD 1 TO WS-CTR-CLOTURES
              MOVE ZERO TO WS-FRAIS-RETENU WS-AGENCE-RETENUE
              MOVE '*CLOTURE*' TO WS-MENTION
              PERFORM 2300-EDITER-CALCUL-DEB
                 THRU 2300-EDITER-CALCUL-FIN
              GO TO 2000-SOLDE-TRT-90
           END-IF.
           PERFORM 2100-CHERCHER-TARIF-DEB
              THRU 2100-CHERCHER-TARIF-FIN.
      * PRODUIT SANS FRAIS
           IF WS-MENTION = '*GRATUIT*'
              ADD 1 TO WS-CTR-GRATUITS
              MOVE ZERO TO WS-FRAIS-RETENU
              PERFORM 2300-EDITER-CALCUL-DEB
                 THRU 2300-EDITER-CALCUL-FIN
              GO TO 2000-SOLDE-TRT-90
           END-IF.
           IF WS-MENTION = '*SANS TARIF*'
              ADD 1 TO WS-CTR-SANS-TARIF
              MOVE ZERO TO WS-FRAIS-RETENU
                 THRU 2300-EDITER-CALCUL-FIN
              GO TO 2000-SOLDE-TRT-90
           END-IF.
           PERFORM 2150-CONVERTIR-TARIF-DEB
              THRU 2150-CONVERTIR-TARIF-FIN.
           IF WS-MENTION = '*SANS COURS*'
              ADD 1 TO WS-CTR-SANS-COURS
              MOVE ZERO TO WS-FRAIS-RETENU
              PERFORM 2300-EDITER-CALCUL-DEB
                 THRU 2300-EDITER-CALCUL-FIN
              GO TO 2000-SOLDE-TRT-90
           END-IF.
      * EXONERATION AU DESSUS DU PLANCHER DE SOLDE
           IF WS-PLANCHER-RET > ZERO
              AND WS-SO-MTSOLD NOT < WS-PLANCHER-RET
       2000-SOLDE-TRT-FIN.
           EXIT.

       2050-LIRE-COMPTE-DEB.
      * DEVISE ET PRODUIT DU COMPTE (COMPTE ABSENT DU FICHIER :
      * EURO, SANS PRODUIT)
           MOVE WS-SO-NOCPTE TO CPT00-NOCPTE.
           READ CPT-FICHIER
               INVALID KEY MOVE SPACE TO CPT00-DEVISE CPT00-PRODUIT
                                         CPT00-ETAT
           END-READ.
           MOVE CPT00-ETAT      TO WS-ETAT-CPT.
           MOVE CPT00-DEVISE    TO WS-DEVISE-CPT.
           IF WS-DEVISE-CPT = SPACE
              MOVE 'EUR' TO WS-DEVISE-CPT
           END-IF.
           MOVE CPT00-PRODUIT   TO WS-PRODUIT-CPT.
       2050-LIRE-COMPTE-FIN.
           EXIT.

       2100-CHERCHER-TARIF-DEB.
      * AGENCE DU COMPTE PAR LES TRANCHES ; BAREME DU PRODUIT
      * S'IL EN IMPOSE UN, SINON FORFAIT DE L'AGENCE S'IL
      * EXISTE, SINON FORFAIT COMMUN
           MOVE SPACE TO WS-MENTION.
           MOVE ZERO  TO WS-AGENCE-RETENUE.
           MOVE 'NON' TO WS-TRA-TROUVE.
              THRU 2110-COMPARER-TRANCHE-FIN
              UNTIL WS-TRA-TROUVE = 'OUI'
              OR WS-TRA-IX NOT < WS-TRA-NB.
           PERFORM 2130-BAREME-PRODUIT-DEB
              THRU 2130-BAREME-PRODUIT-FIN.
           IF WS-BAREME-PRO NOT = SPACE
              AND WS-BAREME-PRO NOT = 'DEFAUT'
              GO TO 2100-CHERCHER-TARIF-FIN
           END-IF.
           MOVE 'NON' TO WS-BAR-TROUVE.
           MOVE ZERO  TO WS-BAR-IX.
           IF WS-TRA-TROUVE = 'OUI'
       2120-COMPARER-BAREME-FIN.
           EXIT.

       2130-BAREME-PRODUIT-DEB.
      * BAREME IMPOSE PAR LE PRODUIT DU COMPTE : 'EXONERE' =
      * AUCUN FRAIS, AUTRE CODE = BAREME NOMME (ABSENT DU
      * FICHIER PARAMETRE : SANS TARIF)
           MOVE SPACE TO WS-BAREME-PRO.
           IF WS-PRODUIT-CPT = SPACE
              GO TO 2130-BAREME-PRODUIT-FIN
           END-IF.
           MOVE 'NON' TO WS-PRO-TROUVE.
           MOVE ZERO  TO WS-PRO-IX.
           PERFORM 2140-COMPARER-PRODUIT-DEB
              THRU 2140-COMPARER-PRODUIT-FIN
              UNTIL WS-PRO-TROUVE = 'OUI'
              OR WS-PRO-IX NOT < WS-PRO-NB.
           IF WS-PRO-TROUVE NOT = 'OUI'
              GO TO 2130-BAREME-PRODUIT-FIN
           END-IF.
           MOVE WS-PO-BAREME (WS-PRO-IX) TO WS-BAREME-PRO.
           IF WS-BAREME-PRO = SPACE
              OR WS-BAREME-PRO = 'DEFAUT'
              GO TO 2130-BAREME-PRODUIT-FIN
           END-IF.
           IF WS-BAREME-PRO = 'EXONERE'
              MOVE ZERO TO WS-FRAIS-RETENU WS-PLANCHER-RET
              MOVE '*GRATUIT*' TO WS-MENTION
              GO TO 2130-BAREME-PRODUIT-FIN
           END-IF.
           MOVE 'NON' TO WS-NOM-TROUVE.
           MOVE ZERO  TO WS-NOM-IX.
           PERFORM 2145-COMPARER-NOMME-DEB
              THRU 2145-COMPARER-NOMME-FIN
              UNTIL WS-NOM-TROUVE = 'OUI'
              OR WS-NOM-IX NOT < WS-NOM-NB.
           IF WS-NOM-TROUVE NOT = 'OUI'
              MOVE ZERO TO WS-FRAIS-RETENU WS-PLANCHER-RET
              MOVE '*SANS TARIF*' TO WS-MENTION
           END-IF.
       2130-BAREME-PRODUIT-FIN.
           EXIT.

       2140-COMPARER-PRODUIT-DEB.
           ADD 1 TO WS-PRO-IX.
           IF WS-PO-PRODUIT (WS-PRO-IX) = WS-PRODUIT-CPT
              MOVE 'OUI' TO WS-PRO-TROUVE
           END-IF.
       2140-COMPARER-PRODUIT-FIN.
           EXIT.

       2145-COMPARER-NOMME-DEB.
           ADD 1 TO WS-NOM-IX.
           IF WS-NO-CODE (WS-NOM-IX) = WS-BAREME-PRO
              MOVE 'OUI' TO WS-NOM-TROUVE
              MOVE WS-NO-MTFRAIS (WS-NOM-IX)  TO WS-FRAIS-RETENU
              MOVE WS-NO-PLANCHER (WS-NOM-IX) TO WS-PLANCHER-RET
           END-IF.
       2145-COMPARER-NOMME-FIN.
           EXIT.

       2150-CONVERTIR-TARIF-DEB.
      * DEVISE DU COMPTE (BLANC OU COMPTE ABSENT DU FICHIER =
      * EURO) ; FORFAIT ET PLANCHER DU BAREME RAMENES DANS LA
      * DEVISE DU COMPTE AU COURS DU JOUR COMPTABLE
           MOVE WS-FRAIS-RETENU TO WS-FRAIS-EUR.
           IF WS-DEVISE-CPT = 'EUR'
              GO TO 2150-CONVERTIR-TARIF-FIN
           END-IF.
           CALL 'PCOURS' USING WS-DEVISE-CPT WS-DATE-JOUR
                               WS-COURS-DEV WS-COURS-RETOUR.
           IF WS-COURS-RETOUR NOT = '0'
              MOVE '*SANS COURS*' TO WS-MENTION
              GO TO 2150-CONVERTIR-TARIF-FIN
           END-IF.
           COMPUTE WS-FRAIS-RETENU ROUNDED =
                   WS-FRAIS-EUR / WS-COURS-DEV.
           COMPUTE WS-PLANCHER-RET ROUNDED =
                   WS-PLANCHER-RET / WS-COURS-DEV.
       2150-CONVERTIR-TARIF-FIN.
           EXIT.

       2200-GENERER-MVT-DEB.
      * LE MOUVEMENT DE FRAIS PASSE PAR LA CHAINE COMME UN
      * MOUVEMENT D'AGENCE ORDINAIRE ; SENS 'C' : LA CHAINE
           MOVE 'C'             TO WS-MV-CDMVT.
           MOVE WS-FRAIS-RETENU TO WS-MV-MTMVT.
           MOVE 'FRAIS'         TO WS-MV-ORIGINE.
           MOVE WS-DEVISE-CPT   TO WS-MV-DEVISE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-FACTURES.
           ADD WS-FRAIS-RETENU TO WS-HASH-MVT.
           ADD WS-FRAIS-EUR    TO WS-TOTAL-FRAIS.
       2200-GENERER-MVT-FIN.
           EXIT.

           MOVE WS-AGENCE-RETENUE TO WS-CA-AGENCE.
           MOVE WS-SO-MTSOLD     TO WS-CA-SOLDE.
           MOVE WS-FRAIS-RETENU  TO WS-CA-FRAIS.
           MOVE WS-DEVISE-CPT    TO WS-CA-DEVISE.
           MOVE WS-MENTION       TO WS-CA-MENTION.
           MOVE WS-PRODUIT-CPT   TO WS-CA-PRODUIT.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-CALCUL.
       2300-EDITER-CALCUL-FIN.
           EXIT.
           MOVE 'COMPTES EXONERES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-EXONERES TO WS-TO-NOMBRE.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES DE PRODUIT SANS FRAIS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-GRATUITS TO WS-TO-NOMBRE.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES SANS TARIF' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SANS-TARIF TO WS-TO-NOMBRE.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES EN DEVISE SANS COURS' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SANS-COURS TO WS-TO-NOMBRE.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES EN CLOTURE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-CLOTURES TO WS-TO-NOMBRE.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL DES FRAIS FACTURES (EUR)' TO WS-TO-LIBELLE.
           MOVE WS-TOTAL-FRAIS TO WS-TO-NOMBRE.
           WRITE FS-OU-FRARPT FROM WS-LIGNE-TOTAL.
       3000-TOTAUX-FIN.
           DISPLAY 'SOLDES LUS            ' WS-CTR-LUS.
           DISPLAY 'COMPTES FACTURES      ' WS-CTR-FACTURES.
           DISPLAY 'COMPTES EXONERES      ' WS-CTR-EXONERES.
           DISPLAY 'COMPTES GRATUITS      ' WS-CTR-GRATUITS.
           DISPLAY 'COMPTES SANS TARIF    ' WS-CTR-SANS-TARIF.
           DISPLAY 'COMPTES SANS COURS    ' WS-CTR-SANS-COURS.
           DISPLAY 'COMPTES EN CLOTURE    ' WS-CTR-CLOTURES.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

