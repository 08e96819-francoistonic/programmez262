      *      CALCUL DES INTERETS DEBITEURS DE FIN DE PERIODE
      *      - LIT LES SOLDES DE FIN DE TRAITEMENT PRODUITS
      *        PAR LA CHAINE (FORMAT CPT00)
      *      - APPLIQUE AUX COMPTES DEBITEURS LE TAUX DEBITEUR
      *        DU PRODUIT DU COMPTE (CATALOGUE DES PRODUITS,
      *        PRODUIT LU SUR LE FICHIER DES COMPTES) ; COMPTE
      *        SANS PRODUIT, PRODUIT ABSENT DU CATALOGUE OU
      *        PRODUIT SANS TAUX : TAUX DE LA TABLE DES TAUX
      *        (UN TAUX EN POINTS DE BASE PAR TRANCHE DE
      *        NUMEROS DE COMPTE, FICHIER PARAMETRE)
      *      - GENERE LES AGIOS EN MOUVEMENTS AU FORMAT TC00
      *        (SENS 'R', QUI DIMINUE LE SOLDE DANS LA CHAINE,
      *        DATE = FIN DE LA PERIODE COMPTABLE),
      *        AVEC ENTETE ET FIN DE FICHIER, POUR PASSER DANS
      *        LA CHAINE COMME UN FICHIER D'AGENCE ; LE
      *        MOUVEMENT PORTE LA DEVISE DU COMPTE, LUE SUR LE
      *        FICHIER DES COMPTES (LES AGIOS SONT CALCULES
      *        DANS LA DEVISE DU SOLDE)
      *      - EDITE UN JOURNAL DE CALCUL (COMPTE, SOLDE,
      *        TAUX, MONTANT, PRODUIT) POUR L'AUDIT
      *      - UN COMPTE EN CLOTURE (ETAT 'L') N'EST PAS CALCULE :
      *        SES INTERETS ONT ETE ARRETES PAR PCLOTU A LA DATE
      *        DE CLOTURE
      *****************************************************

       ENVIRONMENT DIVISION.
      *
               SELECT FIN-TAUX ASSIGN TO INTXPAR
               FILE STATUS IS WS-FS-FIN-TAUX.
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
               SELECT FOU-MVT ASSIGN TO OUINTMVT
               FILE STATUS IS WS-FS-FOU-MVT.
       FD FIN-TAUX
            RECORDING MODE IS F.
       01  FS-IN-TAUX      PIC X(30).
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
       FD FOU-INTRPT
            RECORDING MODE IS F.
           05   WS-TX-NOCPTE-A PIC 9(10).
           05   WS-TX-TAUX     PIC 9(05).
           05   FILLER         PIC X(05).
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
      * TABLE DES TAUX PAR TRANCHE DE COMPTES
      *************************************************
             10 WS-TT-NOCPTE-A  PIC 9(10).
             10 WS-TT-TAUX      PIC 9(05).
      *************************************************
      * CATALOGUE DES PRODUITS : TAUX DEBITEUR DU PRODUIT
      * (BLANC = TAUX DE LA TABLE PAR TRANCHE)
      *************************************************
       01 WS-PRO-NB-MAX     PIC 9(03) VALUE 50.
       01 WS-PRO-NB         PIC 9(03) VALUE ZERO.
       01 WS-PRO-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-PRO-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-PRO-TABLE.
          05 WS-PRO-POSTE OCCURS 50.
             10 WS-PO-PRODUIT  PIC X(02).
             10 WS-PO-TAUX     PIC X(05).
             10 WS-PO-TAUX-N REDEFINES WS-PO-TAUX
                               PIC 9(05).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-SOLDES PIC XX.
       01    WS-FS-FIN-TAUX   PIC XX.
       01    WS-FS-FIN-PRODUITS PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-FOU-MVT    PIC XX.
       01    WS-FS-FOU-INTRPT PIC XX.
       01    WS-FS-FIN-DATCTL PIC XX.
       01 WS-CTR-DEBITEURS  PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVTS       PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-TAUX  PIC 9(7) VALUE ZERO .
       01 WS-CTR-CLOTURES   PIC 9(7) VALUE ZERO .
       01 WS-TAUX-RETENU    PIC 9(05) VALUE ZERO.
       01 WS-PRODUIT-CPT    PIC X(02) VALUE SPACE.
       01 WS-DEVISE-CPT     PIC X(03) VALUE SPACE.
       01 WS-ETAT-CPT       PIC X(01) VALUE SPACE.
       01 WS-INTERET        PIC 9(8)V99 VALUE ZERO.
       01 WS-MT-DEBIT       PIC 9(8)V99 VALUE ZERO.
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
          05 FILLER           PIC X(14) VALUE '    SOLDE     '.
          05 FILLER           PIC X(12) VALUE ' TAUX (PB)  '.
          05 FILLER           PIC X(14) VALUE '   INTERETS   '.
          05 FILLER           PIC X(16) VALUE SPACE.
          05 FILLER           PIC X(07) VALUE 'PRODUIT'.
          05 FILLER           PIC X(57) VALUE SPACE.
       01 WS-LIGNE-CALCUL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CA-NOCPTE     PIC Z(9)9.
          05 WS-CA-INTERET    PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-CA-MENTION    PIC X(12).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-CA-PRODUIT    PIC X(02).
          05 FILLER           PIC X(62) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(34).
              THRU 0080-FIN-DE-PERIODE-FIN.
           PERFORM 0100-CHARGER-TAUX-DEB
              THRU 0100-CHARGER-TAUX-FIN.
           PERFORM 0150-CHARGER-PRODUITS-DEB
              THRU 0150-CHARGER-PRODUITS-FIN.
           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.
           PERFORM 1000-SOLDE-LEC-DEB
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-TAUX.
           IF WS-FS-FIN-TAUX = '35'
              DISPLAY 'TABLE DES TAUX ABSENTE, TAUX DES PRODUITS SEULS'
              GO TO 0100-CHARGER-TAUX-FIN
           END-IF.
           IF WS-FS-FIN-TAUX NOT = ZERO
       0120-TAUX-CHG-FIN.
           EXIT.

      *********************************************************
       0150-CHARGER-PRODUITS-DEB.
      * CATALOGUE DES PRODUITS : CODE PRODUIT ET TAUX DEBITEUR
      * EN POINTS DE BASE ; FICHIER ABSENT = TABLE DES TAUX
      * SEULE, COMME AVANT LE CATALOGUE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-PRODUITS.
           IF WS-FS-FIN-PRODUITS = '35'
              DISPLAY 'CATALOGUE DES PRODUITS ABSENT'
              GO TO 0150-CHARGER-PRODUITS-FIN
           END-IF.
           IF WS-FS-FIN-PRODUITS NOT = ZERO
              DISPLAY 'ERREUR OPEN CATALOGUE DES PRODUITS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0160-PRODUIT-LEC-DEB
              THRU 0160-PRODUIT-LEC-FIN.
           PERFORM 0170-PRODUIT-CHG-DEB
              THRU 0170-PRODUIT-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-PRODUITS.
       0150-CHARGER-PRODUITS-FIN.
           EXIT.

       0160-PRODUIT-LEC-DEB.
           READ FIN-PRODUITS
                INTO WS-PRODUIT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0160-PRODUIT-LEC-FIN.
           EXIT.

       0170-PRODUIT-CHG-DEB.
           IF WS-PR-TAUX NOT = SPACE
              AND WS-PR-TAUX NOT NUMERIC
              DISPLAY 'TAUX DE PRODUIT INVALIDE, TABLE DES TAUX : '
                      WS-PR-PRODUIT
              MOVE SPACE TO WS-PR-TAUX
           END-IF.
           IF WS-PRO-NB NOT < WS-PRO-NB-MAX
              DISPLAY 'TABLE DES PRODUITS PLEINE, PRODUIT IGNORE'
           ELSE
              ADD 1 TO WS-PRO-NB
              MOVE WS-PRO-NB TO WS-PRO-IX
              MOVE WS-PR-PRODUIT TO WS-PO-PRODUIT (WS-PRO-IX)
              MOVE WS-PR-TAUX    TO WS-PO-TAUX (WS-PRO-IX)
           END-IF.
           PERFORM 0160-PRODUIT-LEC-DEB
              THRU 0160-PRODUIT-LEC-FIN.
       0170-PRODUIT-CHG-FIN.
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
              DISPLAY 'ERREUR OPEN MOUVEMENTS AGIOS'
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FIN-SOLDES.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-INTRPT.
       0300-FERMETURES-FIN.
              GO TO 2000-SOLDE-TRT-90
           END-IF.
           ADD 1 TO WS-CTR-DEBITEURS.
           PERFORM 2050-LIRE-COMPTE-DEB
              THRU 2050-LIRE-COMPTE-FIN.
      * COMPTE EN CLOTURE : INTERETS DEJA ARRETES PAR PCLOTU
           IF WS-ETAT-CPT = 'L'
              ADD 1 TO WS-CTR-CLOTURES
              MOVE ZERO TO WS-TAUX-RETENU WS-INTERET
              PERFORM 2300-EDITER-CALCUL-DEB
                 THRU 2300-EDITER-CALCUL-FIN
              GO TO 2000-SOLDE-TRT-90
           END-IF.
           PERFORM 2100-CHERCHER-TAUX-DEB
              THRU 2100-CHERCHER-TAUX-FIN.
           IF WS-TAUX-TROUVE = 'NON'
       2000-SOLDE-TRT-FIN.
           EXIT.

       2050-LIRE-COMPTE-DEB.
      * DEVISE ET PRODUIT DU COMPTE ; UN COMPTE ABSENT DU
      * FICHIER EST LAISSE AUX CONTROLES DE PAPRUP
           MOVE WS-SO-NOCPTE    TO CPT00-NOCPTE.
           READ CPT-FICHIER
               INVALID KEY MOVE SPACE TO CPT00-DEVISE CPT00-PRODUIT
                                         CPT00-ETAT
           END-READ.
           MOVE CPT00-ETAT      TO WS-ETAT-CPT.
           MOVE CPT00-DEVISE    TO WS-DEVISE-CPT.
           MOVE CPT00-PRODUIT   TO WS-PRODUIT-CPT.
       2050-LIRE-COMPTE-FIN.
           EXIT.

       2100-CHERCHER-TAUX-DEB.
      * TAUX DU PRODUIT DU COMPTE S'IL EN PORTE UN AU CATALOGUE,
      * SINON PREMIERE TRANCHE DE LA TABLE COUVRANT LE COMPTE
           MOVE 'NON' TO WS-TAUX-TROUVE.
           IF WS-PRODUIT-CPT NOT = SPACE
              MOVE 'NON' TO WS-PRO-TROUVE
              MOVE ZERO  TO WS-PRO-IX
              PERFORM 2120-COMPARER-PRODUIT-DEB
                 THRU 2120-COMPARER-PRODUIT-FIN
                 UNTIL WS-PRO-TROUVE = 'OUI'
                 OR WS-PRO-IX NOT < WS-PRO-NB
              IF WS-PRO-TROUVE = 'OUI'
                 AND WS-PO-TAUX (WS-PRO-IX) NOT = SPACE
                 MOVE 'OUI' TO WS-TAUX-TROUVE
                 MOVE WS-PO-TAUX-N (WS-PRO-IX) TO WS-TAUX-RETENU
                 GO TO 2100-CHERCHER-TAUX-FIN
              END-IF
           END-IF.
           MOVE ZERO  TO WS-TAUX-IX.
           IF WS-TAUX-NB = ZERO
              GO TO 2100-CHERCHER-TAUX-FIN
       2110-COMPARER-TAUX-FIN.
           EXIT.

       2120-COMPARER-PRODUIT-DEB.
           ADD 1 TO WS-PRO-IX.
           IF WS-PO-PRODUIT (WS-PRO-IX) = WS-PRODUIT-CPT
              MOVE 'OUI' TO WS-PRO-TROUVE
           END-IF.
       2120-COMPARER-PRODUIT-FIN.
           EXIT.

       2200-GENERER-MVT-DEB.
      * LE MOUVEMENT D'AGIOS PASSE PAR LA CHAINE COMME UN
      * MOUVEMENT D'AGENCE ORDINAIRE
           MOVE 'R'             TO WS-MV-CDMVT.
           MOVE WS-INTERET      TO WS-MV-MTMVT.
           MOVE 'INTERETS'      TO WS-MV-ORIGINE.
      * DEVISE DU COMPTE, LUE AVEC SON PRODUIT
           MOVE WS-DEVISE-CPT   TO WS-MV-DEVISE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
           IF WS-TAUX-TROUVE = 'NON'
              MOVE '*SANS TAUX*' TO WS-CA-MENTION
           END-IF.
           IF WS-ETAT-CPT = 'L'
              MOVE '*CLOTURE*' TO WS-CA-MENTION
           END-IF.
           MOVE WS-SO-NOCPTE   TO WS-CA-NOCPTE.
           MOVE WS-SO-MTSOLD   TO WS-CA-SOLDE.
           MOVE WS-TAUX-RETENU TO WS-CA-TAUX.
           MOVE WS-INTERET     TO WS-CA-INTERET.
           MOVE WS-PRODUIT-CPT TO WS-CA-PRODUIT.
           WRITE FS-OU-INTRPT FROM WS-LIGNE-CALCUL.
       2300-EDITER-CALCUL-FIN.
           EXIT.
           MOVE 'COMPTES DEBITEURS SANS TAUX' TO WS-TO-LIBELLE.
           MOVE WS-CTR-SANS-TAUX TO WS-TO-NOMBRE.
           WRITE FS-OU-INTRPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES DEBITEURS EN CLOTURE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-CLOTURES TO WS-TO-NOMBRE.
           WRITE FS-OU-INTRPT FROM WS-LIGNE-TOTAL.
           MOVE 'TOTAL DES INTERETS CALCULES' TO WS-TO-LIBELLE.
           MOVE WS-TOTAL-INTERETS TO WS-TO-NOMBRE.
           WRITE FS-OU-INTRPT FROM WS-LIGNE-TOTAL.
           DISPLAY 'COMPTES DEBITEURS     ' WS-CTR-DEBITEURS.
           DISPLAY 'MOUVEMENTS GENERES    ' WS-CTR-MVTS.
           DISPLAY 'DEBITEURS SANS TAUX   ' WS-CTR-SANS-TAUX.
           DISPLAY 'DEBITEURS EN CLOTURE  ' WS-CTR-CLOTURES.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

