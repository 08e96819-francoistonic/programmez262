      *      TOUS LES MONTANTS SONT EN CENTIMES (DEUX
      *      DECIMALES IMPLICITES DANS LES DIX CHIFFRES)
      *        'O' OUVERTURE DE COMPTE (AVEC SOLDE INITIAL,
      *            NOM DU CLIENT ET CODE AGENCE ; NUMERO DU
      *            CLIENT PROPRIETAIRE EN OPTION, QUI DOIT
      *            EXISTER SUR LE FICHIER DES CLIENTS ; NOM
      *            ABSENT = NOM DU CLIENT ; CODE DEVISE ISO
      *            EN OPTION, ABSENT = EURO, QUI DOIT AVOIR UN
      *            COURS AU JOUR COMPTABLE ; CODE PRODUIT EN
      *            OPTION, QUI DOIT FIGURER AU CATALOGUE DES
      *            PRODUITS, SOLDE DEBITEUR REFUSE SI LE PRODUIT
      *            INTERDIT LE DECOUVERT ; MODE D'ENVOI DU RELEVE
      *            EN OPTION, ABSENT = PAPIER)
      *        'F' FERMETURE DE COMPTE (SOLDE NUL EXIGE)
      *        'S' CORRECTION DE SOLDE
      *        'B' BLOCAGE DU COMPTE (ETAT 'B')
      *        'N' CHANGEMENT DU NOM DU CLIENT
      *        'G' CHANGEMENT DU CODE AGENCE
      *        'A' DECOUVERT AUTORISE (MONTANT DANS LA ZONE
      *            SOLDE, TOUJOURS POSITIF ; REFUSE SI LE
      *            PRODUIT DU COMPTE INTERDIT LE DECOUVERT)
      *        'I' MISE EN SOMMEIL D'UN COMPTE OUVERT INACTIF
      *            (ETAT 'I', MOUVEMENTS PRODUITS PAR PINACT)
      *        'R' REACTIVATION D'UN COMPTE EN SOMMEIL (RETOUR
      *            A L'ETAT 'O')
      *        'K' RATTACHEMENT DU COMPTE A UN CLIENT DU
      *            FICHIER DES CLIENTS (ANCIEN ET NOUVEAU
      *            NUMERO DE CLIENT DANS LES COLONNES SOLDE
      *            DE LA TRACE)
      *        'P' CHANGEMENT DU PRODUIT DU COMPTE (LE NOUVEAU
      *            PRODUIT DOIT FIGURER AU CATALOGUE ; S'IL
      *            INTERDIT LE DECOUVERT, LE COMPTE NE DOIT ETRE
      *            NI DEBITEUR NI TITULAIRE D'UN DECOUVERT
      *            AUTORISE ; ANCIEN ET NOUVEAU PRODUIT DANS LA
      *            TRACE)
      *        'E' CHANGEMENT DU MODE D'ENVOI DU RELEVE MENSUEL :
      *            'P' PAPIER, 'E' ELECTRONIQUE (PORTAIL),
      *            'D' LES DEUX (ANCIEN ET NOUVEAU MODE DANS LA
      *            TRACE)
      *      - CONTROLE COMPLET DE CHAQUE MOUVEMENT (CODE,
      *        NUMERICITE, EXISTENCE OU NON DU COMPTE)
      *      - UN COMPTE EN CLOTURE (ETAT 'L', POSE PAR PCLOTU)
      *        N'ADMET PLUS AUCUN MOUVEMENT DE GESTION
      *      - CHAQUE MOUVEMENT PORTE SON OPERATEUR DE SAISIE
      *        ET L'OPERATEUR QUI L'A VALIDE (PVALID) ; UN
      *        MOUVEMENT SANS VALIDEUR, OU VALIDE PAR SON
      *        PROPRE SAISISSEUR, EST REJETE
      *      - UNE TRACE D'AUDIT EST ECRITE POUR CHAQUE
      *        MOUVEMENT, APPLIQUE OU REJETE, AVEC L'ANCIEN
      *        ET LE NOUVEAU SOLDE ET LES DEUX OPERATEURS
      *      PLUS AUCUNE RETOUCHE DU FICHIER A LA MAIN
      *****************************************************

               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT CLI-FICHIER ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI00-NOCLI
               FILE STATUS IS WS-FS-CLI.
      *
               SELECT FIN-PRODUITS ASSIGN TO INPROPAR
               FILE STATUS IS WS-FS-FIN-PRODUITS.
      *
               SELECT FOU-AUDIT ASSIGN TO OUCPTAUD
               FILE STATUS IS WS-FS-FOU-AUDIT.
       FILE SECTION .
       FD FIN-MAJ
            RECORDING MODE IS F.
       01  FS-IN-MAJ       PIC X(80).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOCPTE   PIC 9(10).
           05   CPT00-MTSOLD   PIC S9(8)V99.
      * ETAT DU COMPTE : 'O' OUVERT, 'B' BLOQUE, 'C' CLOS,
      * 'I' INACTIF (EN SOMMEIL, LES MOUVEMENTS RESTENT ADMIS),
      * 'L' EN CLOTURE (PCLOTU, SEULS SES MOUVEMENTS PASSENT)
           05   CPT00-ETAT     PIC X(01).
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
      * CLIENT PROPRIETAIRE (ZERO : COMPTE NON RATTACHE)
           05   CPT00-NOCLI    PIC 9(06).
      * DEVISE DE TENUE DU COMPTE (BLANC : EURO)
           05   CPT00-DEVISE   PIC X(03).
      * PRODUIT DU CATALOGUE (BLANC : AUCUNE REGLE DE PRODUIT)
           05   CPT00-PRODUIT  PIC X(02).
      * ENVOI DU RELEVE : 'P' OU BLANC PAPIER, 'E' ELECTRONIQUE,
      * 'D' LES DEUX
           05   CPT00-RELEVE   PIC X(01).
      *
       FD CLI-FICHIER.
       01  CLI00.
           05   CLI00-NOCLI    PIC 9(06).
           05   CLI00-NOM      PIC X(40).
           05   FILLER         PIC X(114).
      *
       FD FIN-PRODUITS
            RECORDING MODE IS F.
       01  FS-IN-PRODUITS  PIC X(50).
      *
       FD FOU-AUDIT
            RECORDING MODE IS F.
       01  FS-OU-AUDIT     PIC X(96).
      *
       FD FIN-DATCTL
            RECORDING MODE IS F.
           05   WS-MAJ-AGENCE-N REDEFINES WS-MAJ-AGENCE
                               PIC 9(03).
           05   FILLER         PIC X(01).
           05   WS-MAJ-NOCLI   PIC X(06).
           05   WS-MAJ-NOCLI-N REDEFINES WS-MAJ-NOCLI
                               PIC 9(06).
           05   WS-MAJ-DEVISE  PIC X(03).
           05   FILLER         PIC X(01).
           05   WS-MAJ-OPSAI   PIC X(08).
           05   WS-MAJ-OPVAL   PIC X(08).
           05   WS-MAJ-PRODUIT PIC X(02).
           05   WS-MAJ-RELEVE  PIC X(01).
           05   FILLER         PIC X(01).
      * CATALOGUE DES PRODUITS (FICHIER PARAMETRE INPROPAR)
       01  WS-PRODUIT-ENR.
           05   WS-PR-PRODUIT  PIC X(02).
           05   WS-PR-LIBELLE  PIC X(20).
           05   WS-PR-DECOUV   PIC X(01).
           05   WS-PR-TAUX     PIC X(05).
           05   WS-PR-BAREME   PIC X(08).
           05   WS-PR-SENS     PIC X(04).
           05   FILLER         PIC X(10).
      * TRACE D'AUDIT : UNE LIGNE PAR MOUVEMENT DE GESTION
       01  WS-AUDIT-ENR.
           05   WS-AU-DATE     PIC 9(08).
           05   WS-AU-ANCIEN   PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-NOUVEAU  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-MOTIF    PIC X(25).
           05   WS-AU-PROANC   PIC X(02).
           05   WS-AU-PRONOU   PIC X(02).
           05   WS-AU-RELANC   PIC X(01).
           05   WS-AU-RELNOU   PIC X(01).
           05   WS-AU-OPSAI    PIC X(08).
           05   WS-AU-OPVAL    PIC X(08).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-MAJ    PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-CLI        PIC XX.
       01    WS-FS-FIN-PRODUITS PIC XX.
       01    WS-FS-FOU-AUDIT  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CLI-OUVERT     PIC XXX    VALUE SPACE.
       01 WS-CLI-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-APPLIQUES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REJETES    PIC 9(7) VALUE ZERO .
       01 WS-MOTIF          PIC X(25) VALUE SPACE.
       01 WS-ANCIEN-SOLDE   PIC S9(8)V99 VALUE ZERO.
       01 WS-NOUVEAU-SOLDE  PIC S9(8)V99 VALUE ZERO.
       01 WS-DEVISE-W       PIC X(03) VALUE SPACE.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
      *************************************************
      * CATALOGUE DES PRODUITS : CODE ET DECOUVERT PERMIS
      *************************************************
       01 WS-PRO-FIN        PIC XXX    VALUE SPACE.
       01 WS-PRO-NB-MAX     PIC 9(03) VALUE 50.
       01 WS-PRO-NB         PIC 9(03) VALUE ZERO.
       01 WS-PRO-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-PRO-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-PRO-CHERCHE    PIC X(02) VALUE SPACE.
       01 WS-PRO-DECOUV     PIC X(01) VALUE SPACE.
       01 WS-PRO-TABLE.
          05 WS-PRO-POSTE OCCURS 50.
             10 WS-PO-PRODUIT  PIC X(02).
             10 WS-PO-DECOUV   PIC X(01).
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.

           PERFORM 0080-CHARGER-PRODUITS-DEB
              THRU 0080-CHARGER-PRODUITS-FIN.
           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.
           PERFORM 1000-MOUVEMENT-LEC-DEB
       0050-DATE-COMPTABLE-FIN.
           EXIT.

      *********************************************************
       0080-CHARGER-PRODUITS-DEB.
      * CATALOGUE DES PRODUITS ; FICHIER ABSENT : TOUT CODE
      * PRODUIT EST REFUSE, LE RESTE DES MOUVEMENTS PASSE
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
              UNTIL WS-PRO-FIN = 'FIN'.
           CLOSE FIN-PRODUITS.
       0080-CHARGER-PRODUITS-FIN.
           EXIT.

       0085-PRODUIT-LEC-DEB.
           READ FIN-PRODUITS
                INTO WS-PRODUIT-ENR
               AT END MOVE 'FIN' TO WS-PRO-FIN.
       0085-PRODUIT-LEC-FIN.
           EXIT.

       0090-PRODUIT-CHG-DEB.
           IF WS-PR-PRODUIT = SPACE
              OR (WS-PR-DECOUV NOT = 'O' AND WS-PR-DECOUV NOT = 'N')
              DISPLAY 'POSTE DU CATALOGUE INVALIDE IGNORE : '
                      WS-PR-PRODUIT
              GO TO 0090-PRODUIT-CHG-90
           END-IF.
           IF WS-PRO-NB NOT < WS-PRO-NB-MAX
              DISPLAY 'TABLE DES PRODUITS PLEINE, PRODUIT IGNORE'
              GO TO 0090-PRODUIT-CHG-90
           END-IF.
           ADD 1 TO WS-PRO-NB.
           MOVE WS-PRO-NB TO WS-PRO-IX.
           MOVE WS-PR-PRODUIT TO WS-PO-PRODUIT (WS-PRO-IX).
           MOVE WS-PR-DECOUV  TO WS-PO-DECOUV (WS-PRO-IX).
       0090-PRODUIT-CHG-90.
           PERFORM 0085-PRODUIT-LEC-DEB
              THRU 0085-PRODUIT-LEC-FIN.
       0090-PRODUIT-CHG-FIN.
           EXIT.

      *********************************************************
       0100-OUVERTURES-DEB.
           OPEN INPUT FIN-MAJ.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * FICHIER DES CLIENTS ABSENT : TOUT NUMERO DE CLIENT EST
      * REFUSE, LE RESTE DES MOUVEMENTS PASSE NORMALEMENT
           MOVE 'OUI' TO WS-CLI-OUVERT.
           OPEN INPUT CLI-FICHIER.
           IF WS-FS-CLI = '35'
              MOVE 'NON' TO WS-CLI-OUVERT
              DISPLAY 'FICHIER DES CLIENTS ABSENT'
              GO TO 0100-OUVERTURES-FIN
           END-IF.
           IF WS-FS-CLI NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES CLIENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

           CLOSE FIN-MAJ.
           CLOSE CPT-FICHIER.
           CLOSE FOU-AUDIT.
           IF WS-CLI-OUVERT = 'OUI'
              CLOSE CLI-FICHIER
           END-IF.
       0200-FERMETURES-FIN.
           EXIT.

           ADD 1 TO WS-CTR-LUS.
           MOVE SPACE TO WS-MOTIF.
           MOVE ZERO  TO WS-ANCIEN-SOLDE WS-NOUVEAU-SOLDE.
           MOVE 'NON' TO WS-CLI-EXISTE.
           MOVE SPACE TO WS-PRO-DECOUV WS-AU-PROANC WS-AU-PRONOU.
           MOVE SPACE TO WS-AU-RELANC WS-AU-RELNOU.
           PERFORM 2100-CONTROLER-DEB
              THRU 2100-CONTROLER-FIN.
           IF WS-MOTIF = SPACE

      *********************************************************
       2100-CONTROLER-DEB.
      * PRINCIPE DES QUATRE YEUX : SAISISSEUR ET VALIDEUR
      * PRESENTS ET DIFFERENTS
           IF WS-MAJ-OPSAI = SPACE
              OR WS-MAJ-OPVAL = SPACE
              OR WS-MAJ-OPVAL = WS-MAJ-OPSAI
              MOVE 'ORDRE NON VALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE NOT = 'O'
              AND WS-MAJ-CODE NOT = 'F'
              AND WS-MAJ-CODE NOT = 'S'
              AND WS-MAJ-CODE NOT = 'N'
              AND WS-MAJ-CODE NOT = 'G'
              AND WS-MAJ-CODE NOT = 'A'
              AND WS-MAJ-CODE NOT = 'I'
              AND WS-MAJ-CODE NOT = 'R'
              AND WS-MAJ-CODE NOT = 'K'
              AND WS-MAJ-CODE NOT = 'P'
              AND WS-MAJ-CODE NOT = 'E'
              MOVE 'CODE MOUVEMENT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
              MOVE 'CODE AGENCE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * LE RATTACHEMENT EXIGE UN CLIENT, L'OUVERTURE L'ADMET
           IF WS-MAJ-CODE = 'K'
              AND WS-MAJ-NOCLI = SPACE
              MOVE 'NUMERO CLIENT ABSENT' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF (WS-MAJ-CODE = 'K' OR WS-MAJ-CODE = 'O')
              AND WS-MAJ-NOCLI NOT = SPACE
              PERFORM 2150-CLIENT-DEB
                 THRU 2150-CLIENT-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2100-CONTROLER-FIN
              END-IF
           END-IF.
      * LE CHANGEMENT DE PRODUIT EXIGE UN PRODUIT, L'OUVERTURE
      * L'ADMET ; IL DOIT FIGURER AU CATALOGUE
           IF WS-MAJ-CODE = 'P'
              AND WS-MAJ-PRODUIT = SPACE
              MOVE 'CODE PRODUIT ABSENT' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF (WS-MAJ-CODE = 'P' OR WS-MAJ-CODE = 'O')
              AND WS-MAJ-PRODUIT NOT = SPACE
              MOVE WS-MAJ-PRODUIT TO WS-PRO-CHERCHE
              PERFORM 2170-PRODUIT-DEB
                 THRU 2170-PRODUIT-FIN
              IF WS-PRO-TROUVE NOT = 'OUI'
                 MOVE 'PRODUIT INCONNU' TO WS-MOTIF
                 GO TO 2100-CONTROLER-FIN
              END-IF
           END-IF.
      * LE CHANGEMENT DE MODE D'ENVOI EXIGE UN MODE CONNU,
      * L'OUVERTURE ADMET UN MODE ABSENT (PAPIER)
           IF WS-MAJ-CODE = 'E'
              AND WS-MAJ-RELEVE NOT = 'P'
              AND WS-MAJ-RELEVE NOT = 'E'
              AND WS-MAJ-RELEVE NOT = 'D'
              MOVE 'MODE D''ENVOI INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'O'
              AND WS-MAJ-RELEVE NOT = SPACE
              AND WS-MAJ-RELEVE NOT = 'P'
              AND WS-MAJ-RELEVE NOT = 'E'
              AND WS-MAJ-RELEVE NOT = 'D'
              MOVE 'MODE D''ENVOI INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * SEULS L'OUVERTURE, LA CORRECTION ET LE DECOUVERT
      * AUTORISE PORTENT UN MONTANT
           IF WS-MAJ-CODE NOT = 'O'
              MOVE 'CODE AGENCE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'O'
              PERFORM 2160-DEVISE-DEB
                 THRU 2160-DEVISE-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2100-CONTROLER-FIN
              END-IF
           END-IF.
           IF WS-MAJ-MTSOLD NOT NUMERIC
              MOVE 'SOLDE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
       2100-CONTROLER-FIN.
           EXIT.

       2150-CLIENT-DEB.
      * LE CLIENT CITE DOIT EXISTER SUR LE FICHIER DES CLIENTS
           MOVE 'NON' TO WS-CLI-EXISTE.
           IF WS-MAJ-NOCLI NOT NUMERIC
              OR WS-MAJ-NOCLI-N = ZERO
              MOVE 'NUMERO CLIENT INVALIDE' TO WS-MOTIF
              GO TO 2150-CLIENT-FIN
           END-IF.
           IF WS-CLI-OUVERT NOT = 'OUI'
              MOVE 'CLIENT INEXISTANT' TO WS-MOTIF
              GO TO 2150-CLIENT-FIN
           END-IF.
           MOVE WS-MAJ-NOCLI-N TO CLI00-NOCLI.
           READ CLI-FICHIER
               INVALID KEY MOVE 'CLIENT INEXISTANT' TO WS-MOTIF
               NOT INVALID KEY MOVE 'OUI' TO WS-CLI-EXISTE
           END-READ.
       2150-CLIENT-FIN.
           EXIT.

       2160-DEVISE-DEB.
      * DEVISE DE TENUE DU COMPTE OUVERT : ABSENTE = EURO ;
      * UNE AUTRE DEVISE DOIT ETRE COTEE AU JOUR COMPTABLE
           MOVE WS-MAJ-DEVISE TO WS-DEVISE-W.
           IF WS-DEVISE-W = SPACE
              MOVE 'EUR' TO WS-DEVISE-W
           END-IF.
           IF WS-DEVISE-W = 'EUR'
              GO TO 2160-DEVISE-FIN
           END-IF.
           IF WS-DEVISE-W IS NOT ALPHABETIC-UPPER
              OR WS-DEVISE-W (1:1) = SPACE
              OR WS-DEVISE-W (2:1) = SPACE
              OR WS-DEVISE-W (3:1) = SPACE
              MOVE 'CODE DEVISE INVALIDE' TO WS-MOTIF
              GO TO 2160-DEVISE-FIN
           END-IF.
           CALL 'PCOURS' USING WS-DEVISE-W WS-DATE-JOUR
                               WS-COURS-DEV WS-COURS-RETOUR.
           IF WS-COURS-RETOUR NOT = '0'
              MOVE 'DEVISE SANS COURS DU JOUR' TO WS-MOTIF
           END-IF.
       2160-DEVISE-FIN.
           EXIT.

       2170-PRODUIT-DEB.
      * RECHERCHE DU PRODUIT DANS LE CATALOGUE ; DONNE SON
      * INDICATEUR DE DECOUVERT PERMIS
           MOVE 'NON'  TO WS-PRO-TROUVE.
           MOVE SPACE  TO WS-PRO-DECOUV.
           MOVE ZERO   TO WS-PRO-IX.
           PERFORM 2175-COMPARER-PRODUIT-DEB
              THRU 2175-COMPARER-PRODUIT-FIN
              UNTIL WS-PRO-TROUVE = 'OUI'
              OR WS-PRO-IX NOT < WS-PRO-NB.
       2170-PRODUIT-FIN.
           EXIT.

       2175-COMPARER-PRODUIT-DEB.
           ADD 1 TO WS-PRO-IX.
           IF WS-PO-PRODUIT (WS-PRO-IX) = WS-PRO-CHERCHE
              MOVE 'OUI' TO WS-PRO-TROUVE
              MOVE WS-PO-DECOUV (WS-PRO-IX) TO WS-PRO-DECOUV
           END-IF.
       2175-COMPARER-PRODUIT-FIN.
           EXIT.

      *********************************************************
       2200-APPLIQUER-DEB.
           MOVE WS-MAJ-NOCPTE-N TO CPT00-NOCPTE.
           MOVE WS-MAJ-NOCPTE-N TO CPT00-NOCPTE.
           PERFORM 2300-SOLDE-SIGNE-DEB
              THRU 2300-SOLDE-SIGNE-FIN.
      * UN PRODUIT SANS DECOUVERT NE S'OUVRE PAS DEBITEUR
           IF WS-PRO-DECOUV = 'N'
              AND WS-NOUVEAU-SOLDE < ZERO
              MOVE 'PRODUIT SANS DECOUVERT' TO WS-MOTIF
              GO TO 2210-APPLIQUER-ABS-FIN
           END-IF.
           MOVE WS-NOUVEAU-SOLDE TO CPT00-MTSOLD.
           MOVE 'O'              TO CPT00-ETAT.
           MOVE WS-MAJ-NOMCLI   TO CPT00-NOMCLI.
           MOVE WS-MAJ-AGENCE-N TO CPT00-AGENCE.
           MOVE ZERO            TO CPT00-MTDECOUV.
           MOVE ZERO            TO CPT00-NOCLI.
           MOVE WS-DEVISE-W     TO CPT00-DEVISE.
           MOVE WS-MAJ-PRODUIT  TO CPT00-PRODUIT WS-AU-PRONOU.
           MOVE WS-MAJ-RELEVE   TO CPT00-RELEVE WS-AU-RELNOU.
           IF WS-CLI-EXISTE = 'OUI'
              MOVE CLI00-NOCLI TO CPT00-NOCLI
              IF WS-MAJ-NOMCLI = SPACE
                 MOVE CLI00-NOM TO CPT00-NOMCLI
              END-IF
           END-IF.
           WRITE CPT00
               INVALID KEY MOVE 'ERREUR ECRITURE COMPTE' TO WS-MOTIF
           END-WRITE.
              MOVE 'COMPTE DEJA EXISTANT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
      * LE COMPTE EN CLOTURE EST AUX MAINS DE PCLOTU
           IF CPT00-ETAT = 'L'
              MOVE 'COMPTE EN CLOTURE' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
      * UN PRODUIT SANS DECOUVERT N'ADMET NI DECOUVERT AUTORISE
      * NI SOLDE DEBITEUR
           IF WS-MAJ-CODE = 'P'
              AND WS-PRO-DECOUV = 'N'
              AND (CPT00-MTDECOUV > ZERO OR CPT00-MTSOLD < ZERO)
              MOVE 'PRODUIT SANS DECOUVERT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'A'
              AND WS-MAJ-MTSOLD-N > ZERO
              AND CPT00-PRODUIT NOT = SPACE
              MOVE CPT00-PRODUIT TO WS-PRO-CHERCHE
              PERFORM 2170-PRODUIT-DEB
                 THRU 2170-PRODUIT-FIN
              IF WS-PRO-DECOUV = 'N'
                 MOVE 'PRODUIT SANS DECOUVERT' TO WS-MOTIF
                 GO TO 2220-APPLIQUER-PRES-FIN
              END-IF
           END-IF.
      * LA MISE EN SOMMEIL NE VISE QU'UN COMPTE OUVERT, LA
      * REACTIVATION QU'UN COMPTE EN SOMMEIL
           IF WS-MAJ-CODE = 'I'
              AND CPT00-ETAT NOT = 'O'
              MOVE 'COMPTE NON OUVERT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'R'
              AND CPT00-ETAT NOT = 'I'
              MOVE 'COMPTE NON EN SOMMEIL' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF (WS-MAJ-CODE = 'F' OR WS-MAJ-CODE = 'C')
              AND CPT00-MTSOLD NOT = ZERO
              MOVE 'SOLDE NON NUL' TO WS-MOTIF
           IF WS-MAJ-CODE = 'C'
              MOVE 'C' TO CPT00-ETAT
           END-IF.
           IF WS-MAJ-CODE = 'I'
              MOVE 'I' TO CPT00-ETAT
           END-IF.
           IF WS-MAJ-CODE = 'R'
              MOVE 'O' TO CPT00-ETAT
           END-IF.
           IF WS-MAJ-CODE = 'N'
              MOVE WS-MAJ-NOMCLI TO CPT00-NOMCLI
           END-IF.
           IF WS-MAJ-CODE = 'G'
              MOVE WS-MAJ-AGENCE-N TO CPT00-AGENCE
           END-IF.
           IF WS-MAJ-CODE = 'P'
              MOVE CPT00-PRODUIT  TO WS-AU-PROANC
              MOVE WS-MAJ-PRODUIT TO CPT00-PRODUIT WS-AU-PRONOU
           END-IF.
           IF WS-MAJ-CODE = 'E'
              MOVE CPT00-RELEVE   TO WS-AU-RELANC
              MOVE WS-MAJ-RELEVE  TO CPT00-RELEVE WS-AU-RELNOU
           END-IF.
      * LA TRACE D'AUDIT DU CODE 'K' PORTE L'ANCIEN ET LE
      * NOUVEAU NUMERO DE CLIENT DANS LES COLONNES SOLDE,
      * CADRE SUR LES DERNIERS CHIFFRES DE LA ZONE
           IF WS-MAJ-CODE = 'K'
              MOVE ZERO TO WS-ANCIEN-SOLDE
              IF CPT00-NOCLI NUMERIC
                 COMPUTE WS-ANCIEN-SOLDE = CPT00-NOCLI / 100
              END-IF
              MOVE WS-MAJ-NOCLI-N TO CPT00-NOCLI
              COMPUTE WS-NOUVEAU-SOLDE = WS-MAJ-NOCLI-N / 100
           END-IF.
      * LA TRACE D'AUDIT DU CODE 'A' PORTE L'ANCIEN ET LE
      * NOUVEAU DECOUVERT AUTORISE DANS LES COLONNES SOLDE
           IF WS-MAJ-CODE = 'A'
           MOVE WS-ANCIEN-SOLDE TO WS-AU-ANCIEN.
           MOVE WS-NOUVEAU-SOLDE TO WS-AU-NOUVEAU.
           MOVE WS-MOTIF        TO WS-AU-MOTIF.
           MOVE WS-MAJ-OPSAI    TO WS-AU-OPSAI.
           MOVE WS-MAJ-OPVAL    TO WS-AU-OPVAL.
           WRITE FS-OU-AUDIT FROM WS-AUDIT-ENR.
           IF WS-FS-FOU-AUDIT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE TRACE AUDIT'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-MAJ :      ' WS-FS-FIN-MAJ.
           DISPLAY ' WS-FS-CPT     :      ' WS-FS-CPT.
           DISPLAY ' WS-FS-CLI     :      ' WS-FS-CLI.
           DISPLAY ' WS-FS-FOU-AUDIT :    ' WS-FS-FOU-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
