      *****************************************************
      *      FUSION ET TRI DES FICHIERS DE MOUVEMENTS
      *      DES AGENCES EN AMONT DE LA CHAINE
      *      - JUSQU'A SIX ENTREES AU FORMAT TC00 (QUATRE
      *        AGENCES, LE CANAL EXTERNE CONVERTI PAR PACQCH, ET
      *        LES MOUVEMENTS INTERNES : PRELEVEMENTS PPRLCT,
      *        VIREMENTS PVIRGE, SAISIES PSAIRG ET CLOTURES
      *        PCLOTU, CONCATENES SUR LA SIXIEME ENTREE) ; UNE
      *        ENTREE ABSENTE EST SIMPLEMENT SAUTEE
      *      - TRI SUR NUMERO DE COMPTE PUIS DATE DE
      *        MOUVEMENT, VERS LE TC-FICHIER UNIQUE CONSOMME
      *        PAR LA SUITE DE LA CHAINE
      *      - POSE SUR CHAQUE MOUVEMENT SON ORIGINE ET UNE
      *        REFERENCE UNIQUE (SOURCE + DATE + NUMERO
      *        D'ORDRE) S'IL N'EN PORTE PAS DEJA
      *      - LA DEVISE DU MOUVEMENT (3 DERNIERS OCTETS DU
      *        TC00, BLANC = EURO) EST TRANSMISE TELLE QUELLE ;
      *        SON ACCORD AVEC LA DEVISE DU COMPTE EST CONTROLE
      *        PAR PAPRUP
      *      UN FICHIER D'AGENCE NON TRIE NE PEUT PLUS FAIRE
      *      ABANDONNER LA CHAINE SUR RUPTURE DE SEQUENCE
      *****************************************************
      *
               SELECT FIN-TCAG5 ASSIGN TO INTCAG5
               FILE STATUS IS WS-FS-FIN-TCAG5.
      *
               SELECT FIN-TCAG6 ASSIGN TO INTCAG6
               FILE STATUS IS WS-FS-FIN-TCAG6.
      *
               SELECT WS-TRI-SORT ASSIGN TO DSKTRI.
      *
       FILE SECTION .
       FD FIN-TCAG1
            RECORDING MODE IS F.
       01  FS-IN-TCAG1     PIC X(53).
      *
       FD FIN-TCAG2
            RECORDING MODE IS F.
       01  FS-IN-TCAG2     PIC X(53).
      *
       FD FIN-TCAG3
            RECORDING MODE IS F.
       01  FS-IN-TCAG3     PIC X(53).
      *
       FD FIN-TCAG4
            RECORDING MODE IS F.
       01  FS-IN-TCAG4     PIC X(53).
      *
       FD FIN-TCAG5
            RECORDING MODE IS F.
       01  FS-IN-TCAG5     PIC X(53).
      *
       FD FIN-TCAG6
            RECORDING MODE IS F.
       01  FS-IN-TCAG6     PIC X(53).
      *
       SD  WS-TRI-SORT.
       01  WS-SORT-REC.
           05   WS-SORT-NOCPTE PIC 9(10).
           05   WS-SORT-DAMVT  PIC X(08).
           05   FILLER         PIC X(35).
      *
       FD FOU-TC
            RECORDING MODE IS F.
       01  FS-OU-TC        PIC X(53).
      *
       FD FIN-DATCTL
            RECORDING MODE IS F.
           05   WS-TC-MTMVT    PIC S9(8)V99.
           05   WS-TC-ORIGINE  PIC X(10).
           05   WS-TC-REFMVT   PIC X(11).
           05   WS-TC-DEVISE   PIC X(03).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-TCAG3  PIC XX.
       01    WS-FS-FIN-TCAG4  PIC XX.
       01    WS-FS-FIN-TCAG5  PIC XX.
       01    WS-FS-FIN-TCAG6  PIC XX.
       01    WS-FS-FOU-TC     PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      * AVEC NOMBRE DE MOUVEMENTS ET TOTAL DE CONTROLE DES
      * MONTANTS ; ILS SONT VERIFIES ET RETIRES ICI, ET UNE
      * ENTETE ET UNE FIN DE FICHIER GLOBALES SONT REEMISES SUR
      * LE TC-FICHIER FUSIONNE. PLUSIEURS FICHIERS CONCATENES
      * SUR UNE MEME ENTREE SONT EQUILIBRES UN PAR UN : CHAQUE
      * ENTETE OUVRE UN NOUVEAU CONTROLE, CHAQUE FIN DE FICHIER
      * LE CLOT
       01 WS-AGENCE-NO      PIC 9(01) VALUE ZERO.
       01 WS-CTR-COURANT    PIC 9(7)  VALUE ZERO.
       01 WS-HASH-COURANT   PIC S9(15)V99 VALUE ZERO.
       01 WS-CTR-FICHIER    PIC 9(7)  VALUE ZERO.
       01 WS-HASH-FICHIER   PIC S9(15)V99 VALUE ZERO.
       01 WS-HASH-GLOBAL    PIC S9(15)V99 VALUE ZERO.
       01 WS-HASH-10        PIC S9(8)V99 VALUE ZERO.
       01 WS-ENTETE-VU      PIC X(01) VALUE '0'.
       01 WS-CTR-AG3        PIC 9(7) VALUE ZERO .
       01 WS-CTR-AG4        PIC 9(7) VALUE ZERO .
       01 WS-CTR-AG5        PIC 9(7) VALUE ZERO .
       01 WS-CTR-AG6        PIC 9(7) VALUE ZERO .
       01 WS-CTR-FOU-TC     PIC 9(7) VALUE ZERO .
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.

      *********************************************************
       6200-LIVRAISON-DEB.
      * PROCEDURE D'ENTREE DU TRI : LES ENTREES SONT LIVREES
      * L'UNE APRES L'AUTRE
           PERFORM 6210-AGENCE1-DEB
              THRU 6210-AGENCE1-FIN.
           PERFORM 6220-AGENCE2-DEB
              THRU 6240-AGENCE4-FIN.
           PERFORM 6250-AGENCE5-DEB
              THRU 6250-AGENCE5-FIN.
           PERFORM 6260-AGENCE6-DEB
              THRU 6260-AGENCE6-FIN.
       6200-LIVRAISON-FIN. EXIT.

      *********************************************************
       6252-AGENCE5-LIV-FIN.
           EXIT.

      *********************************************************
       6260-AGENCE6-DEB.
      * SIXIEME ENTREE : LES MOUVEMENTS INTERNES (PRELEVEMENTS,
      * VIREMENTS PERMANENTS, PAIEMENTS DE SAISIES, CLOTURES),
      * UN FICHIER PAR PROGRAMME PRODUCTEUR, CONCATENES ; CHAQUE
      * FICHIER PORTE SES REFERENCES ET SON ENTETE D'ORIGINE
           MOVE 6     TO WS-AGENCE-NO.
           MOVE ZERO  TO WS-CTR-COURANT WS-HASH-COURANT.
           MOVE ZERO  TO WS-REF-SEQ.
           MOVE WS-DATE-JOUR TO WS-REF-DATE8.
           MOVE '0'   TO WS-ENTETE-VU WS-TRAILER-VU.
           MOVE SPACE TO WS-FIN-FLAG WS-ORIG-COURANT.
           OPEN INPUT FIN-TCAG6.
           IF WS-FS-FIN-TCAG6 = '35'
              DISPLAY 'FICHIER DES MOUVEMENTS INTERNES ABSENT'
              GO TO 6260-AGENCE6-FIN
           END-IF.
           IF WS-FS-FIN-TCAG6 NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS INTERNES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6261-AGENCE6-LEC-DEB
              THRU 6261-AGENCE6-LEC-FIN.
           PERFORM 6262-AGENCE6-LIV-DEB
              THRU 6262-AGENCE6-LIV-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-TCAG6.
           PERFORM 6295-FIN-AGENCE-DEB
              THRU 6295-FIN-AGENCE-FIN.
           MOVE WS-CTR-COURANT TO WS-CTR-AG6.
       6260-AGENCE6-FIN.
           EXIT.

       6261-AGENCE6-LEC-DEB.
           READ FIN-TCAG6
                INTO WS-TC-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       6261-AGENCE6-LEC-FIN.
           EXIT.

       6262-AGENCE6-LIV-DEB.
           PERFORM 6290-TRAITER-ENR-DEB
              THRU 6290-TRAITER-ENR-FIN.
           PERFORM 6261-AGENCE6-LEC-DEB
              THRU 6261-AGENCE6-LEC-FIN.
       6262-AGENCE6-LIV-FIN.
           EXIT.

      *********************************************************
       6290-TRAITER-ENR-DEB.
      * UN ENREGISTREMENT D'AGENCE : L'ENTETE EST NOTEE ET OUVRE
      * LE CONTROLE DU FICHIER, LA FIN DE FICHIER DECLENCHE LE
      * CONTROLE D'EQUILIBRE, LES MOUVEMENTS SONT COMPTES,
      * CUMULES ET LIVRES AU TRI
           IF WS-TC-NOCPTE = ZERO
              AND WS-TC-CDMVT = 'E'
              IF WS-ENTETE-VU = '1'
                 AND WS-TRAILER-VU = '0'
                 DISPLAY 'AGENCE ' WS-AGENCE-NO ' FICHIER '
                         WS-ORIG-COURANT ' SANS FIN DE FICHIER'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE '1' TO WS-ENTETE-VU
              MOVE '0' TO WS-TRAILER-VU
              MOVE ZERO TO WS-CTR-FICHIER WS-HASH-FICHIER
              MOVE WS-TC-ORIGINE TO WS-ORIG-COURANT
              IF WS-TC-DAMVT NUMERIC
                 MOVE WS-TC-DAMVT-N TO WS-REF-DATE8
                 THRU 6291-CONTROLE-AGENCE-FIN
              GO TO 6290-TRAITER-ENR-FIN
           END-IF.
      * UN MOUVEMENT APRES UNE FIN DE FICHIER N'APPARTIENT A
      * AUCUN CONTROLE
           IF WS-TRAILER-VU = '1'
              DISPLAY 'AGENCE ' WS-AGENCE-NO
                      ' MOUVEMENT APRES LA FIN DE FICHIER'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-COURANT WS-CTR-FICHIER.
           ADD WS-TC-MTMVT TO WS-HASH-COURANT
                              WS-HASH-FICHIER
                              WS-HASH-GLOBAL.
      * POSE DE L'ORIGINE ET DE LA REFERENCE UNIQUE SUR LE
      * MOUVEMENT S'IL N'EN PORTE PAS DEJA
           EXIT.

       6291-CONTROLE-AGENCE-DEB.
           MOVE WS-HASH-FICHIER TO WS-HASH-10.
           IF WS-CTR-FICHIER = WS-TRL-NB
              AND WS-HASH-10 = WS-TRL-HASH
              GO TO 6291-CONTROLE-AGENCE-FIN
           END-IF.
           DISPLAY 'FICHIER AGENCE ' WS-AGENCE-NO ' DESEQUILIBRE'.
           DISPLAY 'ORIGINE             ' WS-ORIG-COURANT.
           DISPLAY 'MOUVEMENTS LUS      ' WS-CTR-FICHIER.
           DISPLAY 'MOUVEMENTS ANNONCES ' WS-TRL-NB.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
             THRU  9999-ERREUR-PROGRAMME-FIN.
           DISPLAY 'LUS AGENCE 3          ' WS-CTR-AG3.
           DISPLAY 'LUS AGENCE 4          ' WS-CTR-AG4.
           DISPLAY 'LUS CANAL EXTERNE     ' WS-CTR-AG5.
           DISPLAY 'LUS MVTS INTERNES     ' WS-CTR-AG6.
           DISPLAY 'ECRITS TC-FICHIER     ' WS-CTR-FOU-TC.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.
           DISPLAY ' WS-FS-FIN-TCAG2  :   ' WS-FS-FIN-TCAG2.
           DISPLAY ' WS-FS-FIN-TCAG3  :   ' WS-FS-FIN-TCAG3.
           DISPLAY ' WS-FS-FIN-TCAG4  :   ' WS-FS-FIN-TCAG4.
           DISPLAY ' WS-FS-FIN-TCAG5  :   ' WS-FS-FIN-TCAG5.
           DISPLAY ' WS-FS-FIN-TCAG6  :   ' WS-FS-FIN-TCAG6.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

