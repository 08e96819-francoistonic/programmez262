      *      - DERNIERE LIGNE DE FIN DE FICHIER 'T' DE FOU-TRIE
      *        (ECRITS ET CUMUL TOUTES RUNS)
      *      - OUCTLTOT : CUMUL TOUTES RUNS
      *      - INGLI : INTERFACE COMPTABLE DU JOUR, EN CONTRE-
      *        VALEUR EURO (SOMME DES NETS PAR COMPTE = NET
      *        GENERAL, FIN DE FICHIER : NOMBRE DE LIGNES ET
      *        TOTAL DE CONTROLE)
      *      EDITE UN ETAT D'EQUILIBRAGE D'UNE PAGE ET REND UN
      *      CODE RETOUR NON NUL SUR TOUT ECART, POUR QUE LE
      *      PLANIFICATEUR RETIENNE LA CHAINE AVANT PUBLICATION

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-RUNLOG ASSIGN TO OURUNLOG
      *
               SELECT FIN-CTLTOT ASSIGN TO OUCTLTOT
               FILE STATUS IS WS-FS-FIN-CTLTOT.
      *
               SELECT FIN-GLI ASSIGN TO INGLI
               FILE STATUS IS WS-FS-FIN-GLI.
      *
               SELECT FOU-BALRPT ASSIGN TO OUBALRPT
               FILE STATUS IS WS-FS-FOU-BALRPT.
       FD FIN-CTLTOT
            RECORDING MODE IS F.
       01  FS-IN-CTLTOT    PIC X(50).
      *
       FD FIN-GLI
            RECORDING MODE IS F.
       01  FS-IN-GLI       PIC X(100).
      *
       FD FOU-BALRPT
            RECORDING MODE IS F.
       01  WS-CTLTOT-ENR.
           05   WS-CT-CUMUL      PIC 9(09).
           05   FILLER           PIC X(41).
       01  WS-GLI-ENR.
           05   WS-GL-TYPE       PIC X(01).
           05   WS-GL-NOCPTE     PIC 9(10).
           05   WS-GL-DATCPT     PIC 9(08).
           05   WS-GL-MTDEB      PIC 9(8)V99.
           05   WS-GL-MTCRE      PIC 9(8)V99.
           05   WS-GL-NBMVT      PIC 9(07).
           05   WS-GL-MTNET      PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05   FILLER           PIC X(02).
           05   WS-GL-DEVISE     PIC X(03).
           05   WS-GL-MTDEBE     PIC 9(8)V99.
           05   WS-GL-MTCREE     PIC 9(8)V99.
           05   WS-GL-MTNETE     PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05   FILLER           PIC X(05).
       01  WS-GLT-ENR REDEFINES WS-GLI-ENR.
           05   WS-GT-TYPE       PIC X(01).
           05   WS-GT-NBENR      PIC 9(09).
           05   WS-GT-HASH       PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05   FILLER           PIC X(78).
      *************************************************
      * DERNIERES VALEURS RETENUES PAR SOURCE
      *************************************************
       01  WS-PA-VU             PIC X(03) VALUE 'NON'.
       01  WS-TR-VU             PIC X(03) VALUE 'NON'.
       01  WS-CT-VU             PIC X(03) VALUE 'NON'.
       01  WS-GL-VU             PIC X(03) VALUE 'NON'.
       01  WS-GT-VU             PIC X(03) VALUE 'NON'.
       01  WS-GL-NB-LIGNES      PIC 9(09) VALUE ZERO.
       01  WS-GL-SOMME-D        PIC S9(13)V99 VALUE ZERO.
       01  WS-GL-NET-G          PIC S9(13)V99 VALUE ZERO.
       01  WS-GT-NB-RETENU      PIC 9(09) VALUE ZERO.
       01  WS-GT-HASH-RETENU    PIC S9(13)V99 VALUE ZERO.
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-RUNLOG  PIC XX.
       01    WS-FS-FIN-TRIE    PIC XX.
       01    WS-FS-FIN-CTLTOT  PIC XX.
       01    WS-FS-FIN-GLI     PIC XX.
       01    WS-FS-FOU-BALRPT  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
       01 WS-CTR-ECARTS     PIC 9(03) VALUE ZERO.
       01 WS-ATTENDU        PIC 9(09) VALUE ZERO.
       01 WS-CONSTATE       PIC 9(09) VALUE ZERO.
       01 WS-MT-ATTENDU     PIC S9(13)V99 VALUE ZERO.
       01 WS-MT-CONSTATE    PIC S9(13)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-CO-VERDICT    PIC X(10).
          05 FILLER           PIC X(53) VALUE SPACE.
       01 WS-LIGNE-MONTANT.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CM-LIBELLE    PIC X(44).
          05 WS-CM-ATTENDU    PIC -(12)9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-CM-CONSTATE   PIC -(12)9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-CM-VERDICT    PIC X(10).
          05 FILLER           PIC X(39) VALUE SPACE.
       01 WS-LIGNE-FINALE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-FI-LIBELLE    PIC X(44).
              THRU 2000-LIRE-TRIE-FIN.
           PERFORM 3000-LIRE-CTLTOT-DEB
              THRU 3000-LIRE-CTLTOT-FIN.
           PERFORM 3500-LIRE-GLI-DEB
              THRU 3500-LIRE-GLI-FIN.
           PERFORM 4000-EQUILIBRER-DEB
              THRU 4000-EQUILIBRER-FIN.

       3000-LIRE-CTLTOT-FIN.
           EXIT.

      *********************************************************
       3500-LIRE-GLI-DEB.
      * INTERFACE COMPTABLE : CUMUL DES NETS EURO DES LIGNES
      * 'D', NET EURO DE LA LIGNE 'G', FIN DE FICHIER 'T'
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-GLI.
           IF WS-FS-FIN-GLI = '35'
              DISPLAY 'INGLI ABSENT'
              GO TO 3500-LIRE-GLI-FIN
           END-IF.
           IF WS-FS-FIN-GLI NOT = ZERO
              DISPLAY 'ERREUR OPEN INGLI'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 3510-GLI-LEC-DEB
              THRU 3510-GLI-LEC-FIN.
           PERFORM 3520-GLI-TRT-DEB
              THRU 3520-GLI-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-GLI.
       3500-LIRE-GLI-FIN.
           EXIT.

       3510-GLI-LEC-DEB.
           READ FIN-GLI
                INTO WS-GLI-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       3510-GLI-LEC-FIN.
           EXIT.

       3520-GLI-TRT-DEB.
           IF WS-GL-TYPE = 'D'
              ADD 1 TO WS-GL-NB-LIGNES
              ADD WS-GL-MTNETE TO WS-GL-SOMME-D
           END-IF.
           IF WS-GL-TYPE = 'G'
              MOVE 'OUI' TO WS-GL-VU
              ADD 1 TO WS-GL-NB-LIGNES
              MOVE WS-GL-MTNETE TO WS-GL-NET-G
           END-IF.
           IF WS-GT-TYPE = 'T'
              MOVE 'OUI' TO WS-GT-VU
              MOVE WS-GT-NBENR TO WS-GT-NB-RETENU
              MOVE WS-GT-HASH  TO WS-GT-HASH-RETENU
           END-IF.
           PERFORM 3510-GLI-LEC-DEB
              THRU 3510-GLI-LEC-FIN.
       3520-GLI-TRT-FIN.
           EXIT.

      *********************************************************
       4000-EQUILIBRER-DEB.
           OPEN OUTPUT FOU-BALRPT.
           PERFORM 4200-VERDICT-DEB
              THRU 4200-VERDICT-FIN.

      * GLI : NOMBRE DE LIGNES 'D' ET 'G' = FIN DE FICHIER
           MOVE WS-GT-NB-RETENU TO WS-ATTENDU.
           MOVE WS-GL-NB-LIGNES TO WS-CONSTATE.
           MOVE 'GLI : LIGNES = FIN DE FICHIER' TO WS-CO-LIBELLE.
           PERFORM 4200-VERDICT-DEB
              THRU 4200-VERDICT-FIN.

      * GLI : SOMME DES NETS PAR COMPTE = NET GENERAL (EUR)
           MOVE WS-GL-NET-G   TO WS-MT-ATTENDU.
           MOVE WS-GL-SOMME-D TO WS-MT-CONSTATE.
           MOVE 'GLI : NETS PAR COMPTE = NET GENERAL (EUR)'
                TO WS-CM-LIBELLE.
           PERFORM 4300-VERDICT-MT-DEB
              THRU 4300-VERDICT-MT-FIN.

      * GLI : TOTAL DE CONTROLE = NETS + NET GENERAL (EUR)
           MOVE WS-GT-HASH-RETENU TO WS-MT-ATTENDU.
           COMPUTE WS-MT-CONSTATE = WS-GL-SOMME-D + WS-GL-NET-G.
           MOVE 'GLI : TOTAL DE CONTROLE FIN DE FICHIER (EUR)'
                TO WS-CM-LIBELLE.
           PERFORM 4300-VERDICT-MT-DEB
              THRU 4300-VERDICT-MT-FIN.

           MOVE SPACE TO WS-LIGNE-FINALE.
           WRITE FS-OU-BALRPT FROM WS-LIGNE-FINALE.
           MOVE 'NOMBRE D''ECARTS RELEVES' TO WS-FI-LIBELLE.
              PERFORM 4210-ABSENT-DEB
                 THRU 4210-ABSENT-FIN
           END-IF.
           IF WS-GL-VU = 'NON'
              MOVE 'GLI : LIGNE DE TOTAL GENERAL ABSENTE'
                   TO WS-CO-LIBELLE
              PERFORM 4210-ABSENT-DEB
                 THRU 4210-ABSENT-FIN
           END-IF.
           IF WS-GT-VU = 'NON'
              MOVE 'GLI : FIN DE FICHIER ABSENTE' TO WS-CO-LIBELLE
              PERFORM 4210-ABSENT-DEB
                 THRU 4210-ABSENT-FIN
           END-IF.
       4100-SOURCES-FIN.
           EXIT.

       4210-ABSENT-FIN.
           EXIT.

       4300-VERDICT-MT-DEB.
           MOVE WS-MT-ATTENDU  TO WS-CM-ATTENDU.
           MOVE WS-MT-CONSTATE TO WS-CM-CONSTATE.
           IF WS-MT-ATTENDU = WS-MT-CONSTATE
              MOVE 'CONFORME'  TO WS-CM-VERDICT
           ELSE
              MOVE '*ANOMALIE*' TO WS-CM-VERDICT
              ADD 1 TO WS-CTR-ECARTS
           END-IF.
           WRITE FS-OU-BALRPT FROM WS-LIGNE-MONTANT.
       4300-VERDICT-MT-FIN.
           EXIT.

      *********************************************************
       9999-ERREUR-PROGRAMME-DEB.

