      *        A PARTIR DE LA DATE ET DE L'HEURE
      *      - SIGNALE LES 'ABORT' ET LES 'DEBUT' ORPHELINS
      *        (PROGRAMME PLANTE SANS EVENEMENT DE FIN)
      *      - LES AUTRES EVENEMENTS (SAISIES ET DECISIONS DES
      *        OPERATEURS TRACEES PAR PVALID) SONT IGNORES
      *      - EDITE LA CHRONOLOGIE ET, PAR PROGRAMME, LES
      *        DUREES MINIMALE, MOYENNE ET MAXIMALE SUR LA
      *        PERIODE DU JOURNAL
      *********************************************************
       2000-JOURNAL-TRT-DEB.
           ADD 1 TO WS-CTR-LUS.
           IF WS-JR-EVT NOT = 'DEBUT'
              AND WS-JR-EVT NOT = 'FIN'
              AND WS-JR-EVT NOT = 'ABORT'
              PERFORM 1000-JOURNAL-LEC-DEB
                 THRU 1000-JOURNAL-LEC-FIN
              GO TO 2000-JOURNAL-TRT-FIN
           END-IF.
           PERFORM 2100-CHERCHER-PROGR-DEB
              THRU 2100-CHERCHER-PROGR-FIN.
           IF WS-PRG-TROUVE = 'NON'
