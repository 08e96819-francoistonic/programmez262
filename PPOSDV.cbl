       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PPOSDV.

      *****************************************************
      *      POSITION DE CHANGE QUOTIDIENNE PAR DEVISE
      *      - LE FICHIER DES COMPTES EST LU EN ENTIER ; PAR
      *        DEVISE DE TENUE (BLANC = EUR) : NOMBRE DE
      *        COMPTES, TOTAL DES SOLDES CREDITEURS, TOTAL DES
      *        SOLDES DEBITEURS ET POSITION NETTE, EN DEVISE
      *      - LES LIGNES 'D' DE L'INTERFACE COMPTABLE DU JOUR
      *        DONNENT LES DEBITS ET CREDITS DU JOUR PAR DEVISE,
      *        EN DEVISE ET EN CONTRE-VALEUR EURO
      *      - LES SOLDES SONT CONVERTIS EN EURO AU COURS DU
      *        JOUR COMPTABLE (PCOURS) ; UNE DEVISE SANS COURS
      *        EST SIGNALEE ET RESTE HORS TOTAL GENERAL
      *      - TOTAL GENERAL EN CONTRE-VALEUR EURO
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
               SELECT FIN-GLI ASSIGN TO INGLI
               FILE STATUS IS WS-FS-FIN-GLI.
      *
               SELECT FOU-POSDEV ASSIGN TO OUPOSDEV
               FILE STATUS IS WS-FS-FOU-POSDEV.
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
           05   FILLER         PIC X(03).
      *
       FD FIN-GLI
            RECORDING MODE IS F.
       01  FS-IN-GLI       PIC X(100).
      *
       FD FOU-POSDEV
            RECORDING MODE IS F.
       01  FS-OU-POSDEV    PIC X(132).
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
       01  WS-GLI-ENR.
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
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FIN-GLI     PIC XX.
       01    WS-FS-FOU-POSDEV  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-GLI        PIC XXX    VALUE SPACE.
      *
       01 WS-CTR-CPT-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-GLI-LUES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-SANS-COURS PIC 9(7) VALUE ZERO .
      * TABLE DES DEVISES RENCONTREES, DANS L'ORDRE D'ARRIVEE
       01 WS-DV-NB-MAX      PIC 9(03) VALUE 50.
       01 WS-DV-NB          PIC 9(03) VALUE ZERO.
       01 WS-DV-IX          PIC 9(03) COMP VALUE ZERO.
       01 WS-DV-CHERCHE     PIC X(03) VALUE SPACE.
       01 WS-DV-TABLE.
          05 WS-DV-POSTE    OCCURS 50.
             10 WS-DV-DEVISE   PIC X(03).
             10 WS-DV-NBCPT    PIC 9(07).
             10 WS-DV-CREDIT   PIC S9(13)V99.
             10 WS-DV-DEBIT    PIC S9(13)V99.
             10 WS-DV-NET      PIC S9(13)V99.
             10 WS-DV-MVTDEB   PIC S9(13)V99.
             10 WS-DV-MVTCRE   PIC S9(13)V99.
             10 WS-DV-MVTDEBE  PIC S9(13)V99.
             10 WS-DV-MVTCREE  PIC S9(13)V99.
      * CONTRE-VALEURS EURO D'UNE DEVISE ET TOTAL GENERAL
       01 WS-DEVISE-W       PIC X(03) VALUE SPACE.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
       01 WS-CREDIT-EUR     PIC S9(13)V99 VALUE ZERO.
       01 WS-DEBIT-EUR      PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-EUR        PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NBCPT       PIC 9(07) VALUE ZERO.
       01 WS-GE-CREDIT      PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-DEBIT       PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-NET         PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-MVTDEBE     PIC S9(13)V99 VALUE ZERO.
       01 WS-GE-MVTCREE     PIC S9(13)V99 VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PPOSDV'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DE L'ETAT
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(36)
                    VALUE 'POSITION DE CHANGE PAR DEVISE AU : '.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(88) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(15) VALUE ' DEV  NB CPTES '.
          05 FILLER           PIC X(17) VALUE '       CREDITEURS'.
          05 FILLER           PIC X(19) VALUE '          DEBITEURS'.
          05 FILLER           PIC X(19) VALUE '     POSITION NETTE'.
          05 FILLER           PIC X(13) VALUE '        COURS'.
          05 FILLER           PIC X(19) VALUE '      CONTRE-VALEUR'.
          05 FILLER           PIC X(30) VALUE SPACE.
       01 WS-LIGNE-DEVISE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DEVISE     PIC X(03).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-NBCPT      PIC Z(6)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-CREDIT     PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-DEBIT      PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-NET        PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-COURS      PIC ZZZ9,999999.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-NETE       PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-MENTION    PIC X(12).
          05 FILLER           PIC X(16) VALUE SPACE.
       01 WS-LIGNE-MVT.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(16) VALUE 'MVTS DU JOUR DB:'.
          05 WS-LM-MVTDEB     PIC --B---B---B--9,99.
          05 FILLER           PIC X(05) VALUE ' CR: '.
          05 WS-LM-MVTCRE     PIC --B---B---B--9,99.
          05 FILLER           PIC X(10) VALUE '  EUR DB: '.
          05 WS-LM-MVTDEBE    PIC --B---B---B--9,99.
          05 FILLER           PIC X(05) VALUE ' CR: '.
          05 WS-LM-MVTCREE    PIC --B---B---B--9,99.
          05 FILLER           PIC X(22) VALUE SPACE.
       01 WS-LIGNE-SSTITRE.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 FILLER           PIC X(40)
                    VALUE 'TOTAL GENERAL EN CONTRE-VALEUR EURO'.
          05 FILLER           PIC X(91) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(06) VALUE ' EUR  '.
          05 WS-LT-NBCPT      PIC Z(6)9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LT-CREDIT     PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LT-DEBIT      PIC --B---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LT-NET        PIC --B---B---B--9,99.
          05 FILLER           PIC X(62) VALUE SPACE.
       01 WS-LIGNE-MVT-TOTAL.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 FILLER           PIC X(20)
                    VALUE 'MVTS DU JOUR EUR DB:'.
          05 WS-MT-MVTDEBE    PIC --B---B---B--9,99.
          05 FILLER           PIC X(05) VALUE ' CR: '.
          05 WS-MT-MVTCREE    PIC --B---B---B--9,99.
          05 FILLER           PIC X(67) VALUE SPACE.
       01 WS-LIGNE-BLANCHE   PIC X(132) VALUE SPACE.

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

      * SOLDES DES COMPTES PAR DEVISE
           PERFORM 1000-CPT-LEC-DEB
              THRU 1000-CPT-LEC-FIN.
           PERFORM 1100-CPT-TRT-DEB
              THRU 1100-CPT-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.

      * DEBITS ET CREDITS DU JOUR PAR DEVISE
           PERFORM 2000-GLI-LEC-DEB
              THRU 2000-GLI-LEC-FIN.
           PERFORM 2100-GLI-TRT-DEB
              THRU 2100-GLI-TRT-FIN
              UNTIL WS-FIN-GLI = 'FIN'.

           PERFORM 3000-EDITION-DEB
              THRU 3000-EDITION-FIN.
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
      * INTERFACE ABSENTE : POSITION SANS MOUVEMENTS DU JOUR
           OPEN INPUT FIN-GLI.
           IF WS-FS-FIN-GLI = '35'
              DISPLAY 'INTERFACE COMPTABLE DU JOUR ABSENTE'
              GO TO 0100-OUVERTURES-10
           END-IF.
           IF WS-FS-FIN-GLI NOT = ZERO
              DISPLAY 'ERREUR OPEN INTERFACE COMPTABLE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-10.
           OPEN OUTPUT FOU-POSDEV.
           IF WS-FS-FOU-POSDEV NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DE POSITION DE CHANGE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE CPT-FICHIER.
           IF WS-FS-FIN-GLI NOT = '35'
              CLOSE FIN-GLI
           END-IF.
           CLOSE FOU-POSDEV.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-CPT-LEC-DEB.
           READ CPT-FICHIER NEXT RECORD
               AT END MOVE 'FIN' TO WS-FIN-FLAG
           END-READ.
           IF WS-FIN-FLAG NOT = 'FIN'
              AND WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR LECTURE FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       1000-CPT-LEC-FIN.
           EXIT.

       1100-CPT-TRT-DEB.
           ADD 1 TO WS-CTR-CPT-LUS.
           MOVE CPT00-DEVISE TO WS-DV-CHERCHE.
           PERFORM 4000-POSTE-DEVISE-DEB
              THRU 4000-POSTE-DEVISE-FIN.
           ADD 1 TO WS-DV-NBCPT (WS-DV-IX).
           IF CPT00-MTSOLD < ZERO
              ADD CPT00-MTSOLD TO WS-DV-DEBIT (WS-DV-IX)
           ELSE
              ADD CPT00-MTSOLD TO WS-DV-CREDIT (WS-DV-IX)
           END-IF.
           ADD CPT00-MTSOLD TO WS-DV-NET (WS-DV-IX).
           PERFORM 1000-CPT-LEC-DEB
              THRU 1000-CPT-LEC-FIN.
       1100-CPT-TRT-FIN.
           EXIT.

      *********************************************************
       2000-GLI-LEC-DEB.
      * SEULES LES LIGNES 'D' (NET PAR COMPTE) COMPTENT ; LES
      * LIGNES 'G' (TOTAL GENERAL) ET 'T' (FIN) SONT SAUTEES
           IF WS-FS-FIN-GLI = '35'
              MOVE 'FIN' TO WS-FIN-GLI
              GO TO 2000-GLI-LEC-FIN
           END-IF.
           READ FIN-GLI
                INTO WS-GLI-ENR
               AT END
               MOVE 'FIN' TO WS-FIN-GLI
               GO TO 2000-GLI-LEC-FIN
           END-READ.
           IF WS-GL-TYPE NOT = 'D'
              GO TO 2000-GLI-LEC-DEB
           END-IF.
       2000-GLI-LEC-FIN.
           EXIT.

       2100-GLI-TRT-DEB.
           ADD 1 TO WS-CTR-GLI-LUES.
           MOVE WS-GL-DEVISE TO WS-DV-CHERCHE.
           PERFORM 4000-POSTE-DEVISE-DEB
              THRU 4000-POSTE-DEVISE-FIN.
           ADD WS-GL-MTDEB  TO WS-DV-MVTDEB (WS-DV-IX).
           ADD WS-GL-MTCRE  TO WS-DV-MVTCRE (WS-DV-IX).
           ADD WS-GL-MTDEBE TO WS-DV-MVTDEBE (WS-DV-IX).
           ADD WS-GL-MTCREE TO WS-DV-MVTCREE (WS-DV-IX).
           PERFORM 2000-GLI-LEC-DEB
              THRU 2000-GLI-LEC-FIN.
       2100-GLI-TRT-FIN.
           EXIT.

      *********************************************************
       3000-EDITION-DEB.
      * UNE LIGNE DE SOLDES ET UNE LIGNE DE MOUVEMENTS PAR
      * DEVISE, PUIS LE TOTAL GENERAL EN EURO
           MOVE WS-DATE-JOUR TO WS-TI-DATE.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-TITRE.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-ENTETE.
           MOVE ZERO TO WS-DV-IX.
           PERFORM 3100-EDITER-DEVISE-DEB
              THRU 3100-EDITER-DEVISE-FIN
              UNTIL WS-DV-IX NOT < WS-DV-NB.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-BLANCHE.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-SSTITRE.
           MOVE WS-GE-NBCPT   TO WS-LT-NBCPT.
           MOVE WS-GE-CREDIT  TO WS-LT-CREDIT.
           MOVE WS-GE-DEBIT   TO WS-LT-DEBIT.
           MOVE WS-GE-NET     TO WS-LT-NET.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-TOTAL.
           MOVE WS-GE-MVTDEBE TO WS-MT-MVTDEBE.
           MOVE WS-GE-MVTCREE TO WS-MT-MVTCREE.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-MVT-TOTAL.
       3000-EDITION-FIN.
           EXIT.

       3100-EDITER-DEVISE-DEB.
           ADD 1 TO WS-DV-IX.
           MOVE WS-DV-DEVISE (WS-DV-IX) TO WS-DEVISE-W.
           MOVE SPACE TO WS-LD-MENTION.
           MOVE 1 TO WS-COURS-DEV.
           MOVE '0' TO WS-COURS-RETOUR.
           IF WS-DEVISE-W NOT = 'EUR'
              CALL 'PCOURS' USING WS-DEVISE-W WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
           END-IF.
           MOVE ZERO TO WS-CREDIT-EUR WS-DEBIT-EUR WS-NET-EUR.
           IF WS-COURS-RETOUR NOT = '0'
              MOVE ZERO TO WS-COURS-DEV
              MOVE '*SANS COURS*' TO WS-LD-MENTION
              ADD 1 TO WS-CTR-SANS-COURS
              DISPLAY 'COURS ABSENT, DEVISE HORS TOTAL : '
                      WS-DEVISE-W
           ELSE
              COMPUTE WS-CREDIT-EUR ROUNDED =
                      WS-DV-CREDIT (WS-DV-IX) * WS-COURS-DEV
              COMPUTE WS-DEBIT-EUR ROUNDED =
                      WS-DV-DEBIT (WS-DV-IX) * WS-COURS-DEV
              COMPUTE WS-NET-EUR = WS-CREDIT-EUR + WS-DEBIT-EUR
              ADD WS-DV-NBCPT (WS-DV-IX)   TO WS-GE-NBCPT
              ADD WS-CREDIT-EUR            TO WS-GE-CREDIT
              ADD WS-DEBIT-EUR             TO WS-GE-DEBIT
              ADD WS-NET-EUR               TO WS-GE-NET
           END-IF.
      * LES MOUVEMENTS DU JOUR ONT ETE CONVERTIS AU POSTAGE :
      * LEUR CONTRE-VALEUR EST CELLE DE L'INTERFACE COMPTABLE
           ADD WS-DV-MVTDEBE (WS-DV-IX) TO WS-GE-MVTDEBE.
           ADD WS-DV-MVTCREE (WS-DV-IX) TO WS-GE-MVTCREE.
           MOVE WS-DEVISE-W              TO WS-LD-DEVISE.
           MOVE WS-DV-NBCPT (WS-DV-IX)   TO WS-LD-NBCPT.
           MOVE WS-DV-CREDIT (WS-DV-IX)  TO WS-LD-CREDIT.
           MOVE WS-DV-DEBIT (WS-DV-IX)   TO WS-LD-DEBIT.
           MOVE WS-DV-NET (WS-DV-IX)     TO WS-LD-NET.
           MOVE WS-COURS-DEV             TO WS-LD-COURS.
           MOVE WS-NET-EUR               TO WS-LD-NETE.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-DEVISE.
           MOVE WS-DV-MVTDEB (WS-DV-IX)  TO WS-LM-MVTDEB.
           MOVE WS-DV-MVTCRE (WS-DV-IX)  TO WS-LM-MVTCRE.
           MOVE WS-DV-MVTDEBE (WS-DV-IX) TO WS-LM-MVTDEBE.
           MOVE WS-DV-MVTCREE (WS-DV-IX) TO WS-LM-MVTCREE.
           WRITE FS-OU-POSDEV FROM WS-LIGNE-MVT.
           DISPLAY 'DEVISE ' WS-DEVISE-W
                   ' COMPTES ' WS-DV-NBCPT (WS-DV-IX)
                   ' NET ' WS-DV-NET (WS-DV-IX)
                   ' NET EUR ' WS-NET-EUR.
       3100-EDITER-DEVISE-FIN.
           EXIT.

      *********************************************************
       4000-POSTE-DEVISE-DEB.
      * RECHERCHE DE LA DEVISE DANS LA TABLE (BLANC = EUR),
      * CREATION DU POSTE A LA PREMIERE RENCONTRE
           IF WS-DV-CHERCHE = SPACE
              MOVE 'EUR' TO WS-DV-CHERCHE
           END-IF.
           MOVE ZERO TO WS-DV-IX.
       4000-POSTE-DEVISE-10.
           ADD 1 TO WS-DV-IX.
           IF WS-DV-IX > WS-DV-NB
              GO TO 4000-POSTE-DEVISE-20
           END-IF.
           IF WS-DV-DEVISE (WS-DV-IX) = WS-DV-CHERCHE
              GO TO 4000-POSTE-DEVISE-FIN
           END-IF.
           GO TO 4000-POSTE-DEVISE-10.
       4000-POSTE-DEVISE-20.
           IF WS-DV-NB NOT < WS-DV-NB-MAX
              DISPLAY 'TROP DE DEVISES, TABLE LIMITEE A '
                      WS-DV-NB-MAX
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-DV-NB.
           MOVE WS-DV-NB TO WS-DV-IX.
           MOVE WS-DV-CHERCHE TO WS-DV-DEVISE (WS-DV-IX).
           MOVE ZERO TO WS-DV-NBCPT (WS-DV-IX)
                        WS-DV-CREDIT (WS-DV-IX)
                        WS-DV-DEBIT (WS-DV-IX)
                        WS-DV-NET (WS-DV-IX)
                        WS-DV-MVTDEB (WS-DV-IX)
                        WS-DV-MVTCRE (WS-DV-IX)
                        WS-DV-MVTDEBE (WS-DV-IX)
                        WS-DV-MVTCREE (WS-DV-IX).
       4000-POSTE-DEVISE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PPOSDV*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'COMPTES LUS           ' WS-CTR-CPT-LUS.
           DISPLAY 'LIGNES INTERFACE LUES ' WS-CTR-GLI-LUES.
           DISPLAY 'DEVISES EDITEES       ' WS-DV-NB.
           DISPLAY 'DEVISES SANS COURS    ' WS-CTR-SANS-COURS.
           DISPLAY 'POSITION NETTE EUR    ' WS-GE-NET.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PPOSDV *'
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
           DISPLAY ' WS-FS-FIN-GLI    :   ' WS-FS-FIN-GLI.
           DISPLAY ' WS-FS-FOU-POSDEV :   ' WS-FS-FOU-POSDEV.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
