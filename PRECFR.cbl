       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PRECFR.

      *****************************************************
      *      RECAPITULATIF ANNUEL DES FRAIS BANCAIRES ET DES
      *      INTERETS DEBITEURS PAR COMPTE
      *      - LANCE APRES PDATMA : SI LA NOUVELLE DATE
      *        COMPTABLE (DATCTL) OUVRE UNE NOUVELLE ANNEE,
      *        L'ANNEE DE LA DATE PRECEDENTE EST CLOSE ET
      *        EDITEE ; SINON LE PROGRAMME REND LA MAIN SANS
      *        RIEN FAIRE
      *      - LIT LE CUMUL ANNUEL DES FRAIS (ALIMENTE PAR
      *        PAPRUP A CHAQUE RUN AVEC LES MOUVEMENTS
      *        COMPTABILISES D'ORIGINE FRAIS, INTERETS ET
      *        EXTOURNE, ET PAR PEXTOU AVEC LE LIEN DE CHAQUE
      *        EXTOURNE VERS LE MOUVEMENT QU'ELLE ANNULE)
      *      - UNE EXTOURNE N'EST RETENUE QUE SI ELLE ANNULE UN
      *        MOUVEMENT DE FRAIS OU D'INTERETS ; ELLE VIENT EN
      *        DEDUCTION DE LA RUBRIQUE DU MOUVEMENT ANNULE
      *      - EDITE UN RECAPITULATIF PAR COMPTE : UNE LIGNE PAR
      *        MOIS (FRAIS, EXTOURNES DE FRAIS, INTERETS,
      *        EXTOURNES D'INTERETS, TOTAL DU MOIS) ET LE TOTAL
      *        DE L'ANNEE, DANS LA DEVISE DU COMPTE
      *      - ROUTAGE PAR AGENCE COMME LE RELEVE DE PAPRUP
      *        (TRANCHES DE COMPTES INAGEPAR) : PAGE BANNIERE A
      *        CHAQUE CHANGEMENT D'AGENCE ET BORDEREAU DE
      *        ROUTAGE EN FIN D'ETAT
      *      - LE CUMUL EST REMIS A ZERO : SEULS LES
      *        ENREGISTREMENTS DE LA NOUVELLE ANNEE SONT
      *        REPORTES SUR LE NOUVEAU CUMUL, QUI REMPLACE
      *        L'ANCIEN DANS LA CHAINE
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-CUM ASSIGN TO INCUMFRA
               FILE STATUS IS WS-FS-FIN-CUM.
      *
               SELECT FIN-AGEPAR ASSIGN TO INAGEPAR
               FILE STATUS IS WS-FS-FIN-AGEPAR.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT WS-TRI-SORT ASSIGN TO DSKTRI.
      *
               SELECT FOU-RECFRA ASSIGN TO OURECFRA
               FILE STATUS IS WS-FS-FOU-RECFRA.
      *
               SELECT FOU-CUMNOU ASSIGN TO OUCUMNOU
               FILE STATUS IS WS-FS-FOU-CUMNOU.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-CUM
            RECORDING MODE IS F.
       01  FS-IN-CUM       PIC X(80).
      *
       FD FIN-AGEPAR
            RECORDING MODE IS F.
       01  FS-IN-AGEPAR    PIC X(30).
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
           05   FILLER         PIC X(03).
      *
       SD  WS-TRI-SORT.
       01  WS-SORT-REC.
           05   WS-SORT-NOCPTE PIC 9(10).
           05   WS-SORT-MOIS   PIC 9(02).
           05   FILLER         PIC X(18).
      *
       FD FOU-RECFRA
            RECORDING MODE IS F.
       01  FS-OU-RECFRA    PIC X(132).
      *
       FD FOU-CUMNOU
            RECORDING MODE IS F.
       01  FS-OU-CUMNOU    PIC X(80).
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
      * CUMUL ANNUEL DES FRAIS : 'M' = MOUVEMENT COMPTABILISE
      * (ECRIT PAR PAPRUP), 'L' = LIEN D'UNE EXTOURNE AVEC LE
      * MOUVEMENT DE FRAIS OU D'INTERETS QU'ELLE ANNULE
      * (ECRIT PAR PEXTOU)
       01  WS-CUM-ENR.
           05   WS-CU-TYPE     PIC X(01).
           05   WS-CU-NOCPTE   PIC 9(10).
           05   WS-CU-DATCPT   PIC 9(08).
           05   WS-CU-DATCPT-X REDEFINES WS-CU-DATCPT.
                10 WS-CU-ANNEE PIC 9(04).
                10 WS-CU-MOIS  PIC 9(02).
                10 WS-CU-JJ    PIC 9(02).
           05   WS-CU-CDMVT    PIC X(01).
           05   WS-CU-MTMVT    PIC S9(8)V99.
           05   WS-CU-ORIGINE  PIC X(10).
           05   WS-CU-REFMVT   PIC X(11).
           05   WS-CU-REFORIG  PIC X(11).
           05   WS-CU-ORIORIG  PIC X(10).
           05   WS-CU-DEVISE   PIC X(03).
           05   FILLER         PIC X(05).
       01  WS-AGEPAR-ENR.
           05   WS-AG-AGENCE   PIC 9(03).
           05   WS-AG-NOCPDE   PIC 9(10).
           05   WS-AG-NOCPA    PIC 9(10).
           05   FILLER         PIC X(07).
      * ENREGISTREMENT DU TRI : RUBRIQUE 'FR' FRAIS, 'EF'
      * EXTOURNE DE FRAIS, 'IN' INTERETS, 'EI' EXTOURNE
      * D'INTERETS ; MONTANT SIGNE A LA CHARGE DU CLIENT
       01  WS-TRI-ENR.
           05   WS-TR-NOCPTE   PIC 9(10).
           05   WS-TR-MOIS     PIC 9(02).
           05   WS-TR-RUBRIQUE PIC X(02).
           05   WS-TR-MONTANT  PIC S9(9)V99.
           05   WS-TR-DEVISE   PIC X(03).
           05   FILLER         PIC X(02).
       01  WS-DATCTL-ENR.
           05   WS-DC-DATCPT   PIC 9(08).
           05   WS-DC-DATPRE   PIC 9(08).
           05   FILLER         PIC X(04).
      *************************************************
      * TABLE DES LIENS EXTOURNE -> MOUVEMENT ANNULE
      *************************************************
       01 WS-LIE-NB-MAX     PIC 9(04) VALUE 5000.
       01 WS-LIE-NB         PIC 9(04) VALUE ZERO.
       01 WS-LIE-IX         PIC 9(04) COMP VALUE ZERO.
       01 WS-LIE-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-LIE-TABLE.
          05 WS-LIE-POSTE OCCURS 5000.
             10 WS-LI-REFMVT   PIC X(11).
             10 WS-LI-ORIORIG  PIC X(10).
      *************************************************
      * TRANCHES DE COMPTES PAR AGENCE (ROUTAGE)
      *************************************************
       01 WS-TRA-NB-MAX     PIC 9(03) VALUE 20.
       01 WS-TRA-NB         PIC 9(03) VALUE ZERO.
       01 WS-TRA-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-TRA-IXC        PIC 9(03) COMP VALUE ZERO.
       01 WS-TRA-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-TRA-TABLE.
          05 WS-TRA-POSTE OCCURS 20.
             10 WS-TA-AGENCE   PIC 9(03).
             10 WS-TA-NOCPDE   PIC 9(10).
             10 WS-TA-NOCPA    PIC 9(10).
             10 WS-TA-NBCPT    PIC 9(05).
             10 WS-TA-NBPAG    PIC 9(05).
       01 WS-HT-NBCPT       PIC 9(05) VALUE ZERO.
       01 WS-HT-NBPAG       PIC 9(05) VALUE ZERO.
       01 WS-AGENCE-ROUT    PIC 9(03) VALUE ZERO.
       01 WS-AGENCE-PREC    PIC 9(03) VALUE ZERO.
       01 WS-ROUT-PREM      PIC X(03) VALUE 'OUI'.
      *************************************************
      * CUMULS PAR MOIS DU COMPTE EN COURS
      *************************************************
       01 WS-MOI-IX         PIC 9(02) COMP VALUE ZERO.
       01 WS-MOI-TABLE.
          05 WS-MOI-POSTE OCCURS 12.
             10 WS-MO-FRAIS    PIC S9(9)V99.
             10 WS-MO-EXTFR    PIC S9(9)V99.
             10 WS-MO-INTER    PIC S9(9)V99.
             10 WS-MO-EXTIN    PIC S9(9)V99.
             10 WS-MO-PRESENT  PIC X(03).
       01 WS-AN-FRAIS       PIC S9(9)V99 VALUE ZERO.
       01 WS-AN-EXTFR       PIC S9(9)V99 VALUE ZERO.
       01 WS-AN-INTER       PIC S9(9)V99 VALUE ZERO.
       01 WS-AN-EXTIN       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-MOIS       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-ANNEE      PIC S9(9)V99 VALUE ZERO.
       01 WS-NOMS-MOIS.
          05 FILLER PIC X(36)
                  VALUE 'JANVIER  FEVRIER  MARS     AVRIL    '.
          05 FILLER PIC X(36)
                  VALUE 'MAI      JUIN     JUILLET  AOUT     '.
          05 FILLER PIC X(36)
                  VALUE 'SEPTEMBREOCTOBRE  NOVEMBRE DECEMBRE '.
       01 WS-NOMS-MOIS-R REDEFINES WS-NOMS-MOIS.
          05 WS-NOM-MOIS    PIC X(09) OCCURS 12.
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-CUM     PIC XX.
       01    WS-FS-FIN-AGEPAR  PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-FOU-RECFRA  PIC XX.
       01    WS-FS-FOU-CUMNOU  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-TRI        PIC XXX    VALUE SPACE.
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-LIENS      PIC 9(7) VALUE ZERO .
       01 WS-CTR-RETENUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-EXT-HORS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-CONSERVES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-PERIMES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-COMPTES    PIC 9(7) VALUE ZERO .
       01 WS-CTR-INCONNUS   PIC 9(7) VALUE ZERO .
       01 WS-CPT-COURANT    PIC 9(10) VALUE ZERO.
       01 WS-DEVISE-COUR    PIC X(03) VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CPT-PRESENT    PIC XXX    VALUE SPACE.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
       01 WS-RESTE-W        PIC 9(04) VALUE ZERO.
      * ANNEES : CELLE OUVERTE PAR LA NOUVELLE DATE COMPTABLE
      * ET CELLE CLOSE (CELLE DE LA DATE PRECEDENTE)
       01 WS-AN-NOUVEAU     PIC 9(04) VALUE ZERO.
       01 WS-AN-CLOS        PIC 9(04) VALUE ZERO.
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PRECFR'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *************************************************
      * LIGNES DU RECAPITULATIF ANNUEL
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(40)
               VALUE 'RECAPITULATIF ANNUEL DES FRAIS BANCAIRES'.
          05 FILLER           PIC X(25)
               VALUE ' ET DES INTERETS DEBITEUR'.
          05 FILLER           PIC X(12)
               VALUE 'S  ANNEE : '.
          05 WS-TI-ANNEE      PIC 9(04).
          05 FILLER           PIC X(51) VALUE SPACE.
       01 WS-LIGNE-COMPTE.
          05 FILLER           PIC X(10) VALUE ' COMPTE : '.
          05 WS-CO-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(15) VALUE '   TITULAIRE : '.
          05 WS-CO-NOMCLI     PIC X(24).
          05 FILLER           PIC X(12) VALUE '   DEVISE : '.
          05 WS-CO-DEVISE     PIC X(03).
          05 FILLER           PIC X(58) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(14) VALUE '  MOIS'.
          05 FILLER           PIC X(17) VALUE '  FRAIS BANCAIRES'.
          05 FILLER           PIC X(17) VALUE '  EXTOURNES FRAIS'.
          05 FILLER           PIC X(17) VALUE '  INTERETS DEBIT.'.
          05 FILLER           PIC X(17) VALUE '  EXTOURNES INTER'.
          05 FILLER           PIC X(17) VALUE '  TOTAL FACTURE  '.
          05 FILLER           PIC X(33) VALUE SPACE.
       01 WS-LIGNE-MOIS.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LM-MOIS       PIC X(12).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LM-FRAIS      PIC ---B---B--9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LM-EXTFR      PIC ---B---B--9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LM-INTER      PIC ---B---B--9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LM-EXTIN      PIC ---B---B--9,99.
          05 FILLER           PIC X(03) VALUE SPACE.
          05 WS-LM-TOTAL      PIC ---B---B--9,99.
          05 FILLER           PIC X(36) VALUE SPACE.
       01 WS-LIGNE-TIRETS.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 FILLER           PIC X(98) VALUE ALL '-'.
          05 FILLER           PIC X(33) VALUE SPACE.
       01 WS-LIGNE-MENTION.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 FILLER           PIC X(46)
               VALUE 'LES EXTOURNES VIENNENT EN DEDUCTION DES FRAIS '.
          05 FILLER           PIC X(40)
               VALUE 'ET INTERETS QU''ELLES ONT ANNULES'.
          05 FILLER           PIC X(45) VALUE SPACE.
      * ROUTAGE PAR AGENCE (MEMES LIGNES QUE LE RELEVE)
       01 WS-LIGNE-RELAGE.
          05 FILLER           PIC X(20)
                              VALUE '********   AGENCE '.
          05 WS-RA-AGENCE     PIC 9(03).
          05 FILLER           PIC X(12)
                              VALUE '   ********'.
          05 FILLER           PIC X(97) VALUE SPACE.
       01 WS-LIGNE-ROUTIT.
          05 FILLER           PIC X(31)
                    VALUE 'BORDEREAU DE ROUTAGE PAR AGENCE'.
          05 FILLER           PIC X(101) VALUE SPACE.
       01 WS-LIGNE-ROUT.
          05 FILLER           PIC X(08) VALUE ' AGENCE '.
          05 WS-RO-AGENCE     PIC 9(03).
          05 FILLER           PIC X(10) VALUE '  COMPTES '.
          05 WS-RO-NBCPT      PIC Z(4)9.
          05 FILLER           PIC X(08) VALUE '  PAGES '.
          05 WS-RO-NBPAG      PIC Z(4)9.
          05 FILLER           PIC X(93) VALUE SPACE.
       01 WS-LIGNE-ROUTHT.
          05 FILLER           PIC X(21)
                              VALUE ' HORS TRANCHE        '.
          05 WS-RH-NBCPT      PIC Z(4)9.
          05 FILLER           PIC X(08) VALUE '  PAGES '.
          05 WS-RH-NBPAG      PIC Z(4)9.
          05 FILLER           PIC X(93) VALUE SPACE.

      ********************************************************
       PROCEDURE DIVISION.

       0000-TRAITEMENT-DEB.
           ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

           PERFORM 0050-DATE-COMPTABLE-DEB
              THRU 0050-DATE-COMPTABLE-FIN.

      * RIEN A FAIRE TANT QUE LA DATE COMPTABLE N'A PAS
      * CHANGE D'ANNEE
           IF WS-AN-CLOS = WS-AN-NOUVEAU
              DISPLAY 'PRECFR : PAS DE CHANGEMENT D''ANNEE ('
                      WS-AN-NOUVEAU ')'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      * TRACE DU DEBUT DE LANCEMENT DANS LE JOURNAL COMMUN
           MOVE 'DEBUT' TO WS-JRN-EVT.
           CALL 'PJRNAL' USING WS-JRN-PROGR WS-JRN-EVT WS-DATE-JOUR
                               WS-HEURE-JOUR WS-JRN-CODUTI.

           PERFORM 0150-CHARGER-TRANCHES-DEB
              THRU 0150-CHARGER-TRANCHES-FIN.
           PERFORM 1000-CHARGER-LIENS-DEB
              THRU 1000-CHARGER-LIENS-FIN.
           PERFORM 0100-OUVERTURES-DEB
              THRU 0100-OUVERTURES-FIN.

      * LE TRI EST CONFIE AU VERBE SORT : LA PROCEDURE D'ENTREE
      * SEPARE L'ANNEE CLOSE (TRIEE PUIS EDITEE) DE LA NOUVELLE
      * ANNEE (REPORTEE TELLE QUELLE SUR LE NOUVEAU CUMUL)
           SORT WS-TRI-SORT
                ON ASCENDING KEY WS-SORT-NOCPTE
                                 WS-SORT-MOIS
                INPUT PROCEDURE  6200-LIVRAISON-DEB
                THRU             6200-LIVRAISON-FIN
                OUTPUT PROCEDURE 6300-EDITION-DEB
                THRU             6300-EDITION-FIN.

           PERFORM 7500-BORDEREAU-DEB
              THRU 7500-BORDEREAU-FIN.
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
      * LA NOUVELLE DATE COMPTABLE ET LA PRECEDENTE DONNENT
      * L'ANNEE OUVERTE ET L'ANNEE CLOSE ; FICHIER ABSENT =
      * REFUS, CE PROGRAMME N'A PAS DE SENS SANS DATE COMPTABLE
           OPEN INPUT FIN-DATCTL.
           IF WS-FS-FIN-DATCTL NOT = ZERO
              DISPLAY 'ERREUR OPEN DATCTL FS=' WS-FS-FIN-DATCTL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-DATCTL-LU.
           READ FIN-DATCTL
                INTO WS-DATCTL-ENR
               AT END MOVE 'FIN' TO WS-DATCTL-LU.
           IF WS-DATCTL-LU = 'FIN'
              DISPLAY 'FICHIER DATCTL VIDE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FIN-DATCTL.
           MOVE WS-DC-DATCPT TO WS-DATE-JOUR.
           DIVIDE WS-DC-DATCPT BY 10000 GIVING WS-AN-NOUVEAU
                  REMAINDER WS-RESTE-W.
           DIVIDE WS-DC-DATPRE BY 10000 GIVING WS-AN-CLOS
                  REMAINDER WS-RESTE-W.
       0050-DATE-COMPTABLE-FIN.
           EXIT.

      *********************************************************
       0100-OUVERTURES-DEB.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-RECFRA.
           IF WS-FS-FOU-RECFRA NOT = ZERO
              DISPLAY 'ERREUR OPEN RECAPITULATIF ANNUEL'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-CUMNOU.
           IF WS-FS-FOU-CUMNOU NOT = ZERO
              DISPLAY 'ERREUR OPEN NOUVEAU CUMUL DES FRAIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE CPT-FICHIER.
           CLOSE FOU-RECFRA.
           CLOSE FOU-CUMNOU.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       0150-CHARGER-TRANCHES-DEB.
      * TRANCHES DE COMPTES PAR AGENCE (MEME FICHIER PARAMETRE
      * QUE LE ROUTAGE DU RELEVE ; ABSENT OU VIDE = ETAT
      * INDIFFERENCIE, AUCUN BORDEREAU)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-AGEPAR.
           IF WS-FS-FIN-AGEPAR = '35'
              GO TO 0150-CHARGER-TRANCHES-FIN
           END-IF.
           IF WS-FS-FIN-AGEPAR NOT = ZERO
              DISPLAY 'ERREUR OPEN TRANCHES PAR AGENCE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0160-TRANCHE-LEC-DEB
              THRU 0160-TRANCHE-LEC-FIN.
           PERFORM 0170-TRANCHE-CHG-DEB
              THRU 0170-TRANCHE-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-AGEPAR.
       0150-CHARGER-TRANCHES-FIN.
           EXIT.

       0160-TRANCHE-LEC-DEB.
           READ FIN-AGEPAR
                INTO WS-AGEPAR-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0160-TRANCHE-LEC-FIN.
           EXIT.

       0170-TRANCHE-CHG-DEB.
           IF WS-TRA-NB NOT < WS-TRA-NB-MAX
              DISPLAY 'TABLE DES TRANCHES PLEINE, TRANCHE IGNOREE'
           ELSE
              ADD 1 TO WS-TRA-NB
              MOVE WS-TRA-NB TO WS-TRA-IX
              MOVE WS-AG-AGENCE TO WS-TA-AGENCE (WS-TRA-IX)
              MOVE WS-AG-NOCPDE TO WS-TA-NOCPDE (WS-TRA-IX)
              MOVE WS-AG-NOCPA  TO WS-TA-NOCPA (WS-TRA-IX)
              MOVE ZERO         TO WS-TA-NBCPT (WS-TRA-IX)
                                   WS-TA-NBPAG (WS-TRA-IX)
           END-IF.
           PERFORM 0160-TRANCHE-LEC-DEB
              THRU 0160-TRANCHE-LEC-FIN.
       0170-TRANCHE-CHG-FIN.
           EXIT.

      *********************************************************
       1000-CHARGER-LIENS-DEB.
      * PREMIERE PASSE SUR LE CUMUL : LIENS DES EXTOURNES DE
      * L'ANNEE CLOSE VERS LES MOUVEMENTS DE FRAIS OU
      * D'INTERETS QU'ELLES ANNULENT
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-CUM.
           IF WS-FS-FIN-CUM = '35'
              GO TO 1000-CHARGER-LIENS-FIN
           END-IF.
           IF WS-FS-FIN-CUM NOT = ZERO
              DISPLAY 'ERREUR OPEN CUMUL DES FRAIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1010-CUM-LEC-DEB
              THRU 1010-CUM-LEC-FIN.
           PERFORM 1020-LIEN-CHG-DEB
              THRU 1020-LIEN-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-CUM.
       1000-CHARGER-LIENS-FIN.
           EXIT.

       1010-CUM-LEC-DEB.
           READ FIN-CUM
                INTO WS-CUM-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1010-CUM-LEC-FIN.
           EXIT.

       1020-LIEN-CHG-DEB.
           IF WS-CU-TYPE NOT = 'L'
              OR WS-CU-ANNEE NOT = WS-AN-CLOS
              GO TO 1020-LIEN-CHG-90
           END-IF.
           IF WS-LIE-NB NOT < WS-LIE-NB-MAX
              DISPLAY 'TABLE DES LIENS D''EXTOURNE PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-LIE-NB.
           MOVE WS-LIE-NB     TO WS-LIE-IX.
           MOVE WS-CU-REFMVT  TO WS-LI-REFMVT (WS-LIE-IX).
           MOVE WS-CU-ORIORIG TO WS-LI-ORIORIG (WS-LIE-IX).
           ADD 1 TO WS-CTR-LIENS.
       1020-LIEN-CHG-90.
           PERFORM 1010-CUM-LEC-DEB
              THRU 1010-CUM-LEC-FIN.
       1020-LIEN-CHG-FIN.
           EXIT.

      *********************************************************
       6200-LIVRAISON-DEB.
      * PROCEDURE D'ENTREE DU TRI : LES MOUVEMENTS DE L'ANNEE
      * CLOSE VONT AU TRI, LA NOUVELLE ANNEE (MOUVEMENTS ET
      * LIENS) AU NOUVEAU CUMUL ; FICHIER ABSENT = RIEN
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-CUM.
           IF WS-FS-FIN-CUM = '35'
              DISPLAY 'CUMUL ANNUEL DES FRAIS ABSENT'
              GO TO 6200-LIVRAISON-FIN
           END-IF.
           IF WS-FS-FIN-CUM NOT = ZERO
              DISPLAY 'ERREUR OPEN CUMUL DES FRAIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1010-CUM-LEC-DEB
              THRU 1010-CUM-LEC-FIN.
           PERFORM 6220-CUM-TRT-DEB
              THRU 6220-CUM-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-CUM.
       6200-LIVRAISON-FIN. EXIT.

       6220-CUM-TRT-DEB.
      * UN ENREGISTREMENT PLUS VIEUX QUE L'ANNEE CLOSE (CUMUL
      * NON REMIS A ZERO) EST ABANDONNE ET COMPTE ; LES LIENS
      * DE L'ANNEE CLOSE SONT DEJA EN TABLE
           ADD 1 TO WS-CTR-LUS.
           IF WS-CU-ANNEE > WS-AN-CLOS
              WRITE FS-OU-CUMNOU FROM WS-CUM-ENR
              ADD 1 TO WS-CTR-CONSERVES
              GO TO 6220-CUM-TRT-90
           END-IF.
           IF WS-CU-ANNEE < WS-AN-CLOS
              ADD 1 TO WS-CTR-PERIMES
              GO TO 6220-CUM-TRT-90
           END-IF.
           IF WS-CU-TYPE NOT = 'M'
              GO TO 6220-CUM-TRT-90
           END-IF.
           MOVE SPACE         TO WS-TRI-ENR.
           MOVE WS-CU-NOCPTE  TO WS-TR-NOCPTE.
           MOVE WS-CU-MOIS    TO WS-TR-MOIS.
           MOVE WS-CU-DEVISE  TO WS-TR-DEVISE.
           IF WS-CU-ORIGINE = 'FRAIS'
              MOVE 'FR' TO WS-TR-RUBRIQUE
           END-IF.
           IF WS-CU-ORIGINE = 'INTERETS'
              MOVE 'IN' TO WS-TR-RUBRIQUE
           END-IF.
      * UNE EXTOURNE SANS LIEN N'ANNULE NI FRAIS NI INTERETS
           IF WS-CU-ORIGINE = 'EXTOURNE'
              PERFORM 6230-CHERCHER-LIEN-DEB
                 THRU 6230-CHERCHER-LIEN-FIN
              IF WS-LIE-TROUVE = 'NON'
                 ADD 1 TO WS-CTR-EXT-HORS
                 GO TO 6220-CUM-TRT-90
              END-IF
              IF WS-LI-ORIORIG (WS-LIE-IX) = 'FRAIS'
                 MOVE 'EF' TO WS-TR-RUBRIQUE
              ELSE
                 MOVE 'EI' TO WS-TR-RUBRIQUE
              END-IF
           END-IF.
           IF WS-TR-RUBRIQUE = SPACE
              GO TO 6220-CUM-TRT-90
           END-IF.
      * MONTANT A LA CHARGE DU CLIENT : LE SENS 'D' AUGMENTE
      * LE SOLDE (REMBOURSEMENT), LES SENS 'C' ET 'R' LE
      * DIMINUENT (PRELEVEMENT)
           IF WS-CU-CDMVT = 'D'
              COMPUTE WS-TR-MONTANT = ZERO - WS-CU-MTMVT
           ELSE
              MOVE WS-CU-MTMVT TO WS-TR-MONTANT
           END-IF.
           RELEASE WS-SORT-REC FROM WS-TRI-ENR.
           ADD 1 TO WS-CTR-RETENUS.
       6220-CUM-TRT-90.
           PERFORM 1010-CUM-LEC-DEB
              THRU 1010-CUM-LEC-FIN.
       6220-CUM-TRT-FIN.
           EXIT.

       6230-CHERCHER-LIEN-DEB.
           MOVE 'NON' TO WS-LIE-TROUVE.
           MOVE ZERO  TO WS-LIE-IX.
       6230-CHERCHER-LIEN-10.
           IF WS-LIE-IX NOT < WS-LIE-NB
              GO TO 6230-CHERCHER-LIEN-FIN
           END-IF.
           ADD 1 TO WS-LIE-IX.
           IF WS-LI-REFMVT (WS-LIE-IX) = WS-CU-REFMVT
              MOVE 'OUI' TO WS-LIE-TROUVE
              GO TO 6230-CHERCHER-LIEN-FIN
           END-IF.
           GO TO 6230-CHERCHER-LIEN-10.
       6230-CHERCHER-LIEN-FIN.
           EXIT.

      *********************************************************
       6300-EDITION-DEB.
      * PROCEDURE DE SORTIE DU TRI : LES MOUVEMENTS DE L'ANNEE
      * CLOSE ARRIVENT GROUPES PAR COMPTE ET EN ORDRE DE MOIS
           MOVE SPACE TO WS-FIN-TRI.
           MOVE ZERO  TO WS-CPT-COURANT.
           MOVE 'NON' TO WS-CPT-PRESENT.
           PERFORM 7050-RAZ-COMPTE-DEB
              THRU 7050-RAZ-COMPTE-FIN.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
           PERFORM 6320-TRI-TRT-DEB
              THRU 6320-TRI-TRT-FIN
              UNTIL WS-FIN-TRI = 'FIN'.
           IF WS-CPT-PRESENT = 'OUI'
              PERFORM 7000-EDITER-COMPTE-DEB
                 THRU 7000-EDITER-COMPTE-FIN
           END-IF.
       6300-EDITION-FIN. EXIT.

       6310-TRI-LEC-DEB.
           RETURN WS-TRI-SORT
              INTO WS-TRI-ENR
              AT END MOVE 'FIN' TO WS-FIN-TRI.
       6310-TRI-LEC-FIN.
           EXIT.

       6320-TRI-TRT-DEB.
      * RUPTURE DE COMPTE : LE COMPTE PRECEDENT EST EDITE
           IF WS-TR-NOCPTE NOT = WS-CPT-COURANT
              AND WS-CPT-PRESENT = 'OUI'
              PERFORM 7000-EDITER-COMPTE-DEB
                 THRU 7000-EDITER-COMPTE-FIN
              PERFORM 7050-RAZ-COMPTE-DEB
                 THRU 7050-RAZ-COMPTE-FIN
           END-IF.
           MOVE WS-TR-NOCPTE TO WS-CPT-COURANT.
           MOVE WS-TR-DEVISE TO WS-DEVISE-COUR.
           MOVE 'OUI'        TO WS-CPT-PRESENT.
           MOVE WS-TR-MOIS   TO WS-MOI-IX.
           IF WS-MOI-IX < 1 OR WS-MOI-IX > 12
              DISPLAY 'MOIS INVALIDE, COMPTE ' WS-TR-NOCPTE
              GO TO 6320-TRI-TRT-90
           END-IF.
           MOVE 'OUI' TO WS-MO-PRESENT (WS-MOI-IX).
           IF WS-TR-RUBRIQUE = 'FR'
              ADD WS-TR-MONTANT TO WS-MO-FRAIS (WS-MOI-IX)
           END-IF.
           IF WS-TR-RUBRIQUE = 'EF'
              ADD WS-TR-MONTANT TO WS-MO-EXTFR (WS-MOI-IX)
           END-IF.
           IF WS-TR-RUBRIQUE = 'IN'
              ADD WS-TR-MONTANT TO WS-MO-INTER (WS-MOI-IX)
           END-IF.
           IF WS-TR-RUBRIQUE = 'EI'
              ADD WS-TR-MONTANT TO WS-MO-EXTIN (WS-MOI-IX)
           END-IF.
       6320-TRI-TRT-90.
           PERFORM 6310-TRI-LEC-DEB
              THRU 6310-TRI-LEC-FIN.
       6320-TRI-TRT-FIN.
           EXIT.

      *********************************************************
       7000-EDITER-COMPTE-DEB.
      * RECAPITULATIF D'UN COMPTE SUR UNE PAGE : TITULAIRE LU
      * SUR LE FICHIER DES COMPTES (UN COMPTE SUPPRIME DEPUIS
      * EST EDITE SANS NOM), UNE LIGNE PAR MOIS MOUVEMENTE,
      * TOTAL DE L'ANNEE
           ADD 1 TO WS-CTR-COMPTES.
           PERFORM 7100-ROUTAGE-DEB
              THRU 7100-ROUTAGE-FIN.
           MOVE WS-CPT-COURANT TO CPT00-NOCPTE.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
           MOVE WS-CPT-COURANT TO WS-CO-NOCPTE.
           IF WS-CPT-EXISTE = 'OUI'
              MOVE CPT00-NOMCLI TO WS-CO-NOMCLI
           ELSE
              MOVE '*COMPTE SUPPRIME*' TO WS-CO-NOMCLI
              ADD 1 TO WS-CTR-INCONNUS
           END-IF.
           MOVE WS-DEVISE-COUR TO WS-CO-DEVISE.
           IF WS-CO-DEVISE = SPACE
              MOVE 'EUR' TO WS-CO-DEVISE
           END-IF.
           MOVE WS-AN-CLOS TO WS-TI-ANNEE.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE.
           IF WS-TRA-IXC NOT = ZERO
              ADD 1 TO WS-TA-NBPAG (WS-TRA-IXC)
           ELSE
              ADD 1 TO WS-HT-NBPAG
           END-IF.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-COMPTE.
           MOVE SPACE TO FS-OU-RECFRA.
           WRITE FS-OU-RECFRA.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-ENTETE.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-TIRETS.

           MOVE ZERO TO WS-MOI-IX.
           PERFORM 7200-EDITER-MOIS-DEB
              THRU 7200-EDITER-MOIS-FIN
              UNTIL WS-MOI-IX NOT < 12.

           WRITE FS-OU-RECFRA FROM WS-LIGNE-TIRETS.
           COMPUTE WS-TOT-ANNEE = WS-AN-FRAIS + WS-AN-EXTFR
                                + WS-AN-INTER + WS-AN-EXTIN.
           MOVE 'TOTAL ANNEE' TO WS-LM-MOIS.
           MOVE WS-AN-FRAIS   TO WS-LM-FRAIS.
           MOVE WS-AN-EXTFR   TO WS-LM-EXTFR.
           MOVE WS-AN-INTER   TO WS-LM-INTER.
           MOVE WS-AN-EXTIN   TO WS-LM-EXTIN.
           MOVE WS-TOT-ANNEE  TO WS-LM-TOTAL.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-MOIS.
           MOVE SPACE TO FS-OU-RECFRA.
           WRITE FS-OU-RECFRA.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-MENTION.
       7000-EDITER-COMPTE-FIN.
           EXIT.

       7050-RAZ-COMPTE-DEB.
           MOVE ZERO TO WS-AN-FRAIS WS-AN-EXTFR
                        WS-AN-INTER WS-AN-EXTIN.
           MOVE SPACE TO WS-DEVISE-COUR.
           MOVE ZERO TO WS-MOI-IX.
           PERFORM 7060-RAZ-MOIS-DEB
              THRU 7060-RAZ-MOIS-FIN
              UNTIL WS-MOI-IX NOT < 12.
       7050-RAZ-COMPTE-FIN.
           EXIT.

       7060-RAZ-MOIS-DEB.
           ADD 1 TO WS-MOI-IX.
           MOVE ZERO  TO WS-MO-FRAIS (WS-MOI-IX)
                         WS-MO-EXTFR (WS-MOI-IX)
                         WS-MO-INTER (WS-MOI-IX)
                         WS-MO-EXTIN (WS-MOI-IX).
           MOVE 'NON' TO WS-MO-PRESENT (WS-MOI-IX).
       7060-RAZ-MOIS-FIN.
           EXIT.

       7100-ROUTAGE-DEB.
      * RECHERCHE DE L'AGENCE DU COMPTE DANS LES TRANCHES, PUIS
      * PAGE BANNIERE A CHAQUE CHANGEMENT D'AGENCE (LES COMPTES
      * ARRIVENT TRIES, LES TRANCHES SONT DONC CONTIGUES)
           MOVE ZERO TO WS-TRA-IXC.
           IF WS-TRA-NB = ZERO
              GO TO 7100-ROUTAGE-FIN
           END-IF.
           MOVE 'NON' TO WS-TRA-TROUVE.
           MOVE ZERO  TO WS-TRA-IX WS-AGENCE-ROUT.
           PERFORM 7110-COMPARER-TRANCHE-DEB
              THRU 7110-COMPARER-TRANCHE-FIN
              UNTIL WS-TRA-TROUVE = 'OUI'
              OR WS-TRA-IX NOT < WS-TRA-NB.
           IF WS-TRA-IXC = ZERO
              ADD 1 TO WS-HT-NBCPT
           ELSE
              ADD 1 TO WS-TA-NBCPT (WS-TRA-IXC)
           END-IF.
           IF WS-ROUT-PREM = 'OUI'
              OR WS-AGENCE-ROUT NOT = WS-AGENCE-PREC
              MOVE 'NON'          TO WS-ROUT-PREM
              MOVE WS-AGENCE-ROUT TO WS-AGENCE-PREC
              MOVE WS-AGENCE-ROUT TO WS-RA-AGENCE
              WRITE FS-OU-RECFRA FROM WS-LIGNE-RELAGE
                    AFTER ADVANCING PAGE
           END-IF.
       7100-ROUTAGE-FIN.
           EXIT.

       7110-COMPARER-TRANCHE-DEB.
           ADD 1 TO WS-TRA-IX.
           IF WS-CPT-COURANT NOT < WS-TA-NOCPDE (WS-TRA-IX)
              AND WS-CPT-COURANT NOT > WS-TA-NOCPA (WS-TRA-IX)
              MOVE 'OUI' TO WS-TRA-TROUVE
              MOVE WS-TRA-IX TO WS-TRA-IXC
              MOVE WS-TA-AGENCE (WS-TRA-IX) TO WS-AGENCE-ROUT
           END-IF.
       7110-COMPARER-TRANCHE-FIN.
           EXIT.

       7200-EDITER-MOIS-DEB.
           ADD 1 TO WS-MOI-IX.
           IF WS-MO-PRESENT (WS-MOI-IX) NOT = 'OUI'
              GO TO 7200-EDITER-MOIS-FIN
           END-IF.
           COMPUTE WS-TOT-MOIS = WS-MO-FRAIS (WS-MOI-IX)
                               + WS-MO-EXTFR (WS-MOI-IX)
                               + WS-MO-INTER (WS-MOI-IX)
                               + WS-MO-EXTIN (WS-MOI-IX).
           MOVE WS-NOM-MOIS (WS-MOI-IX) TO WS-LM-MOIS.
           MOVE WS-MO-FRAIS (WS-MOI-IX) TO WS-LM-FRAIS.
           MOVE WS-MO-EXTFR (WS-MOI-IX) TO WS-LM-EXTFR.
           MOVE WS-MO-INTER (WS-MOI-IX) TO WS-LM-INTER.
           MOVE WS-MO-EXTIN (WS-MOI-IX) TO WS-LM-EXTIN.
           MOVE WS-TOT-MOIS             TO WS-LM-TOTAL.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-MOIS.
           ADD WS-MO-FRAIS (WS-MOI-IX) TO WS-AN-FRAIS.
           ADD WS-MO-EXTFR (WS-MOI-IX) TO WS-AN-EXTFR.
           ADD WS-MO-INTER (WS-MOI-IX) TO WS-AN-INTER.
           ADD WS-MO-EXTIN (WS-MOI-IX) TO WS-AN-EXTIN.
       7200-EDITER-MOIS-FIN.
           EXIT.

      *********************************************************
       7500-BORDEREAU-DEB.
      * BORDEREAU DE ROUTAGE PAR AGENCE EN QUEUE D'ETAT
      * (COMPTES ET PAGES PAR AGENCE) POUR LA VENTILATION DU
      * COURRIER, COMME POUR LE RELEVE
           IF WS-TRA-NB = ZERO
              GO TO 7500-BORDEREAU-FIN
           END-IF.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-ROUTIT
                 AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-TRA-IX.
           PERFORM 7510-LIGNE-AGENCE-DEB
              THRU 7510-LIGNE-AGENCE-FIN
              UNTIL WS-TRA-IX NOT < WS-TRA-NB.
           IF WS-HT-NBCPT = ZERO
              GO TO 7500-BORDEREAU-FIN
           END-IF.
           MOVE WS-HT-NBCPT TO WS-RH-NBCPT.
           MOVE WS-HT-NBPAG TO WS-RH-NBPAG.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-ROUTHT.
       7500-BORDEREAU-FIN.
           EXIT.

       7510-LIGNE-AGENCE-DEB.
           ADD 1 TO WS-TRA-IX.
           MOVE WS-TA-AGENCE (WS-TRA-IX) TO WS-RO-AGENCE.
           MOVE WS-TA-NBCPT (WS-TRA-IX)  TO WS-RO-NBCPT.
           MOVE WS-TA-NBPAG (WS-TRA-IX)  TO WS-RO-NBPAG.
           WRITE FS-OU-RECFRA FROM WS-LIGNE-ROUT.
       7510-LIGNE-AGENCE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PRECFR*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'ANNEE CLOSE           ' WS-AN-CLOS.
           DISPLAY 'ENREGISTREMENTS LUS   ' WS-CTR-LUS.
           DISPLAY 'LIENS D''EXTOURNE      ' WS-CTR-LIENS.
           DISPLAY 'MOUVEMENTS RETENUS    ' WS-CTR-RETENUS.
           DISPLAY 'EXTOURNES NON LIEES   ' WS-CTR-EXT-HORS.
           DISPLAY 'ENREG. CONSERVES      ' WS-CTR-CONSERVES.
           DISPLAY 'ENREG. PERIMES        ' WS-CTR-PERIMES.
           DISPLAY 'COMPTES EDITES        ' WS-CTR-COMPTES.
           DISPLAY 'COMPTES SUPPRIMES     ' WS-CTR-INCONNUS.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PRECFR *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-CUM    :   ' WS-FS-FIN-CUM.
           DISPLAY ' WS-FS-CPT        :   ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-RECFRA :   ' WS-FS-FOU-RECFRA.
           DISPLAY ' WS-FS-FOU-CUMNOU :   ' WS-FS-FOU-CUMNOU.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
