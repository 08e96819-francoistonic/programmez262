       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PVIRMA.

      *****************************************************
      *      MISE A JOUR DU FICHIER DES VIREMENTS PERMANENTS
      *      (VSAM KSDS CLE = NUMERO D'ORDRE, FORMAT VIR00)
      *      - APPLIQUE UN FICHIER DE MOUVEMENTS DE GESTION :
      *      LES MONTANTS SONT EN CENTIMES (DEUX DECIMALES
      *      IMPLICITES DANS LES DIX CHIFFRES)
      *        'C' CREATION D'UN ORDRE (COMPTE A DEBITER,
      *            COMPTE A CREDITER, MONTANT, PERIODICITE
      *            'M' MENSUELLE 'T' TRIMESTRIELLE 'A'
      *            ANNUELLE, JOUR D'EXECUTION, DATE DE DEBUT
      *            ET DATE DE FIN FACULTATIVE)
      *        'M' MODIFICATION DU MONTANT, DE LA PERIODICITE,
      *            DU JOUR OU DE LA DATE DE FIN (ZONE A
      *            ESPACE = INCHANGEE)
      *        'S' SUSPENSION DE L'ORDRE (ETAT 'S')
      *        'R' REPRISE D'UN ORDRE SUSPENDU (ETAT 'A')
      *        'X' REVOCATION DE L'ORDRE (ETAT 'X', L'ORDRE
      *            RESTE AU FICHIER)
      *      - CONTROLE COMPLET DE CHAQUE MOUVEMENT (CODE,
      *        NUMERICITE, DATES, EXISTENCE DES COMPTES SUR
      *        LE FICHIER DES COMPTES A LA CREATION)
      *      - UNE TRACE D'AUDIT EST ECRITE POUR CHAQUE
      *        MOUVEMENT, APPLIQUE OU REJETE, AVEC L'ANCIEN
      *        ET LE NOUVEAU MONTANT, COMME PCPTMA
      *      LES ECHEANCES SONT GENEREES PAR PVIRGE
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-MAJ ASSIGN TO INVIRMAJ
               FILE STATUS IS WS-FS-FIN-MAJ.
      *
               SELECT VIR-FICHIER ASSIGN TO VIRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIR00-NOVIR
               FILE STATUS IS WS-FS-VIR.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT FOU-AUDIT ASSIGN TO OUVIRAUD
               FILE STATUS IS WS-FS-FOU-AUDIT.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-MAJ
            RECORDING MODE IS F.
       01  FS-IN-MAJ       PIC X(80).
      *
       FD VIR-FICHIER.
       01  VIR00.
           05   VIR00-NOVIR    PIC 9(08).
           05   VIR00-NOCPDB   PIC 9(10).
           05   VIR00-NOCPCR   PIC 9(10).
           05   VIR00-MONTANT  PIC 9(8)V99.
      * PERIODICITE : 'M' MENSUELLE, 'T' TRIMESTRIELLE, 'A' ANNUELLE
           05   VIR00-PERIOD   PIC X(01).
           05   VIR00-JOUR     PIC 9(02).
           05   VIR00-DATDEB   PIC 9(08).
      * DATE DE FIN A ZERO : ORDRE SANS ECHEANCE FINALE
           05   VIR00-DATFIN   PIC 9(08).
      * ETAT DE L'ORDRE : 'A' ACTIF, 'S' SUSPENDU, 'E' ECHU,
      * 'X' REVOQUE
           05   VIR00-ETAT     PIC X(01).
      * DATE DE LA DERNIERE ECHEANCE TRAITEE PAR PVIRGE
           05   VIR00-DATDER   PIC 9(08).
           05   FILLER         PIC X(14).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOCPTE   PIC 9(10).
           05   CPT00-MTSOLD   PIC S9(8)V99.
           05   CPT00-ETAT     PIC X(01).
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   FILLER         PIC X(12).
      *
       FD FOU-AUDIT
            RECORDING MODE IS F.
       01  FS-OU-AUDIT     PIC X(80).
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
       01  WS-MAJ-ENR.
           05   WS-MAJ-CODE    PIC X(01).
           05   WS-MAJ-NOVIR   PIC X(08).
           05   WS-MAJ-NOVIR-N REDEFINES WS-MAJ-NOVIR
                               PIC 9(08).
           05   WS-MAJ-NOCPDB  PIC X(10).
           05   WS-MAJ-NOCPDB-N REDEFINES WS-MAJ-NOCPDB
                               PIC 9(10).
           05   WS-MAJ-NOCPCR  PIC X(10).
           05   WS-MAJ-NOCPCR-N REDEFINES WS-MAJ-NOCPCR
                               PIC 9(10).
           05   WS-MAJ-MONTANT PIC X(10).
           05   WS-MAJ-MONTANT-N REDEFINES WS-MAJ-MONTANT
                               PIC 9(8)V99.
           05   WS-MAJ-PERIOD  PIC X(01).
           05   WS-MAJ-JOUR    PIC X(02).
           05   WS-MAJ-JOUR-N REDEFINES WS-MAJ-JOUR
                               PIC 9(02).
           05   WS-MAJ-DATDEB  PIC X(08).
           05   WS-MAJ-DATDEB-N REDEFINES WS-MAJ-DATDEB
                               PIC 9(08).
           05   WS-MAJ-DATFIN  PIC X(08).
           05   WS-MAJ-DATFIN-N REDEFINES WS-MAJ-DATFIN
                               PIC 9(08).
           05   FILLER         PIC X(22).
      * TRACE D'AUDIT : UNE LIGNE PAR MOUVEMENT DE GESTION
       01  WS-AUDIT-ENR.
           05   WS-AU-DATE     PIC 9(08).
           05   WS-AU-HEURE    PIC 9(08).
           05   WS-AU-CODE     PIC X(01).
           05   WS-AU-NOVIR    PIC X(08).
           05   WS-AU-ANCIEN   PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-NOUVEAU  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05   WS-AU-MOTIF    PIC X(25).
           05   FILLER         PIC X(08).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-MAJ    PIC XX.
       01    WS-FS-VIR        PIC XX.
       01    WS-FS-CPT        PIC XX.
       01    WS-FS-FOU-AUDIT  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-VIR-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-CTR-LUS        PIC 9(7) VALUE ZERO .
       01 WS-CTR-APPLIQUES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REJETES    PIC 9(7) VALUE ZERO .
       01 WS-MOTIF          PIC X(25) VALUE SPACE.
       01 WS-ANCIEN-MONTANT PIC S9(8)V99 VALUE ZERO.
       01 WS-NOUVEAU-MONTANT PIC S9(8)V99 VALUE ZERO.
      * CONTROLE D'UNE DATE AAAAMMJJ
       01 WS-DATE-W         PIC 9(08) VALUE ZERO.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DW-AAAA     PIC 9(04).
          05 WS-DW-MM       PIC 9(02).
          05 WS-DW-JJ       PIC 9(02).
       01 WS-DATE-VALIDE    PIC XXX    VALUE SPACE.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-FS-FIN-DATCTL  PIC XX.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
       01 WS-DATCTL-ENR.
          05 WS-DC-DATCPT      PIC 9(08).
          05 WS-DC-DATPRE      PIC 9(08).
          05 FILLER            PIC X(04).
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PVIRMA'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.

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
           PERFORM 1000-MOUVEMENT-LEC-DEB
              THRU 1000-MOUVEMENT-LEC-FIN.
           PERFORM 2000-MOUVEMENT-TRT-DEB
              THRU 2000-MOUVEMENT-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
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
           OPEN INPUT FIN-MAJ.
           IF WS-FS-FIN-MAJ NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE GESTION'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * LE FICHIER DES VIREMENTS EST CREE VIDE A LA PREMIERE RUN
           OPEN I-O VIR-FICHIER.
           IF WS-FS-VIR = '35'
              OPEN OUTPUT VIR-FICHIER
              CLOSE VIR-FICHIER
              OPEN I-O VIR-FICHIER
           END-IF.
           IF WS-FS-VIR NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES VIREMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-AUDIT.
           IF WS-FS-FOU-AUDIT NOT = ZERO
              DISPLAY 'ERREUR OPEN TRACE AUDIT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0100-OUVERTURES-FIN.
           EXIT.

       0200-FERMETURES-DEB.
           CLOSE FIN-MAJ.
           CLOSE VIR-FICHIER.
           CLOSE CPT-FICHIER.
           CLOSE FOU-AUDIT.
       0200-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-MOUVEMENT-LEC-DEB.
           READ FIN-MAJ
                INTO WS-MAJ-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1000-MOUVEMENT-LEC-FIN.
           EXIT.

      *********************************************************
       2000-MOUVEMENT-TRT-DEB.
      * CONTROLE PUIS APPLICATION D'UN MOUVEMENT DE GESTION ;
      * TOUT MOUVEMENT LAISSE UNE TRACE D'AUDIT
           ADD 1 TO WS-CTR-LUS.
           MOVE SPACE TO WS-MOTIF.
           MOVE ZERO  TO WS-ANCIEN-MONTANT WS-NOUVEAU-MONTANT.
           PERFORM 2100-CONTROLER-DEB
              THRU 2100-CONTROLER-FIN.
           IF WS-MOTIF = SPACE
              PERFORM 2200-APPLIQUER-DEB
                 THRU 2200-APPLIQUER-FIN
           END-IF.
           IF WS-MOTIF = SPACE
              ADD 1 TO WS-CTR-APPLIQUES
              MOVE 'APPLIQUE' TO WS-MOTIF
           ELSE
              ADD 1 TO WS-CTR-REJETES
              DISPLAY 'MOUVEMENT REJETE : ' WS-MOTIF ' ORDRE '
                      WS-MAJ-NOVIR
           END-IF.
           PERFORM 3000-AUDITER-DEB
              THRU 3000-AUDITER-FIN.
           PERFORM 1000-MOUVEMENT-LEC-DEB
              THRU 1000-MOUVEMENT-LEC-FIN.
       2000-MOUVEMENT-TRT-FIN.
           EXIT.

      *********************************************************
       2100-CONTROLER-DEB.
           IF WS-MAJ-CODE NOT = 'C'
              AND WS-MAJ-CODE NOT = 'M'
              AND WS-MAJ-CODE NOT = 'S'
              AND WS-MAJ-CODE NOT = 'R'
              AND WS-MAJ-CODE NOT = 'X'
              MOVE 'CODE MOUVEMENT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-NOVIR NOT NUMERIC
              OR WS-MAJ-NOVIR-N = ZERO
              MOVE 'NUMERO D''ORDRE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * SEULES LA CREATION ET LA MODIFICATION PORTENT DES
      * ZONES DE DONNEES ; A LA MODIFICATION, UNE ZONE A
      * ESPACE N'EST PAS CONTROLEE (ELLE RESTE INCHANGEE)
           IF WS-MAJ-CODE NOT = 'C'
              AND WS-MAJ-CODE NOT = 'M'
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-CODE = 'C'
              PERFORM 2110-CONTROLER-CREATION-DEB
                 THRU 2110-CONTROLER-CREATION-FIN
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-MONTANT NOT = SPACE
              AND (WS-MAJ-MONTANT NOT NUMERIC
                   OR WS-MAJ-MONTANT-N = ZERO)
              MOVE 'MONTANT INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-PERIOD NOT = SPACE
              AND WS-MAJ-PERIOD NOT = 'M'
              AND WS-MAJ-PERIOD NOT = 'T'
              AND WS-MAJ-PERIOD NOT = 'A'
              MOVE 'PERIODICITE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-JOUR NOT = SPACE
              AND (WS-MAJ-JOUR NOT NUMERIC
                   OR WS-MAJ-JOUR-N < 1
                   OR WS-MAJ-JOUR-N > 31)
              MOVE 'JOUR D''EXECUTION INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-MAJ-DATFIN NOT = SPACE
              PERFORM 2120-CONTROLER-DATFIN-DEB
                 THRU 2120-CONTROLER-DATFIN-FIN
           END-IF.
       2100-CONTROLER-FIN.
           EXIT.

       2110-CONTROLER-CREATION-DEB.
      * CREATION : TOUTES LES ZONES SONT OBLIGATOIRES SAUF LA
      * DATE DE FIN ; LES DEUX COMPTES DOIVENT EXISTER
           IF WS-MAJ-NOCPDB NOT NUMERIC
              OR WS-MAJ-NOCPDB-N = ZERO
              OR WS-MAJ-NOCPDB-N = 9999999999
              MOVE 'COMPTE A DEBITER INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-NOCPCR NOT NUMERIC
              OR WS-MAJ-NOCPCR-N = ZERO
              OR WS-MAJ-NOCPCR-N = 9999999999
              MOVE 'COMPTE A CREDITER INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-NOCPDB-N = WS-MAJ-NOCPCR-N
              MOVE 'COMPTES IDENTIQUES' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-MONTANT NOT NUMERIC
              OR WS-MAJ-MONTANT-N = ZERO
              MOVE 'MONTANT INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-PERIOD NOT = 'M'
              AND WS-MAJ-PERIOD NOT = 'T'
              AND WS-MAJ-PERIOD NOT = 'A'
              MOVE 'PERIODICITE INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-JOUR NOT NUMERIC
              OR WS-MAJ-JOUR-N < 1
              OR WS-MAJ-JOUR-N > 31
              MOVE 'JOUR D''EXECUTION INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-DATDEB NOT NUMERIC
              MOVE 'DATE DE DEBUT INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           MOVE WS-MAJ-DATDEB-N TO WS-DATE-W.
           PERFORM 9400-DATE-VALIDE-DEB
              THRU 9400-DATE-VALIDE-FIN.
           IF WS-DATE-VALIDE = 'NON'
              MOVE 'DATE DE DEBUT INVALIDE' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           IF WS-MAJ-DATFIN NOT = SPACE
              PERFORM 2120-CONTROLER-DATFIN-DEB
                 THRU 2120-CONTROLER-DATFIN-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2110-CONTROLER-CREATION-FIN
              END-IF
              IF WS-MAJ-DATFIN-N < WS-MAJ-DATDEB-N
                 MOVE 'DATE DE FIN AVANT DEBUT' TO WS-MOTIF
                 GO TO 2110-CONTROLER-CREATION-FIN
              END-IF
           END-IF.
           MOVE WS-MAJ-NOCPDB-N TO CPT00-NOCPTE.
           PERFORM 2130-LIRE-COMPTE-DEB
              THRU 2130-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE A DEBITER INCONNU' TO WS-MOTIF
              GO TO 2110-CONTROLER-CREATION-FIN
           END-IF.
           MOVE WS-MAJ-NOCPCR-N TO CPT00-NOCPTE.
           PERFORM 2130-LIRE-COMPTE-DEB
              THRU 2130-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE A CREDITER INCONNU' TO WS-MOTIF
           END-IF.
       2110-CONTROLER-CREATION-FIN.
           EXIT.

       2120-CONTROLER-DATFIN-DEB.
           IF WS-MAJ-DATFIN NOT NUMERIC
              MOVE 'DATE DE FIN INVALIDE' TO WS-MOTIF
              GO TO 2120-CONTROLER-DATFIN-FIN
           END-IF.
           MOVE WS-MAJ-DATFIN-N TO WS-DATE-W.
           PERFORM 9400-DATE-VALIDE-DEB
              THRU 9400-DATE-VALIDE-FIN.
           IF WS-DATE-VALIDE = 'NON'
              MOVE 'DATE DE FIN INVALIDE' TO WS-MOTIF
           END-IF.
       2120-CONTROLER-DATFIN-FIN.
           EXIT.

       2130-LIRE-COMPTE-DEB.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
       2130-LIRE-COMPTE-FIN.
           EXIT.

      *********************************************************
       2200-APPLIQUER-DEB.
           MOVE WS-MAJ-NOVIR-N TO VIR00-NOVIR.
           READ VIR-FICHIER
               INVALID KEY MOVE 'NON' TO WS-VIR-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-VIR-EXISTE
           END-READ.
           IF WS-VIR-EXISTE = 'NON'
              PERFORM 2210-APPLIQUER-ABS-DEB
                 THRU 2210-APPLIQUER-ABS-FIN
           ELSE
              MOVE VIR00-MONTANT TO WS-ANCIEN-MONTANT
              PERFORM 2220-APPLIQUER-PRES-DEB
                 THRU 2220-APPLIQUER-PRES-FIN
           END-IF.
       2200-APPLIQUER-FIN.
           EXIT.

       2210-APPLIQUER-ABS-DEB.
      * L'ORDRE N'EXISTE PAS : SEULE LA CREATION EST PERMISE
           IF WS-MAJ-CODE NOT = 'C'
              MOVE 'ORDRE INEXISTANT' TO WS-MOTIF
              GO TO 2210-APPLIQUER-ABS-FIN
           END-IF.
           MOVE SPACE            TO VIR00.
           MOVE WS-MAJ-NOVIR-N   TO VIR00-NOVIR.
           MOVE WS-MAJ-NOCPDB-N  TO VIR00-NOCPDB.
           MOVE WS-MAJ-NOCPCR-N  TO VIR00-NOCPCR.
           MOVE WS-MAJ-MONTANT-N TO VIR00-MONTANT.
           MOVE WS-MAJ-PERIOD    TO VIR00-PERIOD.
           MOVE WS-MAJ-JOUR-N    TO VIR00-JOUR.
           MOVE WS-MAJ-DATDEB-N  TO VIR00-DATDEB.
           IF WS-MAJ-DATFIN = SPACE
              MOVE ZERO TO VIR00-DATFIN
           ELSE
              MOVE WS-MAJ-DATFIN-N TO VIR00-DATFIN
           END-IF.
           MOVE 'A'              TO VIR00-ETAT.
           MOVE ZERO             TO VIR00-DATDER.
           MOVE VIR00-MONTANT    TO WS-NOUVEAU-MONTANT.
           WRITE VIR00
               INVALID KEY MOVE 'ERREUR ECRITURE ORDRE' TO WS-MOTIF
           END-WRITE.
       2210-APPLIQUER-ABS-FIN.
           EXIT.

       2220-APPLIQUER-PRES-DEB.
      * L'ORDRE EXISTE : CREATION INTERDITE ; UN ORDRE ECHU OU
      * REVOQUE NE SE MODIFIE PLUS ET NE SE REPREND PAS
           IF WS-MAJ-CODE = 'C'
              MOVE 'ORDRE DEJA EXISTANT' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF VIR00-ETAT = 'E' OR VIR00-ETAT = 'X'
              MOVE 'ORDRE ECHU OU REVOQUE' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'S'
              AND VIR00-ETAT NOT = 'A'
              MOVE 'ORDRE NON ACTIF' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'R'
              AND VIR00-ETAT NOT = 'S'
              MOVE 'ORDRE NON SUSPENDU' TO WS-MOTIF
              GO TO 2220-APPLIQUER-PRES-FIN
           END-IF.
           IF WS-MAJ-CODE = 'M'
              PERFORM 2230-MODIFIER-DEB
                 THRU 2230-MODIFIER-FIN
              IF WS-MOTIF NOT = SPACE
                 GO TO 2220-APPLIQUER-PRES-FIN
              END-IF
           END-IF.
           IF WS-MAJ-CODE = 'S'
              MOVE 'S' TO VIR00-ETAT
           END-IF.
           IF WS-MAJ-CODE = 'R'
              MOVE 'A' TO VIR00-ETAT
           END-IF.
           IF WS-MAJ-CODE = 'X'
              MOVE 'X' TO VIR00-ETAT
           END-IF.
           MOVE VIR00-MONTANT TO WS-NOUVEAU-MONTANT.
           REWRITE VIR00
               INVALID KEY MOVE 'ERREUR MISE A JOUR ORDRE' TO WS-MOTIF
           END-REWRITE.
       2220-APPLIQUER-PRES-FIN.
           EXIT.

       2230-MODIFIER-DEB.
      * REPORT DES SEULES ZONES RENSEIGNEES ; LA DATE DE FIN
      * NE PEUT PAS PRECEDER LA DATE DE DEBUT
           IF WS-MAJ-DATFIN NOT = SPACE
              AND WS-MAJ-DATFIN-N < VIR00-DATDEB
              MOVE 'DATE DE FIN AVANT DEBUT' TO WS-MOTIF
              GO TO 2230-MODIFIER-FIN
           END-IF.
           IF WS-MAJ-MONTANT NOT = SPACE
              MOVE WS-MAJ-MONTANT-N TO VIR00-MONTANT
           END-IF.
           IF WS-MAJ-PERIOD NOT = SPACE
              MOVE WS-MAJ-PERIOD TO VIR00-PERIOD
           END-IF.
           IF WS-MAJ-JOUR NOT = SPACE
              MOVE WS-MAJ-JOUR-N TO VIR00-JOUR
           END-IF.
           IF WS-MAJ-DATFIN NOT = SPACE
              MOVE WS-MAJ-DATFIN-N TO VIR00-DATFIN
           END-IF.
       2230-MODIFIER-FIN.
           EXIT.

      *********************************************************
       3000-AUDITER-DEB.
           MOVE WS-DATE-JOUR    TO WS-AU-DATE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-HEURE-JOUR   TO WS-AU-HEURE.
           MOVE WS-MAJ-CODE     TO WS-AU-CODE.
           MOVE WS-MAJ-NOVIR    TO WS-AU-NOVIR.
           MOVE WS-ANCIEN-MONTANT TO WS-AU-ANCIEN.
           MOVE WS-NOUVEAU-MONTANT TO WS-AU-NOUVEAU.
           MOVE WS-MOTIF        TO WS-AU-MOTIF.
           WRITE FS-OU-AUDIT FROM WS-AUDIT-ENR.
           IF WS-FS-FOU-AUDIT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE TRACE AUDIT'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       3000-AUDITER-FIN.
           EXIT.

      *********************************************************
       9400-DATE-VALIDE-DEB.
      * CONTROLE DE VRAISEMBLANCE D'UNE DATE AAAAMMJJ
      * (WS-DATE-W) : MOIS DE 1 A 12, JOUR DE 1 A 31
           MOVE 'OUI' TO WS-DATE-VALIDE.
           IF WS-DW-AAAA < 1900
              OR WS-DW-MM < 1 OR WS-DW-MM > 12
              OR WS-DW-JJ < 1 OR WS-DW-JJ > 31
              MOVE 'NON' TO WS-DATE-VALIDE
           END-IF.
       9400-DATE-VALIDE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PVIRMA*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'MOUVEMENTS LUS        ' WS-CTR-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES  ' WS-CTR-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES    ' WS-CTR-REJETES.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PVIRMA *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-MAJ :      ' WS-FS-FIN-MAJ.
           DISPLAY ' WS-FS-VIR     :      ' WS-FS-VIR.
           DISPLAY ' WS-FS-CPT     :      ' WS-FS-CPT.
           DISPLAY ' WS-FS-FOU-AUDIT :    ' WS-FS-FOU-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
