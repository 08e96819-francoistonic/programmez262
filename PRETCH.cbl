       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PRETCH.

      *****************************************************
      *      FICHIER RETOUR VERS LE CANAL EXTERNE DE
      *      CAPTURE A DISTANCE, EN FIN DE CHAINE
      *      - RELIT LE FLUX D'ORIGINE DU PARTENAIRE (MEME
      *        FICHIER QUE PACQCH) EN PARALLELE DES REJETS DE
      *        PACQCH (OUEXTREJ) ET DES MOUVEMENTS CONVERTIS
      *        (OUEXTMVT), QUI SONT TOUS DEUX DANS L'ORDRE DU
      *        FLUX : CHAQUE LIGNE RETROUVE AINSI SON MOTIF DE
      *        REJET OU SA REFERENCE REFMVT
      *      - SUIT CHAQUE REFERENCE 'CANALEXT' DANS
      *        L'HISTORIQUE DES MOUVEMENTS COMPTABILISES DE LA
      *        DATE COMPTABLE (OUHISMVT), LE SUSPENS DE PAPRUP
      *        ET LE SUSPENS DES DOUBLONS DE PDOUBL
      *      - ECRIT UNE LIGNE RETOUR PAR LIGNE D'ORIGINE,
      *        DANS LE FORMAT DELIMITE DU PARTENAIRE :
      *        COMPTE;DATE;SENS;MONTANT;REFERENCE;STATUT;
      *        DATE COMPTABLE;CODE MOTIF;MOTIF
      *        STATUT COMPTABILISE (AVEC LA DATE COMPTABLE),
      *        REJETE OU SUSPENS (AVEC LE CODE MOTIF), INCONNU
      *        SI LA REFERENCE N'EST RETROUVEE NULLE PART
      *      - TERMINE PAR UNE LIGNE TOTAL (NOMBRE ET MONTANT
      *        EN CENTIMES PAR STATUT) QUI RECONCILIE AVEC LA
      *        SOUMISSION DU PARTENAIRE : LIGNES RECUES =
      *        COMPTABILISEES + REJETEES + SUSPENS + INCONNUES
      *      LES LIGNES BLANCHES, SAUTEES PAR PACQCH, NE
      *      DONNENT PAS DE LIGNE RETOUR ; UN MONTANT
      *      ILLISIBLE COMPTE POUR ZERO DANS LES TOTAUX
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-EXT ASSIGN TO INEXTCH
               FILE STATUS IS WS-FS-FIN-EXT.
      *
               SELECT FIN-REJ ASSIGN TO INEXTREJ
               FILE STATUS IS WS-FS-FIN-REJ.
      *
               SELECT FIN-MVT ASSIGN TO INEXTMVT
               FILE STATUS IS WS-FS-FIN-MVT.
      *
               SELECT FIN-HIS ASSIGN TO INHISMVT
               FILE STATUS IS WS-FS-FIN-HIS.
      *
               SELECT FIN-SUSPAP ASSIGN TO INSUSPAP
               FILE STATUS IS WS-FS-FIN-SUSPAP.
      *
               SELECT FIN-SUSDBL ASSIGN TO INSUSDBL
               FILE STATUS IS WS-FS-FIN-SUSDBL.
      *
               SELECT FOU-RET ASSIGN TO OURETCH
               FILE STATUS IS WS-FS-FOU-RET.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-EXT
            RECORDING MODE IS F.
       01  FS-IN-EXT       PIC X(100).
      *
       FD FIN-REJ
            RECORDING MODE IS F.
       01  FS-IN-REJ       PIC X(132).
      *
       FD FIN-MVT
            RECORDING MODE IS F.
       01  FS-IN-MVT       PIC X(53).
      *
       FD FIN-HIS
            RECORDING MODE IS F.
       01  FS-IN-HIS       PIC X(60).
      *
       FD FIN-SUSPAP
            RECORDING MODE IS F.
       01  FS-IN-SUSPAP    PIC X(83).
      *
       FD FIN-SUSDBL
            RECORDING MODE IS F.
       01  FS-IN-SUSDBL    PIC X(83).
      *
       FD FOU-RET
            RECORDING MODE IS F.
       01  FS-OU-RET       PIC X(132).
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
       01  WS-EXT-LIGNE     PIC X(100).
      * REJET DE PACQCH : MOTIF PUIS TEXTE D'ORIGINE DE LA LIGNE
       01  WS-REJ-ENR.
           05   WS-RJ-MOTIF    PIC X(30).
           05   FILLER         PIC X(02).
           05   WS-RJ-TEXTE    PIC X(100).
       01  WS-MVT-ENR.
           05   WS-MV-NOCPTE   PIC 9(10).
           05   WS-MV-DAMVT    PIC X(08).
           05   WS-MV-CDMVT    PIC X(01).
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   WS-MV-DEVISE   PIC X(03).
       01  WS-HIS-ENR.
           05   WS-HI-NOCPTE   PIC 9(10).
           05   WS-HI-DATCPT   PIC 9(08).
           05   WS-HI-DAMVT    PIC X(08).
           05   WS-HI-CDMVT    PIC X(01).
           05   WS-HI-MTMVT    PIC S9(8)V99.
           05   WS-HI-ORIGINE  PIC X(10).
           05   WS-HI-REFMVT   PIC X(11).
           05   FILLER         PIC X(02).
      * REJET AU SUSPENS (MEME DESSIN POUR PAPRUP ET PDOUBL)
       01  WS-SUS-ENR.
           05   WS-SUS-NOCPTE  PIC 9(10).
           05   WS-SUS-DAMVT   PIC X(08).
           05   WS-SUS-CDMVT   PIC X(01).
           05   WS-SUS-MTMVT   PIC S9(8)V99.
           05   WS-SUS-MOTIF   PIC X(30).
           05   WS-SUS-ORIGINE PIC X(10).
           05   WS-SUS-REFMVT  PIC X(11).
           05   WS-SUS-DEVISE  PIC X(03).
       01  WS-RET-LIGNE     PIC X(132).
      * DEVISE RENDUE PRECEDEE DE SON SEPARATEUR, A BLANC SI LE
      * PARTENAIRE NE L'A PAS ENVOYEE
       01  WS-RET-DEVISE    PIC X(05).
      *************************************************
      * CHAMPS DECOUPES DE LA LIGNE DELIMITEE
      *************************************************
       01 WS-CH-COMPTE      PIC X(12) VALUE SPACE.
       01 WS-CH-DATE        PIC X(12) VALUE SPACE.
       01 WS-CH-SENS        PIC X(02) VALUE SPACE.
       01 WS-CH-MONTANT     PIC X(12) VALUE SPACE.
       01 WS-CH-REFER       PIC X(12) VALUE SPACE.
       01 WS-CH-DEVISE      PIC X(04) VALUE SPACE.
       01 WS-CH-RESTE       PIC X(20) VALUE SPACE.
      *
      * CADRAGE D'UN CHAMP CHIFFRE LIVRE CADRE A GAUCHE
       01 WS-CAD-CHAMP.
          05 WS-CAD-CAR     PIC X(01) OCCURS 12.
       01 WS-CAD-IX         PIC 9(02) COMP VALUE ZERO.
       01 WS-CAD-FINI       PIC X(01) VALUE '0'.
       01 WS-CAD-VIDE       PIC X(01) VALUE '1'.
       01 WS-CAD-OK         PIC X(03) VALUE SPACE.
       01 WS-CAD-VALEUR     PIC 9(12) VALUE ZERO.
       01 WS-UN-CAR         PIC X(01) VALUE SPACE.
       01 WS-UN-CAR-N REDEFINES WS-UN-CAR PIC 9(01).
      *************************************************
      * TABLE DES LIGNES ACCEPTEES PAR PACQCH
      *************************************************
      * UN POSTE PAR MOUVEMENT CONVERTI, DANS L'ORDRE DU FLUX ;
      * LE STATUT EST POSE PAR L'HISTORIQUE ('C') OU PAR L'UN
      * DES SUSPENS ('S'). LA TABLE PLEINE EST UN ABANDON
       01 WS-LIG-NB-MAX     PIC 9(06) VALUE 50000.
       01 WS-LIG-NB         PIC 9(06) VALUE ZERO.
       01 WS-LIG-IX         PIC 9(06) COMP VALUE ZERO.
       01 WS-LIG-COUR       PIC 9(06) COMP VALUE ZERO.
       01 WS-LIG-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-LIG-TABLE.
          05 WS-LIG-POSTE OCCURS 50000.
             10 WS-LT-REFMVT   PIC X(11).
             10 WS-LT-NOCPTE   PIC 9(10).
             10 WS-LT-STATUT   PIC X(01).
             10 WS-LT-DATCPT   PIC 9(08).
             10 WS-LT-MOTIF    PIC X(30).
      * CLE RECHERCHEE DANS LA TABLE
       01 WS-CLE-REFMVT     PIC X(11) VALUE SPACE.
       01 WS-CLE-NOCPTE     PIC 9(10) VALUE ZERO.
      *************************************************
      * CODES MOTIF COMMUNIQUES AU PARTENAIRE
      *************************************************
      * 00 COMPTABILISE, 01 A 19 REJETS DE PACQCH (01 A 09
      * UTILISES), 20 A 49 MOTIFS DU SUSPENS (LIBELLES DE
      * PDOUBL ET PAPRUP, 20 A 31 UTILISES), 90 MOUVEMENT NON
      * RETROUVE, 99 AUTRE MOTIF ; UN SUSPENS DONT LE LIBELLE
      * EST AUSSI UN REJET DE PACQCH (DATE OU SENS INVALIDE)
      * PREND LE CODE DU REJET
       01 WS-TAB-MOTIF.
          05 FILLER PIC X(32) VALUE '01TROP DE CHAMPS'.
          05 FILLER PIC X(32) VALUE '02NUMERO COMPTE INVALIDE'.
          05 FILLER PIC X(32) VALUE '03NUMERO COMPTE RESERVE'.
          05 FILLER PIC X(32) VALUE '04DATE MOUVEMENT INVALIDE'.
          05 FILLER PIC X(32) VALUE '05SENS MOUVEMENT INVALIDE'.
          05 FILLER PIC X(32) VALUE '06MONTANT INVALIDE'.
          05 FILLER PIC X(32) VALUE '07MONTANT NUL'.
          05 FILLER PIC X(32) VALUE '08REFERENCE TROP LONGUE'.
          05 FILLER PIC X(32) VALUE '09DEVISE INVALIDE'.
          05 FILLER PIC X(32) VALUE '20DOUBLON - REFERENCE DEJA VUE'.
          05 FILLER PIC X(32) VALUE '21COMPTE INCONNU SUR CPT-FICHIER'.
          05 FILLER PIC X(32) VALUE '22COMPTE BLOQUE'.
          05 FILLER PIC X(32) VALUE '23COMPTE CLOS'.
          05 FILLER PIC X(32) VALUE '24MOUVEMENT HORS PERIODE'.
          05 FILLER PIC X(32) VALUE '25COMPTE EN CLOTURE'.
          05 FILLER PIC X(32) VALUE '26DEVISE DIFFERENTE DU COMPTE'.
          05 FILLER PIC X(32) VALUE '27COURS DE LA DEVISE ABSENT'.
          05 FILLER PIC X(32) VALUE '28SOMME SAISIE INDISPONIBLE'.
          05 FILLER PIC X(32) VALUE '29PRODUIT INCONNU AU CATALOGUE'.
          05 FILLER PIC X(32) VALUE '30SENS INTERDIT PAR LE PRODUIT'.
          05 FILLER PIC X(32) VALUE '31DECOUVERT INTERDIT PAR PRODUIT'.
       01 WS-TAB-MOTIF-R REDEFINES WS-TAB-MOTIF.
          05 WS-MO-POSTE OCCURS 21.
             10 WS-MO-CODE     PIC X(02).
             10 WS-MO-LIBELLE  PIC X(30).
       01 WS-MO-NB          PIC 9(02) VALUE 21.
       01 WS-MO-IX          PIC 9(02) COMP VALUE ZERO.
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-EXT    PIC XX.
       01    WS-FS-FIN-REJ    PIC XX.
       01    WS-FS-FIN-MVT    PIC XX.
       01    WS-FS-FIN-HIS    PIC XX.
       01    WS-FS-FIN-SUSPAP PIC XX.
       01    WS-FS-FIN-SUSDBL PIC XX.
       01    WS-FS-FOU-RET    PIC XX.
       01    WS-FS-FIN-DATCTL PIC XX.
       01    WS-FS-SUS        PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-REJ-FLAG       PIC XXX    VALUE SPACE.
       01 WS-SUS-FLAG       PIC XXX    VALUE SPACE.
       01 WS-SUS-SOURCE     PIC X(08)  VALUE SPACE.
      *
      * STATUT ET MOTIF DE LA LIGNE EN COURS
       01 WS-STATUT         PIC X(12) VALUE SPACE.
       01 WS-RT-DATCPT      PIC X(08) VALUE SPACE.
       01 WS-RT-CODE        PIC X(02) VALUE SPACE.
       01 WS-RT-MOTIF       PIC X(30) VALUE SPACE.
       01 WS-MT-LIGNE       PIC 9(12) VALUE ZERO.
      *
       01 WS-CTR-ACCEPTES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-HIS-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-SUS-LUS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-NON-POINTES PIC 9(7) VALUE ZERO .
      *
      * TOTAUX DE LA LIGNE TOTAL (MONTANTS EN CENTIMES)
       01 WS-NB-RECUES      PIC 9(07) VALUE ZERO.
       01 WS-MT-RECUES      PIC 9(15) VALUE ZERO.
       01 WS-NB-COMPTA      PIC 9(07) VALUE ZERO.
       01 WS-MT-COMPTA      PIC 9(15) VALUE ZERO.
       01 WS-NB-REJETEES    PIC 9(07) VALUE ZERO.
       01 WS-MT-REJETEES    PIC 9(15) VALUE ZERO.
       01 WS-NB-SUSPENS     PIC 9(07) VALUE ZERO.
       01 WS-MT-SUSPENS     PIC 9(15) VALUE ZERO.
       01 WS-NB-INCONNUES   PIC 9(07) VALUE ZERO.
       01 WS-MT-INCONNUES   PIC 9(15) VALUE ZERO.
      *
       01 WS-DATE-JOUR      PIC 9(08) VALUE ZERO.
       01 WS-HEURE-JOUR     PIC 9(08) VALUE ZERO.
       01 WS-DATCTL-LU      PIC XXX   VALUE SPACE.
       01 WS-DATCTL-ENR.
          05 WS-DC-DATCPT      PIC 9(08).
          05 WS-DC-DATPRE      PIC 9(08).
          05 FILLER            PIC X(04).
      *
       01 WS-JRN-ENR.
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PRETCH'.
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

           PERFORM 0100-CHARGER-ACCEPTES-DEB
              THRU 0100-CHARGER-ACCEPTES-FIN.
           PERFORM 1000-HISTORIQUE-DEB
              THRU 1000-HISTORIQUE-FIN.
      * LE SUSPENS DE PAPRUP AVANT CELUI DES DOUBLONS : POUR
      * UNE REFERENCE EN DOUBLE DANS LE FLUX, PDOUBL A LAISSE
      * PASSER LA PREMIERE LIGNE ET ECARTE LES SUIVANTES
           MOVE 'PAPRUP' TO WS-SUS-SOURCE.
           PERFORM 1100-SUSPENS-DEB
              THRU 1100-SUSPENS-FIN.
           MOVE 'PDOUBL' TO WS-SUS-SOURCE.
           PERFORM 1100-SUSPENS-DEB
              THRU 1100-SUSPENS-FIN.

           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.
           PERFORM 2010-REJET-LEC-DEB
              THRU 2010-REJET-LEC-FIN.
           PERFORM 2000-LIGNE-LEC-DEB
              THRU 2000-LIGNE-LEC-FIN.
           PERFORM 2100-LIGNE-TRT-DEB
              THRU 2100-LIGNE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           PERFORM 3000-FIN-DE-FICHIER-DEB
              THRU 3000-FIN-DE-FICHIER-FIN.
           PERFORM 0300-FERMETURES-DEB
              THRU 0300-FERMETURES-FIN.

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
       0100-CHARGER-ACCEPTES-DEB.
      * CHARGEMENT EN TABLE DES MOUVEMENTS CONVERTIS PAR
      * PACQCH (ENTETE 'E' ET FIN DE FICHIER 'T' SAUTEES)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-MVT.
           IF WS-FS-FIN-MVT NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS CONVERTIS FS='
                      WS-FS-FIN-MVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0110-MVT-LEC-DEB
              THRU 0110-MVT-LEC-FIN.
           PERFORM 0120-MVT-CHG-DEB
              THRU 0120-MVT-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-MVT.
       0100-CHARGER-ACCEPTES-FIN.
           EXIT.

       0110-MVT-LEC-DEB.
           READ FIN-MVT
                INTO WS-MVT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0110-MVT-LEC-FIN.
           EXIT.

       0120-MVT-CHG-DEB.
           IF WS-MV-NOCPTE = ZERO
              AND WS-MV-CDMVT = 'E'
              GO TO 0120-MVT-CHG-90
           END-IF.
           IF WS-MV-NOCPTE = 9999999999
              AND WS-MV-CDMVT = 'T'
              GO TO 0120-MVT-CHG-90
           END-IF.
           IF WS-LIG-NB NOT < WS-LIG-NB-MAX
              DISPLAY 'TABLE DES LIGNES ACCEPTEES PLEINE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-LIG-NB.
           ADD 1 TO WS-CTR-ACCEPTES.
           MOVE WS-LIG-NB TO WS-LIG-IX.
           MOVE WS-MV-REFMVT TO WS-LT-REFMVT (WS-LIG-IX).
           MOVE WS-MV-NOCPTE TO WS-LT-NOCPTE (WS-LIG-IX).
           MOVE SPACE        TO WS-LT-STATUT (WS-LIG-IX).
           MOVE ZERO         TO WS-LT-DATCPT (WS-LIG-IX).
           MOVE SPACE        TO WS-LT-MOTIF (WS-LIG-IX).
       0120-MVT-CHG-90.
           PERFORM 0110-MVT-LEC-DEB
              THRU 0110-MVT-LEC-FIN.
       0120-MVT-CHG-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           MOVE SPACE TO WS-FIN-FLAG WS-REJ-FLAG.
           OPEN INPUT FIN-EXT.
           IF WS-FS-FIN-EXT NOT = ZERO
              DISPLAY 'ERREUR OPEN FLUX CANAL EXTERNE FS='
                      WS-FS-FIN-EXT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT FIN-REJ.
           IF WS-FS-FIN-REJ NOT = ZERO
              DISPLAY 'ERREUR OPEN REJETS DU CANAL FS='
                      WS-FS-FIN-REJ
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-RET.
           IF WS-FS-FOU-RET NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER RETOUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       0200-OUVERTURES-FIN.
           EXIT.

       0300-FERMETURES-DEB.
           CLOSE FIN-EXT.
           CLOSE FIN-REJ.
           CLOSE FOU-RET.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-HISTORIQUE-DEB.
      * POINTAGE DES MOUVEMENTS COMPTABILISES A LA DATE
      * COMPTABLE DU JOUR ; L'HISTORIQUE EST CUMULE SUR LE
      * MOIS, LES DATES PRECEDENTES SONT IGNOREES (FICHIER
      * ABSENT, PAR EXEMPLE APRES UNE SIMULATION : RIEN N'EST
      * COMPTABILISE)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-HIS.
           IF WS-FS-FIN-HIS = '35'
              DISPLAY 'HISTORIQUE ABSENT, AUCUN MOUVEMENT POINTE'
              GO TO 1000-HISTORIQUE-FIN
           END-IF.
           IF WS-FS-FIN-HIS NOT = ZERO
              DISPLAY 'ERREUR OPEN HISTORIQUE FS=' WS-FS-FIN-HIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1010-HIS-LEC-DEB
              THRU 1010-HIS-LEC-FIN.
           PERFORM 1020-HIS-TRT-DEB
              THRU 1020-HIS-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-HIS.
       1000-HISTORIQUE-FIN.
           EXIT.

       1010-HIS-LEC-DEB.
           READ FIN-HIS
                INTO WS-HIS-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1010-HIS-LEC-FIN.
           EXIT.

       1020-HIS-TRT-DEB.
           IF WS-HI-ORIGINE NOT = 'CANALEXT'
              OR WS-HI-DATCPT NOT = WS-DATE-JOUR
              GO TO 1020-HIS-TRT-90
           END-IF.
           ADD 1 TO WS-CTR-HIS-LUS.
           MOVE WS-HI-REFMVT TO WS-CLE-REFMVT.
           MOVE WS-HI-NOCPTE TO WS-CLE-NOCPTE.
           PERFORM 2500-CHERCHER-LIGNE-DEB
              THRU 2500-CHERCHER-LIGNE-FIN.
           IF WS-LIG-TROUVE = 'OUI'
              MOVE 'C'          TO WS-LT-STATUT (WS-LIG-IX)
              MOVE WS-HI-DATCPT TO WS-LT-DATCPT (WS-LIG-IX)
           ELSE
              ADD 1 TO WS-CTR-NON-POINTES
           END-IF.
       1020-HIS-TRT-90.
           PERFORM 1010-HIS-LEC-DEB
              THRU 1010-HIS-LEC-FIN.
       1020-HIS-TRT-FIN.
           EXIT.

      *********************************************************
       1100-SUSPENS-DEB.
      * POINTAGE DES MOUVEMENTS DU CANAL PARTIS AU SUSPENS,
      * SUR LE FICHIER DE PAPRUP OU DE PDOUBL SELON
      * WS-SUS-SOURCE (FICHIER ABSENT = AUCUN REJET)
           MOVE SPACE TO WS-SUS-FLAG.
           IF WS-SUS-SOURCE = 'PAPRUP'
              OPEN INPUT FIN-SUSPAP
              MOVE WS-FS-FIN-SUSPAP TO WS-FS-SUS
           ELSE
              OPEN INPUT FIN-SUSDBL
              MOVE WS-FS-FIN-SUSDBL TO WS-FS-SUS
           END-IF.
           IF WS-FS-SUS = '35'
              GO TO 1100-SUSPENS-FIN
           END-IF.
           IF WS-FS-SUS NOT = ZERO
              DISPLAY 'ERREUR OPEN SUSPENS ' WS-SUS-SOURCE
                      ' FS=' WS-FS-SUS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1110-SUS-LEC-DEB
              THRU 1110-SUS-LEC-FIN.
           PERFORM 1120-SUS-TRT-DEB
              THRU 1120-SUS-TRT-FIN
              UNTIL WS-SUS-FLAG = 'FIN'.
           IF WS-SUS-SOURCE = 'PAPRUP'
              CLOSE FIN-SUSPAP
           ELSE
              CLOSE FIN-SUSDBL
           END-IF.
       1100-SUSPENS-FIN.
           EXIT.

       1110-SUS-LEC-DEB.
           IF WS-SUS-SOURCE = 'PAPRUP'
              READ FIN-SUSPAP
                   INTO WS-SUS-ENR
                  AT END MOVE 'FIN' TO WS-SUS-FLAG
              END-READ
           ELSE
              READ FIN-SUSDBL
                   INTO WS-SUS-ENR
                  AT END MOVE 'FIN' TO WS-SUS-FLAG
              END-READ
           END-IF.
       1110-SUS-LEC-FIN.
           EXIT.

       1120-SUS-TRT-DEB.
           IF WS-SUS-ORIGINE NOT = 'CANALEXT'
              GO TO 1120-SUS-TRT-90
           END-IF.
           ADD 1 TO WS-CTR-SUS-LUS.
           MOVE WS-SUS-REFMVT TO WS-CLE-REFMVT.
           MOVE WS-SUS-NOCPTE TO WS-CLE-NOCPTE.
           PERFORM 2500-CHERCHER-LIGNE-DEB
              THRU 2500-CHERCHER-LIGNE-FIN.
           IF WS-LIG-TROUVE = 'OUI'
              MOVE 'S'          TO WS-LT-STATUT (WS-LIG-IX)
              MOVE WS-SUS-MOTIF TO WS-LT-MOTIF (WS-LIG-IX)
           ELSE
              ADD 1 TO WS-CTR-NON-POINTES
           END-IF.
       1120-SUS-TRT-90.
           PERFORM 1110-SUS-LEC-DEB
              THRU 1110-SUS-LEC-FIN.
       1120-SUS-TRT-FIN.
           EXIT.

      *********************************************************
       2000-LIGNE-LEC-DEB.
           READ FIN-EXT
                INTO WS-EXT-LIGNE
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       2000-LIGNE-LEC-FIN.
           EXIT.

       2010-REJET-LEC-DEB.
           READ FIN-REJ
                INTO WS-REJ-ENR
               AT END MOVE 'FIN' TO WS-REJ-FLAG.
       2010-REJET-LEC-FIN.
           EXIT.

      *********************************************************
       2100-LIGNE-TRT-DEB.
      * UNE LIGNE DU FLUX D'ORIGINE : C'EST LE PROCHAIN REJET
      * DE PACQCH SI LE TEXTE EST LE MEME, SINON LE PROCHAIN
      * MOUVEMENT CONVERTI ; LES LIGNES BLANCHES SONT SAUTEES
      * COMME DANS PACQCH
           IF WS-EXT-LIGNE = SPACE
              GO TO 2100-LIGNE-TRT-90
           END-IF.
           PERFORM 2200-DECOUPER-DEB
              THRU 2200-DECOUPER-FIN.
           MOVE SPACE TO WS-RT-DATCPT WS-RT-CODE WS-RT-MOTIF.
           IF WS-REJ-FLAG NOT = 'FIN'
              AND WS-RJ-TEXTE = WS-EXT-LIGNE
              PERFORM 2300-LIGNE-REJETEE-DEB
                 THRU 2300-LIGNE-REJETEE-FIN
           ELSE
              PERFORM 2400-LIGNE-ACCEPTEE-DEB
                 THRU 2400-LIGNE-ACCEPTEE-FIN
           END-IF.
           PERFORM 2600-ECRIRE-RETOUR-DEB
              THRU 2600-ECRIRE-RETOUR-FIN.
       2100-LIGNE-TRT-90.
           PERFORM 2000-LIGNE-LEC-DEB
              THRU 2000-LIGNE-LEC-FIN.
       2100-LIGNE-TRT-FIN.
           EXIT.

       2200-DECOUPER-DEB.
      * MEME DECOUPAGE QUE PACQCH ; LE MONTANT EN CENTIMES
      * N'ENTRE DANS LES TOTAUX QUE S'IL EST LISIBLE
           MOVE SPACE TO WS-CH-COMPTE WS-CH-DATE WS-CH-SENS
                         WS-CH-MONTANT WS-CH-REFER WS-CH-DEVISE
                         WS-CH-RESTE.
           UNSTRING WS-EXT-LIGNE DELIMITED BY ';'
               INTO WS-CH-COMPTE
                    WS-CH-DATE
                    WS-CH-SENS
                    WS-CH-MONTANT
                    WS-CH-REFER
                    WS-CH-DEVISE
                    WS-CH-RESTE
           END-UNSTRING.
           MOVE ZERO TO WS-MT-LIGNE.
           MOVE WS-CH-MONTANT TO WS-CAD-CHAMP.
           PERFORM 9200-CADRER-DEB
              THRU 9200-CADRER-FIN.
           IF WS-CAD-OK = 'OUI'
              AND WS-CAD-VIDE = '0'
              AND WS-CAD-VALEUR NOT > 9999999999
              MOVE WS-CAD-VALEUR TO WS-MT-LIGNE
           END-IF.
           ADD 1 TO WS-NB-RECUES.
           ADD WS-MT-LIGNE TO WS-MT-RECUES.
       2200-DECOUPER-FIN.
           EXIT.

       2300-LIGNE-REJETEE-DEB.
           MOVE 'REJETE'    TO WS-STATUT.
           MOVE WS-RJ-MOTIF TO WS-RT-MOTIF.
           PERFORM 2700-CODE-MOTIF-DEB
              THRU 2700-CODE-MOTIF-FIN.
           ADD 1 TO WS-NB-REJETEES.
           ADD WS-MT-LIGNE TO WS-MT-REJETEES.
           PERFORM 2010-REJET-LEC-DEB
              THRU 2010-REJET-LEC-FIN.
       2300-LIGNE-REJETEE-FIN.
           EXIT.

       2400-LIGNE-ACCEPTEE-DEB.
      * LE FLUX, LES REJETS ET LES MOUVEMENTS CONVERTIS DOIVENT
      * AVANCER ENSEMBLE : UN DECALAGE (FICHIERS DE RUNS
      * DIFFERENTES) EST UN ABANDON, JAMAIS UN RETOUR FAUX
           ADD 1 TO WS-LIG-COUR.
           IF WS-LIG-COUR > WS-LIG-NB
              DISPLAY 'FLUX ET MOUVEMENTS CONVERTIS DECALES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CH-COMPTE TO WS-CAD-CHAMP.
           PERFORM 9200-CADRER-DEB
              THRU 9200-CADRER-FIN.
           IF WS-CAD-VALEUR NOT = WS-LT-NOCPTE (WS-LIG-COUR)
              DISPLAY 'FLUX ET MOUVEMENTS CONVERTIS DECALES'
              DISPLAY 'COMPTE ATTENDU ' WS-LT-NOCPTE (WS-LIG-COUR)
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-LT-STATUT (WS-LIG-COUR) = 'C'
              MOVE 'COMPTABILISE' TO WS-STATUT
              MOVE WS-LT-DATCPT (WS-LIG-COUR) TO WS-RT-DATCPT
              MOVE '00' TO WS-RT-CODE
              ADD 1 TO WS-NB-COMPTA
              ADD WS-MT-LIGNE TO WS-MT-COMPTA
              GO TO 2400-LIGNE-ACCEPTEE-FIN
           END-IF.
           IF WS-LT-STATUT (WS-LIG-COUR) = 'S'
              MOVE 'SUSPENS' TO WS-STATUT
              MOVE WS-LT-MOTIF (WS-LIG-COUR) TO WS-RT-MOTIF
              PERFORM 2700-CODE-MOTIF-DEB
                 THRU 2700-CODE-MOTIF-FIN
              ADD 1 TO WS-NB-SUSPENS
              ADD WS-MT-LIGNE TO WS-MT-SUSPENS
              GO TO 2400-LIGNE-ACCEPTEE-FIN
           END-IF.
           MOVE 'INCONNU' TO WS-STATUT.
           MOVE '90'      TO WS-RT-CODE.
           MOVE 'MOUVEMENT NON RETROUVE' TO WS-RT-MOTIF.
           ADD 1 TO WS-NB-INCONNUES.
           ADD WS-MT-LIGNE TO WS-MT-INCONNUES.
       2400-LIGNE-ACCEPTEE-FIN.
           EXIT.

       2500-CHERCHER-LIGNE-DEB.
      * PREMIER POSTE ENCORE SANS STATUT PORTANT LA REFERENCE
      * ET LE COMPTE RECHERCHES (WS-CLE-REFMVT, WS-CLE-NOCPTE)
           MOVE 'NON' TO WS-LIG-TROUVE.
           MOVE ZERO  TO WS-LIG-IX.
           IF WS-LIG-NB = ZERO
              GO TO 2500-CHERCHER-LIGNE-FIN
           END-IF.
           PERFORM 2510-COMPARER-LIGNE-DEB
              THRU 2510-COMPARER-LIGNE-FIN
              UNTIL WS-LIG-TROUVE = 'OUI'
              OR WS-LIG-IX NOT < WS-LIG-NB.
       2500-CHERCHER-LIGNE-FIN.
           EXIT.

       2510-COMPARER-LIGNE-DEB.
           ADD 1 TO WS-LIG-IX.
           IF WS-CLE-REFMVT = WS-LT-REFMVT (WS-LIG-IX)
              AND WS-CLE-NOCPTE = WS-LT-NOCPTE (WS-LIG-IX)
              AND WS-LT-STATUT (WS-LIG-IX) = SPACE
              MOVE 'OUI' TO WS-LIG-TROUVE
           END-IF.
       2510-COMPARER-LIGNE-FIN.
           EXIT.

      *********************************************************
       2600-ECRIRE-RETOUR-DEB.
      * LES CHAMPS DU PARTENAIRE SONT RENDUS TELS QU'IL LES A
      * ENVOYES (LA DEVISE SEULEMENT SI ELLE A ETE ENVOYEE),
      * SUIVIS DU STATUT, DE LA DATE COMPTABLE, DU CODE ET DU
      * LIBELLE DU MOTIF
           MOVE SPACE TO WS-RET-LIGNE WS-RET-DEVISE.
           IF WS-CH-DEVISE NOT = SPACE
              STRING ';'          DELIMITED BY SIZE
                     WS-CH-DEVISE DELIMITED BY SPACE
                     INTO WS-RET-DEVISE
              END-STRING
           END-IF.
           STRING WS-CH-COMPTE  DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-CH-DATE    DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-CH-SENS    DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-CH-MONTANT DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-CH-REFER   DELIMITED BY SPACE
                  WS-RET-DEVISE DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-STATUT     DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-RT-DATCPT  DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-RT-CODE    DELIMITED BY SPACE
                  ';'           DELIMITED BY SIZE
                  WS-RT-MOTIF   DELIMITED BY SIZE
                  INTO WS-RET-LIGNE
           END-STRING.
           WRITE FS-OU-RET FROM WS-RET-LIGNE.
           IF WS-FS-FOU-RET NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FICHIER RETOUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       2600-ECRIRE-RETOUR-FIN.
           EXIT.

       2700-CODE-MOTIF-DEB.
      * CODE PARTENAIRE DU LIBELLE WS-RT-MOTIF (99 SI LE
      * LIBELLE N'EST PAS DANS LA TABLE)
           MOVE '99' TO WS-RT-CODE.
           MOVE ZERO TO WS-MO-IX.
           PERFORM 2710-COMPARER-MOTIF-DEB
              THRU 2710-COMPARER-MOTIF-FIN
              UNTIL WS-RT-CODE NOT = '99'
              OR WS-MO-IX NOT < WS-MO-NB.
       2700-CODE-MOTIF-FIN.
           EXIT.

       2710-COMPARER-MOTIF-DEB.
           ADD 1 TO WS-MO-IX.
           IF WS-RT-MOTIF = WS-MO-LIBELLE (WS-MO-IX)
              MOVE WS-MO-CODE (WS-MO-IX) TO WS-RT-CODE
           END-IF.
       2710-COMPARER-MOTIF-FIN.
           EXIT.

      *********************************************************
       3000-FIN-DE-FICHIER-DEB.
      * TOUS LES REJETS ET TOUS LES MOUVEMENTS CONVERTIS
      * DOIVENT AVOIR ETE RETROUVES DANS LE FLUX ; PUIS LIGNE
      * TOTAL : DATE COMPTABLE, NOMBRE ET MONTANT EN CENTIMES
      * DES LIGNES RECUES, COMPTABILISEES, REJETEES, EN
      * SUSPENS ET INCONNUES
           IF WS-REJ-FLAG NOT = 'FIN'
              OR WS-LIG-COUR NOT = WS-LIG-NB
              DISPLAY 'FLUX, REJETS ET MOUVEMENTS CONVERTIS DECALES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACE TO WS-RET-LIGNE.
           STRING 'TOTAL;'         DELIMITED BY SIZE
                  WS-DATE-JOUR     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-NB-RECUES     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-MT-RECUES     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-NB-COMPTA     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-MT-COMPTA     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-NB-REJETEES   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-MT-REJETEES   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-NB-SUSPENS    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-MT-SUSPENS    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-NB-INCONNUES  DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-MT-INCONNUES  DELIMITED BY SIZE
                  INTO WS-RET-LIGNE
           END-STRING.
           WRITE FS-OU-RET FROM WS-RET-LIGNE.
           IF WS-FS-FOU-RET NOT = ZERO
              DISPLAY 'ERREUR ECRITURE TOTAL DU FICHIER RETOUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       3000-FIN-DE-FICHIER-FIN.
           EXIT.

      *********************************************************
       9200-CADRER-DEB.
      * CADRAGE A DROITE D'UN CHAMP CHIFFRE LIVRE CADRE A
      * GAUCHE (WS-CAD-CHAMP), RENDU DANS WS-CAD-VALEUR ;
      * VERDICT DANS WS-CAD-OK, CHAMP VIDE DANS WS-CAD-VIDE
           MOVE 'OUI' TO WS-CAD-OK.
           MOVE '1'   TO WS-CAD-VIDE.
           MOVE '0'   TO WS-CAD-FINI.
           MOVE ZERO  TO WS-CAD-VALEUR WS-CAD-IX.
           PERFORM 9210-CADRER-CAR-DEB
              THRU 9210-CADRER-CAR-FIN
              UNTIL WS-CAD-IX NOT < 12
              OR WS-CAD-OK = 'NON'.
       9200-CADRER-FIN.
           EXIT.

       9210-CADRER-CAR-DEB.
           ADD 1 TO WS-CAD-IX.
           MOVE WS-CAD-CAR (WS-CAD-IX) TO WS-UN-CAR.
           IF WS-UN-CAR = SPACE
              MOVE '1' TO WS-CAD-FINI
              GO TO 9210-CADRER-CAR-FIN
           END-IF.
           IF WS-CAD-FINI = '1'
              MOVE 'NON' TO WS-CAD-OK
              GO TO 9210-CADRER-CAR-FIN
           END-IF.
           IF WS-UN-CAR NOT NUMERIC
              MOVE 'NON' TO WS-CAD-OK
              GO TO 9210-CADRER-CAR-FIN
           END-IF.
           MOVE '0' TO WS-CAD-VIDE.
           COMPUTE WS-CAD-VALEUR =
                   (WS-CAD-VALEUR * 10) + WS-UN-CAR-N.
       9210-CADRER-CAR-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PRETCH*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'LIGNES RECUES         ' WS-NB-RECUES.
           DISPLAY 'LIGNES COMPTABILISEES ' WS-NB-COMPTA.
           DISPLAY 'LIGNES REJETEES       ' WS-NB-REJETEES.
           DISPLAY 'LIGNES EN SUSPENS     ' WS-NB-SUSPENS.
           DISPLAY 'LIGNES INCONNUES      ' WS-NB-INCONNUES.
           DISPLAY 'MOUVEMENTS CONVERTIS  ' WS-CTR-ACCEPTES.
           DISPLAY 'HISTORIQUE POINTE     ' WS-CTR-HIS-LUS.
           DISPLAY 'SUSPENS POINTE        ' WS-CTR-SUS-LUS.
           DISPLAY 'REFERENCES ORPHELINES ' WS-CTR-NON-POINTES.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PRETCH *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           DISPLAY ' WS-FS-FIN-EXT    :   ' WS-FS-FIN-EXT.
           DISPLAY ' WS-FS-FIN-REJ    :   ' WS-FS-FIN-REJ.
           DISPLAY ' WS-FS-FIN-MVT    :   ' WS-FS-FIN-MVT.
           DISPLAY ' WS-FS-FIN-HIS    :   ' WS-FS-FIN-HIS.
           DISPLAY ' WS-FS-FIN-SUSPAP :   ' WS-FS-FIN-SUSPAP.
           DISPLAY ' WS-FS-FIN-SUSDBL :   ' WS-FS-FIN-SUSDBL.
           DISPLAY ' WS-FS-FOU-RET    :   ' WS-FS-FOU-RET.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
