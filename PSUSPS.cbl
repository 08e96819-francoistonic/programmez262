      *
       FD FIN-SUSANC
            RECORDING MODE IS F.
       01  FS-IN-SUSANC    PIC X(73).
      *
       FD FIN-SUSJOUR
            RECORDING MODE IS F.
       01  FS-IN-SUSJOUR   PIC X(83).
      *
       FD FIN-CORR
            RECORDING MODE IS F.
      *
       FD FOU-SUSNOU
            RECORDING MODE IS F.
       01  FS-OU-SUSNOU    PIC X(73).
      *
       FD FOU-REINJ
            RECORDING MODE IS F.
       01  FS-OU-REINJ     PIC X(53).
      *
       FD FOU-SUSRPT
            RECORDING MODE IS F.
      * ZONES D'ENREGISTREMENT
      *************************************************
      * POSTE DU SUSPENS CUMULATIF : REJET SUS00 COMPLETE
      * DE SA DATE D'ENTREE AU SUSPENS ET DE SON AGE, AVEC LA
      * DEVISE DU MOUVEMENT
       01  WS-SUC-ENR.
           05   WS-SUC-NOCPTE  PIC 9(10).
           05   WS-SUC-DAMVT   PIC X(08).
           05   WS-SUC-DATENT  PIC 9(08).
           05   WS-SUC-NBJOURS PIC 9(03).
           05   WS-SUC-MOTIF   PIC X(30).
           05   WS-SUC-DEVISE  PIC X(03).
       01  WS-SUS-ENR.
           05   WS-SUS-NOCPTE  PIC 9(10).
           05   WS-SUS-DAMVT   PIC X(08).
           05   WS-SUS-CDMVT   PIC X(01).
           05   WS-SUS-MTMVT   PIC S9(8)V99.
           05   WS-SUS-MOTIF   PIC X(30).
           05   WS-SUS-ORIGINE PIC X(10).
           05   WS-SUS-REFMVT  PIC X(11).
           05   WS-SUS-DEVISE  PIC X(03).
      * LE MONTANT DE LA CORRECTION PORTE LE MEME SIGNE (CHIFFRE
      * DE DROITE SURCHARGE) QUE TC00-MTMVT / SUS00-MTMVT, SINON
      * UN POSTE A MONTANT NEGATIF NE PEUT JAMAIS ETRE APPARIE
           05   WS-CORR-MTMVT  PIC S9(8)V99.
           05   WS-CORR-CDNOUV PIC X(01).
           05   WS-CORR-DANOUV PIC X(08).
           05   WS-CORR-DEVNOUV PIC X(03).
           05   FILLER         PIC X(09).
       01  WS-REINJ-ENR.
           05   WS-RJ-NOCPTE   PIC 9(10).
           05   WS-RJ-DAMVT    PIC X(08).
           05   WS-RJ-MTMVT    PIC S9(8)V99.
           05   WS-RJ-ORIGINE  PIC X(10).
           05   WS-RJ-REFMVT   PIC X(11).
           05   WS-RJ-DEVISE   PIC X(03).
       01  WS-PARSUS-ENR.
           05   WS-PAR-AGEMAX  PIC 9(03).
           05   FILLER         PIC X(08).
             10 WS-CT-MTMVT    PIC S9(8)V99.
             10 WS-CT-CDNOUV   PIC X(01).
             10 WS-CT-DANOUV   PIC X(08).
             10 WS-CT-DEVNOUV  PIC X(03).
             10 WS-CT-UTILISE  PIC X(01).
      *************************************************
      * ZONES DE TRAVAIL
              MOVE WS-CORR-MTMVT  TO WS-CT-MTMVT (WS-CORR-IX)
              MOVE WS-CORR-CDNOUV TO WS-CT-CDNOUV (WS-CORR-IX)
              MOVE WS-CORR-DANOUV TO WS-CT-DANOUV (WS-CORR-IX)
              MOVE WS-CORR-DEVNOUV TO WS-CT-DEVNOUV (WS-CORR-IX)
              MOVE SPACE          TO WS-CT-UTILISE (WS-CORR-IX)
           END-IF.
           PERFORM 0210-CORRECTION-LEC-DEB
           MOVE WS-SUS-CDMVT  TO WS-SUC-CDMVT.
           MOVE WS-SUS-MTMVT  TO WS-SUC-MTMVT.
           MOVE WS-SUS-MOTIF  TO WS-SUC-MOTIF.
           MOVE WS-SUS-DEVISE TO WS-SUC-DEVISE.
           MOVE WS-DATE-JOUR  TO WS-SUC-DATENT.
           MOVE ZERO          TO WS-SUC-NBJOURS.
           PERFORM 5000-TRAITER-POSTE-DEB
           IF WS-CT-DANOUV (WS-CORR-IX) NOT = SPACE
              MOVE WS-CT-DANOUV (WS-CORR-IX) TO WS-RJ-DAMVT
           END-IF.
      * DEVISE DU MOUVEMENT SUSPENDU, SAUF SI LA CORRECTION EN
      * PORTE UNE AUTRE (BLANC = EURO)
           MOVE WS-SUC-DEVISE  TO WS-RJ-DEVISE.
           IF WS-CT-DEVNOUV (WS-CORR-IX) NOT = SPACE
              MOVE WS-CT-DEVNOUV (WS-CORR-IX) TO WS-RJ-DEVISE
           END-IF.
           MOVE 'SUSPENS'      TO WS-RJ-ORIGINE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
