       FILE SECTION .
       FD FIN-TC
            RECORDING MODE IS F.
       01  FS-IN-TC        PIC X(53).
      *
       FD FIN-REFANC
            RECORDING MODE IS F.
      *
       FD FOU-TC
            RECORDING MODE IS F.
       01  FS-OU-TC        PIC X(53).
      *
       FD FOU-REFNOU
            RECORDING MODE IS F.
      *
       FD FOU-SUS
            RECORDING MODE IS F.
       01  FS-OU-SUS       PIC X(83).
      *
       FD FOU-DBLRPT
            RECORDING MODE IS F.
           05   WS-TC-MTMVT    PIC S9(8)V99.
           05   WS-TC-ORIGINE  PIC X(10).
           05   WS-TC-REFMVT   PIC X(11).
           05   WS-TC-DEVISE   PIC X(03).
       01  WS-REF-ENR.
           05   WS-RF-REFMVT   PIC X(11).
           05   WS-RF-DATCPT   PIC X(08).
           05   WS-SUS-CDMVT   PIC X(01).
           05   WS-SUS-MTMVT   PIC S9(8)V99.
           05   WS-SUS-MOTIF   PIC X(30).
           05   WS-SUS-ORIGINE PIC X(10).
           05   WS-SUS-REFMVT  PIC X(11).
           05   WS-SUS-DEVISE  PIC X(03).
      *************************************************
      * TABLE DES REFERENCES DEJA TRAITEES
      *************************************************
           MOVE WS-TC-DAMVT  TO WS-SUS-DAMVT.
           MOVE WS-TC-CDMVT  TO WS-SUS-CDMVT.
           MOVE WS-TC-MTMVT  TO WS-SUS-MTMVT.
           MOVE WS-TC-ORIGINE TO WS-SUS-ORIGINE.
           MOVE WS-TC-REFMVT  TO WS-SUS-REFMVT.
           MOVE WS-TC-DEVISE  TO WS-SUS-DEVISE.
           MOVE 'DOUBLON - REFERENCE DEJA VUE' TO WS-SUS-MOTIF.
           WRITE FS-OU-SUS FROM WS-SUS-ENR.
           IF WS-FS-FOU-SUS NOT = ZERO
