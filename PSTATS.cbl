      *      - LIT L'HISTORIQUE DES STATISTIQUES PAR DATE
      *        COMPTABLE (UN ENREGISTREMENT PAR RUN, ALIMENTE
      *        PAR PAPRUP : LUS, COMPTABILISES, SUSPENS,
      *        TOTAUX DEBITS ET CREDITS EN CONTRE-VALEUR EURO)
      *      - EDITE LES N DERNIERS JOURS COTE A COTE AVEC
      *        LES MOYENNES DE LA PERIODE
      *      - SIGNALE LES JOURS DONT LE VOLUME S'ECARTE DE
          05 FILLER           PIC X(10) VALUE '      LUS '.
          05 FILLER           PIC X(10) VALUE '   COMPTA '.
          05 FILLER           PIC X(10) VALUE '  SUSPENS '.
          05 FILLER           PIC X(16) VALUE '   DEBITS EUR   '.
          05 FILLER           PIC X(16) VALUE '  CREDITS EUR   '.
          05 FILLER           PIC X(10) VALUE 'TX SUS MIL'.
          05 FILLER           PIC X(12) VALUE '  ALERTE    '.
          05 FILLER           PIC X(38) VALUE SPACE.
