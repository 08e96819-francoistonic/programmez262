       IDENTIFICATION DIVISION.
      * 1ERE          DIVISION
       PROGRAM-ID. PCLOTU.

      *****************************************************
      *      CLOTURE DES COMPTES AVEC ARRETE ET SOLDE
      *      - LIT LES DEMANDES DE CLOTURE DU JOUR (COMPTE,
      *        DATE DE CLOTURE, MODE DE REGLEMENT DU SOLDE :
      *        'V' VIREMENT SUR UN COMPTE DESIGNE, 'B' CHEQUE
      *        DE BANQUE PAR LE COMPTE INTERNE DE LA DEVISE,
      *        LU SUR LE FICHIER PARAMETRE ; SAISISSEUR ET
      *        VALIDEUR PRESENTS ET DIFFERENTS)
      *      - REFUSE UNE DEMANDE SUR UN COMPTE INCONNU,
      *        BLOQUE, CLOS OU DEJA EN CLOTURE, UN COMPTE QUI
      *        A ENCORE DES POSTES AU SUSPENS CUMULATIF (PSUSPS)
      *        OU UN DOSSIER DE SAISIE ACTIF (SAIMAST), OU DONT
      *        LE COMPTE DE REGLEMENT N'EST PAS UTILISABLE
      *      - ARRETE LE COMPTE A LA DATE DE CLOTURE : INTERETS
      *        DEBITEURS (REGLE DE PINTDB) ET FRAIS DE TENUE DE
      *        COMPTE (REGLE DE PFRAIS) DU MOIS, AU PRORATA DES
      *        JOURS ECOULES ; LE SOLDE RESTANT EST VIRE SUR LE
      *        COMPTE DE REGLEMENT (UN SOLDE DEBITEUR N'EST
      *        ADMIS QU'EN VIREMENT, LE COMPTE DESIGNE LE COUVRE)
      *      - GENERE CES MOUVEMENTS AU FORMAT TC00 (ORIGINES
      *        'INTERETS', 'FRAIS' ET 'CLOTURE', REFERENCE
      *        SOURCE 'K', DATE = DATE DE CLOTURE), AVEC ENTETE
      *        ET FIN DE FICHIER, POUR PASSER DANS LA CHAINE
      *        PAR L'ENTREE DES MOUVEMENTS INTERNES DE PFUSTC
      *        (INTCAG6)
      *      - LE COMPTE PASSE A L'ETAT 'L' (EN CLOTURE) : LA
      *        CHAINE N'Y PASSE PLUS QUE LES MOUVEMENTS DE
      *        CLOTURE ; LA DEMANDE EST CONSERVEE AU FICHIER
      *        DES CLOTURES EN ATTENTE (ANCIEN -> NOUVEAU)
      *      - A LA RUN SUIVANTE, UN COMPTE EN CLOTURE DONT LE
      *        SOLDE EST NUL PASSE A L'ETAT 'C' ET SON
      *        ATTESTATION DE CLOTURE EST EDITEE ; SINON IL
      *        RESTE EN ATTENTE ; UN COMPTE SANS AUCUN
      *        MOUVEMENT A GENERER EST CLOS IMMEDIATEMENT
      *      - EDITE L'ETAT QUOTIDIEN DES CLOTURES : CLOTURES
      *        EN ATTENTE, DEMANDES DU JOUR ACCEPTEES (AVEC
      *        LEURS MONTANTS) OU REFUSEES (AVEC LEUR MOTIF)
      *****************************************************

       ENVIRONMENT DIVISION.
      * 2EME          DIVISION
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FIN-DEM ASSIGN TO INCLODEM
               FILE STATUS IS WS-FS-FIN-DEM.
      *
               SELECT FIN-CLOPAR ASSIGN TO INCLOPAR
               FILE STATUS IS WS-FS-FIN-CLOPAR.
      *
               SELECT FIN-ATT ASSIGN TO INCLOATT
               FILE STATUS IS WS-FS-FIN-ATT.
      *
               SELECT FIN-SUSANC ASSIGN TO INSUSANC
               FILE STATUS IS WS-FS-FIN-SUSANC.
      *
               SELECT FIN-TAUX ASSIGN TO INTXPAR
               FILE STATUS IS WS-FS-FIN-TAUX.
      *
               SELECT FIN-FRAIS ASSIGN TO INFRAPAR
               FILE STATUS IS WS-FS-FIN-FRAIS.
      *
               SELECT FIN-AGEPAR ASSIGN TO INAGEPAR
               FILE STATUS IS WS-FS-FIN-AGEPAR.
      *
               SELECT FIN-PRODUITS ASSIGN TO INPROPAR
               FILE STATUS IS WS-FS-FIN-PRODUITS.
      *
               SELECT CPT-FICHIER ASSIGN TO CPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT00-NOCPTE
               FILE STATUS IS WS-FS-CPT.
      *
               SELECT SAI-FICHIER ASSIGN TO SAIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAI00-CLE
               FILE STATUS IS WS-FS-SAI.
      *
               SELECT FOU-MVT ASSIGN TO OUCLOMVT
               FILE STATUS IS WS-FS-FOU-MVT.
      *
               SELECT FOU-ATT ASSIGN TO OUCLOATT
               FILE STATUS IS WS-FS-FOU-ATT.
      *
               SELECT FOU-CLORPT ASSIGN TO OUCLORPT
               FILE STATUS IS WS-FS-FOU-CLORPT.
      *
               SELECT FOU-CLOCER ASSIGN TO OUCLOCER
               FILE STATUS IS WS-FS-FOU-CLOCER.
      *
               SELECT FIN-DATCTL ASSIGN TO DATCTL
               FILE STATUS IS WS-FS-FIN-DATCTL.
       DATA DIVISION.
      * 3EME          DIVISION
       FILE SECTION .
       FD FIN-DEM
            RECORDING MODE IS F.
       01  FS-IN-DEM       PIC X(80).
      *
       FD FIN-CLOPAR
            RECORDING MODE IS F.
       01  FS-IN-CLOPAR    PIC X(30).
      *
       FD FIN-ATT
            RECORDING MODE IS F.
       01  FS-IN-ATT       PIC X(150).
      *
       FD FIN-SUSANC
            RECORDING MODE IS F.
       01  FS-IN-SUSANC    PIC X(73).
      *
       FD FIN-TAUX
            RECORDING MODE IS F.
       01  FS-IN-TAUX      PIC X(30).
      *
       FD FIN-FRAIS
            RECORDING MODE IS F.
       01  FS-IN-FRAIS     PIC X(40).
      *
       FD FIN-AGEPAR
            RECORDING MODE IS F.
       01  FS-IN-AGEPAR    PIC X(30).
      *
       FD FIN-PRODUITS
            RECORDING MODE IS F.
       01  FS-IN-PRODUITS  PIC X(50).
      *
       FD CPT-FICHIER.
       01  CPT00.
           05   CPT00-NOCPTE   PIC 9(10).
           05   CPT00-MTSOLD   PIC S9(8)V99.
      * ETAT DU COMPTE : 'O' OUVERT, 'B' BLOQUE, 'C' CLOS,
      * 'I' INACTIF, 'L' EN CLOTURE (POSE PAR CE PROGRAMME)
           05   CPT00-ETAT     PIC X(01).
           05   CPT00-NOMCLI   PIC X(24).
           05   CPT00-AGENCE   PIC 9(03).
           05   CPT00-MTDECOUV PIC 9(8)V99.
           05   FILLER         PIC X(06).
           05   CPT00-DEVISE   PIC X(03).
           05   CPT00-PRODUIT  PIC X(02).
           05   FILLER         PIC X(01).
      *
       FD SAI-FICHIER.
       01  SAI00.
           05   SAI00-CLE.
                10 SAI00-NOCPTE   PIC 9(10).
                10 SAI00-NOSAI    PIC 9(04).
           05   SAI00-TYPE     PIC X(01).
      * ETAT : 'A' ACTIVE, 'P' PAYEE AU CREANCIER, 'L' LEVEE
           05   SAI00-STATUT   PIC X(01).
           05   FILLER         PIC X(134).
      *
       FD FOU-MVT
            RECORDING MODE IS F.
       01  FS-OU-MVT       PIC X(53).
      *
       FD FOU-ATT
            RECORDING MODE IS F.
       01  FS-OU-ATT       PIC X(150).
      *
       FD FOU-CLORPT
            RECORDING MODE IS F.
       01  FS-OU-CLORPT    PIC X(132).
      *
       FD FOU-CLOCER
            RECORDING MODE IS F.
       01  FS-OU-CLOCER    PIC X(132).
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
      * DEMANDE DE CLOTURE : DATE A BLANC = DATE COMPTABLE ;
      * COMPTE DESTINATAIRE POUR LE SEUL MODE 'V'
       01  WS-DEMANDE-ENR.
           05   WS-DE-NOCPTE   PIC X(10).
           05   WS-DE-NOCPTE-N REDEFINES WS-DE-NOCPTE
                               PIC 9(10).
           05   WS-DE-DATCLO   PIC X(08).
           05   WS-DE-DATCLO-N REDEFINES WS-DE-DATCLO
                               PIC 9(08).
           05   WS-DE-MODE     PIC X(01).
           05   WS-DE-CPTDEST  PIC X(10).
           05   WS-DE-CPTDEST-N REDEFINES WS-DE-CPTDEST
                               PIC 9(10).
           05   WS-DE-OPSAI    PIC X(08).
           05   WS-DE-OPVAL    PIC X(08).
           05   FILLER         PIC X(35).
      * COMPTE INTERNE DES CHEQUES DE BANQUE PAR DEVISE
       01  WS-CLOPAR-ENR.
           05   WS-PA-DEVISE   PIC X(03).
           05   WS-PA-NOCPTE   PIC X(10).
           05   WS-PA-NOCPTE-N REDEFINES WS-PA-NOCPTE
                               PIC 9(10).
           05   FILLER         PIC X(17).
      * CLOTURE EN ATTENTE : DEMANDE ACCEPTEE, MONTANTS DE
      * L'ARRETE ET SOLDE VIRE (SIGNE, VU DU COMPTE CLOS)
       01  WS-ATT-ENR.
           05   WS-AT-NOCPTE   PIC 9(10).
           05   WS-AT-DATDEM   PIC 9(08).
           05   WS-AT-DATCLO   PIC 9(08).
           05   WS-AT-MODE     PIC X(01).
           05   WS-AT-CPTDEST  PIC 9(10).
           05   WS-AT-DEVISE   PIC X(03).
           05   WS-AT-SOLDE    PIC S9(8)V99.
           05   WS-AT-INTERET  PIC 9(8)V99.
           05   WS-AT-FRAIS    PIC 9(8)V99.
           05   WS-AT-TAUX     PIC 9(05).
           05   WS-AT-NBJOURS  PIC 9(02).
           05   WS-AT-JMAX     PIC 9(02).
           05   WS-AT-MTVERSE  PIC S9(8)V99.
           05   WS-AT-NOMCLI   PIC X(24).
           05   WS-AT-AGENCE   PIC 9(03).
           05   WS-AT-OPSAI    PIC X(08).
           05   WS-AT-OPVAL    PIC X(08).
           05   FILLER         PIC X(18).
      * POSTE DU SUSPENS CUMULATIF (SEUL LE COMPTE EST UTILE)
       01  WS-SUSANC-ENR.
           05   WS-SU-NOCPTE   PIC X(10).
           05   FILLER         PIC X(63).
       01  WS-TAUX-ENR.
           05   WS-TX-NOCPTE-DE PIC 9(10).
           05   WS-TX-NOCPTE-A PIC 9(10).
           05   WS-TX-TAUX     PIC 9(05).
           05   FILLER         PIC X(05).
       01  WS-FRAIS-ENR.
           05   WS-FR-CODE     PIC X(08).
           05   WS-FR-AGENCE   PIC X(03).
           05   WS-FR-AGENCE-N REDEFINES WS-FR-AGENCE
                               PIC 9(03).
           05   WS-FR-MTFRAIS  PIC X(10).
           05   WS-FR-MTFRAIS-N REDEFINES WS-FR-MTFRAIS
                               PIC 9(8)V99.
           05   WS-FR-PLANCHER PIC X(10).
           05   WS-FR-PLANCHER-N REDEFINES WS-FR-PLANCHER
                               PIC 9(8)V99.
           05   FILLER         PIC X(09).
       01  WS-AGEPAR-ENR.
           05   WS-AG-AGENCE   PIC 9(03).
           05   WS-AG-NOCPDE   PIC 9(10).
           05   WS-AG-NOCPA    PIC 9(10).
           05   FILLER         PIC X(07).
       01  WS-PRODUIT-ENR.
           05   WS-PR-PRODUIT  PIC X(02).
           05   WS-PR-LIBELLE  PIC X(20).
           05   WS-PR-DECOUV   PIC X(01).
           05   WS-PR-TAUX     PIC X(05).
           05   WS-PR-BAREME   PIC X(08).
           05   WS-PR-SENS     PIC X(04).
           05   FILLER         PIC X(10).
       01  WS-MVT-ENR.
           05   WS-MV-NOCPTE   PIC 9(10).
           05   WS-MV-DAMVT    PIC X(08).
           05   WS-MV-DAMVT-N REDEFINES WS-MV-DAMVT
                               PIC 9(08).
           05   WS-MV-CDMVT    PIC X(01).
           05   WS-MV-MTMVT    PIC S9(8)V99.
           05   WS-MV-ORIGINE  PIC X(10).
           05   WS-MV-REFMVT   PIC X(11).
           05   WS-MV-DEVISE   PIC X(03).
      *************************************************
      * DEMANDES DU JOUR ET NOMBRE DE POSTES EN SUSPENS
      *************************************************
       01 WS-DEM-NB-MAX     PIC 9(03) VALUE 500.
       01 WS-DEM-NB         PIC 9(03) VALUE ZERO.
       01 WS-DEM-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-DEM-IXC        PIC 9(03) COMP VALUE ZERO.
       01 WS-DEM-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-DEM-TABLE.
          05 WS-DEM-POSTE OCCURS 500.
             10 WS-DT-ENR      PIC X(80).
             10 WS-DT-NBSUS    PIC 9(05).
      *************************************************
      * COMPTES INTERNES DES CHEQUES DE BANQUE
      *************************************************
       01 WS-CAI-NB-MAX     PIC 9(03) VALUE 20.
       01 WS-CAI-NB         PIC 9(03) VALUE ZERO.
       01 WS-CAI-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-CAI-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-CAI-TABLE.
          05 WS-CAI-POSTE OCCURS 20.
             10 WS-CA-DEVISE   PIC X(03).
             10 WS-CA-NOCPTE   PIC 9(10).
      *************************************************
      * TABLE DES TAUX PAR TRANCHE DE COMPTES (PINTDB)
      *************************************************
       01 WS-TAUX-NB-MAX    PIC 9(03) VALUE 50.
       01 WS-TAUX-NB        PIC 9(03) VALUE ZERO.
       01 WS-TAUX-IX        PIC 9(03) COMP VALUE ZERO.
       01 WS-TAUX-TROUVE    PIC X(03) VALUE SPACE.
       01 WS-TAUX-TABLE.
          05 WS-TAUX-POSTE OCCURS 50.
             10 WS-TT-NOCPTE-DE PIC 9(10).
             10 WS-TT-NOCPTE-A  PIC 9(10).
             10 WS-TT-TAUX      PIC 9(05).
      *************************************************
      * BAREME DES FRAIS : FORFAIT COMMUN, FORFAITS PAR
      * AGENCE ET BAREMES NOMMES (PFRAIS)
      *************************************************
       01 WS-DEF-PRESENT    PIC X(03) VALUE 'NON'.
       01 WS-DEF-MTFRAIS    PIC 9(8)V99 VALUE ZERO.
       01 WS-DEF-PLANCHER   PIC 9(8)V99 VALUE ZERO.
       01 WS-BAR-NB-MAX     PIC 9(03) VALUE 20.
       01 WS-BAR-NB         PIC 9(03) VALUE ZERO.
       01 WS-BAR-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-BAR-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-BAR-TABLE.
          05 WS-BAR-POSTE OCCURS 20.
             10 WS-BA-AGENCE   PIC 9(03).
             10 WS-BA-MTFRAIS  PIC 9(8)V99.
             10 WS-BA-PLANCHER PIC 9(8)V99.
       01 WS-NOM-NB-MAX     PIC 9(03) VALUE 20.
       01 WS-NOM-NB         PIC 9(03) VALUE ZERO.
       01 WS-NOM-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-NOM-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-NOM-TABLE.
          05 WS-NOM-POSTE OCCURS 20.
             10 WS-NO-CODE     PIC X(08).
             10 WS-NO-MTFRAIS  PIC 9(8)V99.
             10 WS-NO-PLANCHER PIC 9(8)V99.
      *************************************************
      * CATALOGUE DES PRODUITS : TAUX DEBITEUR ET BAREME
      *************************************************
       01 WS-PRO-NB-MAX     PIC 9(03) VALUE 50.
       01 WS-PRO-NB         PIC 9(03) VALUE ZERO.
       01 WS-PRO-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-PRO-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-PRO-TABLE.
          05 WS-PRO-POSTE OCCURS 50.
             10 WS-PO-PRODUIT  PIC X(02).
             10 WS-PO-TAUX     PIC X(05).
             10 WS-PO-TAUX-N REDEFINES WS-PO-TAUX
                               PIC 9(05).
             10 WS-PO-BAREME   PIC X(08).
      *************************************************
      * TRANCHES DE COMPTES PAR AGENCE
      *************************************************
       01 WS-TRA-NB-MAX     PIC 9(03) VALUE 20.
       01 WS-TRA-NB         PIC 9(03) VALUE ZERO.
       01 WS-TRA-IX         PIC 9(03) COMP VALUE ZERO.
       01 WS-TRA-TROUVE     PIC X(03) VALUE SPACE.
       01 WS-TRA-TABLE.
          05 WS-TRA-POSTE OCCURS 20.
             10 WS-TR-AGENCE   PIC 9(03).
             10 WS-TR-NOCPDE   PIC 9(10).
             10 WS-TR-NOCPA    PIC 9(10).
      *************************************************
      * STATUS
      *************************************************
       01    WS-FS-FIN-DEM     PIC XX.
       01    WS-FS-FIN-CLOPAR  PIC XX.
       01    WS-FS-FIN-ATT     PIC XX.
       01    WS-FS-FIN-SUSANC  PIC XX.
       01    WS-FS-FIN-TAUX    PIC XX.
       01    WS-FS-FIN-FRAIS   PIC XX.
       01    WS-FS-FIN-AGEPAR  PIC XX.
       01    WS-FS-FIN-PRODUITS PIC XX.
       01    WS-FS-CPT         PIC XX.
       01    WS-FS-SAI         PIC XX.
       01    WS-FS-FOU-MVT     PIC XX.
       01    WS-FS-FOU-ATT     PIC XX.
       01    WS-FS-FOU-CLORPT  PIC XX.
       01    WS-FS-FOU-CLOCER  PIC XX.
       01    WS-FS-FIN-DATCTL  PIC XX.
      *************************************************
      * ZONES DE TRAVAIL
      *************************************************
       01 WS-FIN-FLAG       PIC XXX    VALUE SPACE.
       01 WS-FIN-DOSSIERS   PIC XXX    VALUE SPACE.
       01 WS-CPT-EXISTE     PIC XXX    VALUE SPACE.
       01 WS-SAISIE-ACTIVE  PIC XXX    VALUE SPACE.
       01 WS-CTR-ATT-LUES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-DEM-LUES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-ACCEPTEES  PIC 9(7) VALUE ZERO .
       01 WS-CTR-REFUSEES   PIC 9(7) VALUE ZERO .
       01 WS-CTR-CLOS       PIC 9(7) VALUE ZERO .
       01 WS-CTR-EN-ATTENTE PIC 9(7) VALUE ZERO .
       01 WS-CTR-ABANDONS   PIC 9(7) VALUE ZERO .
       01 WS-CTR-CERTIFS    PIC 9(7) VALUE ZERO .
       01 WS-CTR-MVTS       PIC 9(7) VALUE ZERO .
       01 WS-HASH-MVT       PIC S9(15)V99 VALUE ZERO.
       01 WS-MOTIF          PIC X(30) VALUE SPACE.
       01 WS-NB-MVT-CPT     PIC 9(03) VALUE ZERO.
      * COMPTE A CLORE, CONSERVE PENDANT LA LECTURE DU COMPTE
      * DE REGLEMENT
       01 WS-CL-NOCPTE      PIC 9(10) VALUE ZERO.
       01 WS-CL-MTSOLD      PIC S9(8)V99 VALUE ZERO.
       01 WS-CL-NOMCLI      PIC X(24) VALUE SPACE.
       01 WS-CL-AGENCE      PIC 9(03) VALUE ZERO.
       01 WS-CL-PRODUIT     PIC X(02) VALUE SPACE.
       01 WS-DEVISE-CPT     PIC X(03) VALUE SPACE.
       01 WS-DEVISE-DEST    PIC X(03) VALUE SPACE.
       01 WS-CPT-REGLEMENT  PIC 9(10) VALUE ZERO.
       01 WS-DATE-CLOTURE   PIC 9(08) VALUE ZERO.
       01 WS-COURS-DEV      PIC 9(04)V9(06) VALUE ZERO.
       01 WS-COURS-RETOUR   PIC X(01) VALUE SPACE.
      * ARRETE : INTERETS ET FRAIS AU PRORATA DES JOURS
       01 WS-TAUX-RETENU    PIC 9(05) VALUE ZERO.
       01 WS-MT-DEBIT       PIC 9(8)V99 VALUE ZERO.
       01 WS-INTERET        PIC 9(8)V99 VALUE ZERO.
       01 WS-BAREME-PRO     PIC X(08) VALUE SPACE.
       01 WS-AGENCE-RETENUE PIC 9(03) VALUE ZERO.
       01 WS-FRAIS-RETENU   PIC 9(8)V99 VALUE ZERO.
       01 WS-PLANCHER-RET   PIC 9(8)V99 VALUE ZERO.
       01 WS-FRAIS-EUR      PIC 9(8)V99 VALUE ZERO.
       01 WS-FRAIS          PIC 9(8)V99 VALUE ZERO.
       01 WS-MENTION        PIC X(12) VALUE SPACE.
       01 WS-RESIDU         PIC S9(8)V99 VALUE ZERO.
       01 WS-MT-VERSE       PIC 9(8)V99 VALUE ZERO.
       01 WS-MT-ECRIT       PIC 9(8)V99 VALUE ZERO.
      * REFERENCE UNIQUE DE MOUVEMENT POSEE A LA CAPTURE
      * (MEME CONVENTION QUE PFUSTC : SOURCE 'K' POUR LES
      * CLOTURES, DATE COMPTABLE AMMJJ, NUMERO D'ORDRE)
       01 WS-REF-SEQ        PIC 9(05) VALUE ZERO.
       01 WS-REF-W.
          05 WS-REF-SRC     PIC X(01) VALUE 'K'.
          05 WS-REF-AMMJJ   PIC X(05).
          05 WS-REF-NOSEQ   PIC 9(05).
       01 WS-REF-DATE8      PIC 9(08) VALUE ZERO.
       01 WS-REF-DATE8-R REDEFINES WS-REF-DATE8.
          05 FILLER         PIC X(03).
          05 WS-REF-DATE5   PIC X(05).
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
          05 WS-JRN-PROGR      PIC X(08) VALUE 'PCLOTU'.
          05 WS-JRN-EVT        PIC X(05).
          05 WS-JRN-CODUTI     PIC X(08) VALUE SPACE.
      *
      * MOIS DE LA DATE COMPTABLE ET NOMBRE DE JOURS DU MOIS
       01 WS-AAMM-JOUR      PIC 9(06) VALUE ZERO.
       01 WS-AAMM-W         PIC 9(06) VALUE ZERO.
       01 WS-AN-W           PIC 9(04) VALUE ZERO.
       01 WS-MOIS-W         PIC 9(02) VALUE ZERO.
       01 WS-JOUR-W         PIC 9(02) VALUE ZERO.
       01 WS-JMAX-W         PIC 9(02) VALUE ZERO.
       01 WS-QUOT-W         PIC 9(04) VALUE ZERO.
       01 WS-RESTE-4        PIC 9(04) VALUE ZERO.
       01 WS-RESTE-100      PIC 9(04) VALUE ZERO.
       01 WS-RESTE-400      PIC 9(04) VALUE ZERO.
       01 WS-BISSEXTILE     PIC X(03) VALUE SPACE.
       01 WS-TAB-NBJ.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-TAB-NBJ-R REDEFINES WS-TAB-NBJ.
          05 WS-NBJ-MOIS    PIC 9(02) OCCURS 12.
      *************************************************
      * LIGNES DE L'ETAT DES CLOTURES
      *************************************************
       01 WS-LIGNE-TITRE.
          05 FILLER           PIC X(34)
                    VALUE 'ETAT DES CLOTURES DE COMPTES AU :'.
          05 WS-TI-DATE       PIC 9(08).
          05 FILLER           PIC X(90) VALUE SPACE.
       01 WS-LIGNE-ENTETE.
          05 FILLER           PIC X(12) VALUE '   COMPTE   '.
          05 FILLER           PIC X(04) VALUE 'AGE '.
          05 FILLER           PIC X(04) VALUE 'DEV '.
          05 FILLER           PIC X(09) VALUE 'CLOTURE  '.
          05 FILLER           PIC X(02) VALUE 'M '.
          05 FILLER           PIC X(10) VALUE 'REGLEMENT '.
          05 FILLER           PIC X(14) VALUE '    SOLDE     '.
          05 FILLER           PIC X(14) VALUE '   INTERETS   '.
          05 FILLER           PIC X(14) VALUE '    FRAIS     '.
          05 FILLER           PIC X(14) VALUE '    VIRE      '.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 FILLER           PIC X(30) VALUE 'DECISION / MOTIF'.
          05 FILLER           PIC X(03) VALUE SPACE.
       01 WS-LIGNE-SECTION.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-SE-LIBELLE    PIC X(60).
          05 FILLER           PIC X(71) VALUE SPACE.
       01 WS-LIGNE-DETAIL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-NOCPTE     PIC Z(9)9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-AGENCE     PIC ZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DEVISE     PIC X(03).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-DATCLO     PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-MODE       PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-LD-CPTDEST    PIC X(10).
          05 WS-LD-SOLDE      PIC ---B---B--9,99.
          05 WS-LD-INTERET    PIC ---B---B--9,99.
          05 WS-LD-FRAIS      PIC ---B---B--9,99.
          05 WS-LD-VERSE      PIC ---B---B--9,99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 WS-LD-DECISION   PIC X(30).
          05 FILLER           PIC X(03) VALUE SPACE.
       01 WS-LIGNE-TOTAL.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-TO-LIBELLE    PIC X(34).
          05 WS-TO-NOMBRE     PIC Z(9)9,99.
          05 FILLER           PIC X(83) VALUE SPACE.
      *
       01 WS-ETAT-LIGNE-CTR  PIC 9(03) VALUE ZERO.
       01 WS-ETAT-PAGE-CTR   PIC 9(03) VALUE ZERO.
      *************************************************
      * LIGNES DE L'ATTESTATION DE CLOTURE
      *************************************************
       01 WS-LIGNE-CER-TITRE.
          05 FILLER           PIC X(05) VALUE SPACE.
          05 FILLER           PIC X(30)
                    VALUE 'ATTESTATION DE CLOTURE DE COMP'.
          05 FILLER           PIC X(10) VALUE 'TE     DU '.
          05 WS-CT-DATE       PIC 9(08).
          05 FILLER           PIC X(79) VALUE SPACE.
       01 WS-LIGNE-CER-TEXTE.
          05 FILLER           PIC X(05) VALUE SPACE.
          05 WS-CX-LIBELLE    PIC X(30).
          05 WS-CX-VALEUR     PIC X(50).
          05 FILLER           PIC X(47) VALUE SPACE.
       01 WS-LIGNE-CER-MONTANT.
          05 FILLER           PIC X(05) VALUE SPACE.
          05 WS-CM-LIBELLE    PIC X(30).
          05 WS-CM-MONTANT    PIC ---B---B--9,99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WS-CM-DEVISE     PIC X(03).
          05 FILLER           PIC X(79) VALUE SPACE.
       01 WS-CER-NOMBRE     PIC Z9.

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

           MOVE WS-DATE-JOUR TO WS-REF-DATE8.

           PERFORM 0080-MOIS-COURANT-DEB
              THRU 0080-MOIS-COURANT-FIN.
           PERFORM 0100-CHARGER-TAUX-DEB
              THRU 0100-CHARGER-TAUX-FIN.
           PERFORM 0130-CHARGER-PRODUITS-DEB
              THRU 0130-CHARGER-PRODUITS-FIN.
           PERFORM 0150-CHARGER-BAREME-DEB
              THRU 0150-CHARGER-BAREME-FIN.
           PERFORM 0170-CHARGER-TRANCHES-DEB
              THRU 0170-CHARGER-TRANCHES-FIN.
           PERFORM 0185-CHARGER-CAISSES-DEB
              THRU 0185-CHARGER-CAISSES-FIN.
           PERFORM 0200-OUVERTURES-DEB
              THRU 0200-OUVERTURES-FIN.

      * CLOTURES EN ATTENTE DES RUNS PRECEDENTES
           MOVE 'CLOTURES EN ATTENTE DES RUNS PRECEDENTES'
                TO WS-SE-LIBELLE.
           PERFORM 6200-EDITER-SECTION-DEB
              THRU 6200-EDITER-SECTION-FIN.
           PERFORM 1000-ATTENTE-LEC-DEB
              THRU 1000-ATTENTE-LEC-FIN.
           PERFORM 1100-ATTENTE-TRT-DEB
              THRU 1100-ATTENTE-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.

      * DEMANDES DU JOUR
           PERFORM 1500-CHARGER-DEMANDES-DEB
              THRU 1500-CHARGER-DEMANDES-FIN.
           PERFORM 1600-COMPTER-SUSPENS-DEB
              THRU 1600-COMPTER-SUSPENS-FIN.
           MOVE 'DEMANDES DE CLOTURE DU JOUR' TO WS-SE-LIBELLE.
           PERFORM 6200-EDITER-SECTION-DEB
              THRU 6200-EDITER-SECTION-FIN.
           MOVE ZERO TO WS-DEM-IX.
           PERFORM 2000-DEMANDE-TRT-DEB
              THRU 2000-DEMANDE-TRT-FIN
              UNTIL WS-DEM-IX NOT < WS-DEM-NB.

           PERFORM 3000-TOTAUX-DEB
              THRU 3000-TOTAUX-FIN.
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
       0080-MOIS-COURANT-DEB.
      * MOIS DE LA DATE COMPTABLE ET SON NOMBRE DE JOURS : LA
      * DATE DE CLOTURE DOIT TOMBER DANS CE MOIS, L'ARRETE EST
      * CALCULE AU PRORATA DES JOURS ECOULES
           DIVIDE WS-DATE-JOUR BY 100 GIVING WS-AAMM-JOUR
                  REMAINDER WS-JOUR-W.
           DIVIDE WS-AAMM-JOUR BY 100 GIVING WS-AN-W
                  REMAINDER WS-MOIS-W.
           IF WS-MOIS-W < 1 OR WS-MOIS-W > 12
              MOVE 12 TO WS-MOIS-W
           END-IF.
           MOVE WS-NBJ-MOIS (WS-MOIS-W) TO WS-JMAX-W.
           IF WS-MOIS-W = 2
              PERFORM 9320-BISSEXTILE-DEB
                 THRU 9320-BISSEXTILE-FIN
              IF WS-BISSEXTILE = 'OUI'
                 MOVE 29 TO WS-JMAX-W
              END-IF
           END-IF.
       0080-MOIS-COURANT-FIN.
           EXIT.

      *********************************************************
       0100-CHARGER-TAUX-DEB.
      * TABLE DES TAUX DEBITEURS PAR TRANCHE DE COMPTES (MEME
      * FICHIER PARAMETRE QUE PINTDB)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-TAUX.
           IF WS-FS-FIN-TAUX = '35'
              DISPLAY 'TABLE DES TAUX ABSENTE, TAUX DES PRODUITS SEULS'
              GO TO 0100-CHARGER-TAUX-FIN
           END-IF.
           IF WS-FS-FIN-TAUX NOT = ZERO
              DISPLAY 'ERREUR OPEN TABLE DES TAUX'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0110-TAUX-LEC-DEB
              THRU 0110-TAUX-LEC-FIN.
           PERFORM 0120-TAUX-CHG-DEB
              THRU 0120-TAUX-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-TAUX.
       0100-CHARGER-TAUX-FIN.
           EXIT.

       0110-TAUX-LEC-DEB.
           READ FIN-TAUX
                INTO WS-TAUX-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0110-TAUX-LEC-FIN.
           EXIT.

       0120-TAUX-CHG-DEB.
           IF WS-TAUX-NB NOT < WS-TAUX-NB-MAX
              DISPLAY 'TABLE DES TAUX PLEINE, TRANCHE IGNOREE'
           ELSE
              ADD 1 TO WS-TAUX-NB
              MOVE WS-TAUX-NB TO WS-TAUX-IX
              MOVE WS-TX-NOCPTE-DE TO WS-TT-NOCPTE-DE (WS-TAUX-IX)
              MOVE WS-TX-NOCPTE-A  TO WS-TT-NOCPTE-A (WS-TAUX-IX)
              MOVE WS-TX-TAUX      TO WS-TT-TAUX (WS-TAUX-IX)
           END-IF.
           PERFORM 0110-TAUX-LEC-DEB
              THRU 0110-TAUX-LEC-FIN.
       0120-TAUX-CHG-FIN.
           EXIT.

      *********************************************************
       0130-CHARGER-PRODUITS-DEB.
      * CATALOGUE DES PRODUITS : TAUX DEBITEUR ET BAREME DES
      * FRAIS DU PRODUIT ; FICHIER ABSENT = REGLES SANS PRODUIT
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-PRODUITS.
           IF WS-FS-FIN-PRODUITS = '35'
              DISPLAY 'CATALOGUE DES PRODUITS ABSENT'
              GO TO 0130-CHARGER-PRODUITS-FIN
           END-IF.
           IF WS-FS-FIN-PRODUITS NOT = ZERO
              DISPLAY 'ERREUR OPEN CATALOGUE DES PRODUITS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0135-PRODUIT-LEC-DEB
              THRU 0135-PRODUIT-LEC-FIN.
           PERFORM 0140-PRODUIT-CHG-DEB
              THRU 0140-PRODUIT-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-PRODUITS.
       0130-CHARGER-PRODUITS-FIN.
           EXIT.

       0135-PRODUIT-LEC-DEB.
           READ FIN-PRODUITS
                INTO WS-PRODUIT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0135-PRODUIT-LEC-FIN.
           EXIT.

       0140-PRODUIT-CHG-DEB.
           IF WS-PR-TAUX NOT = SPACE
              AND WS-PR-TAUX NOT NUMERIC
              DISPLAY 'TAUX DE PRODUIT INVALIDE, TABLE DES TAUX : '
                      WS-PR-PRODUIT
              MOVE SPACE TO WS-PR-TAUX
           END-IF.
           IF WS-PRO-NB NOT < WS-PRO-NB-MAX
              DISPLAY 'TABLE DES PRODUITS PLEINE, PRODUIT IGNORE'
           ELSE
              ADD 1 TO WS-PRO-NB
              MOVE WS-PRO-NB TO WS-PRO-IX
              MOVE WS-PR-PRODUIT TO WS-PO-PRODUIT (WS-PRO-IX)
              MOVE WS-PR-TAUX    TO WS-PO-TAUX (WS-PRO-IX)
              MOVE WS-PR-BAREME  TO WS-PO-BAREME (WS-PRO-IX)
           END-IF.
           PERFORM 0135-PRODUIT-LEC-DEB
              THRU 0135-PRODUIT-LEC-FIN.
       0140-PRODUIT-CHG-FIN.
           EXIT.

      *********************************************************
       0150-CHARGER-BAREME-DEB.
      * BAREME DES FRAIS (MEME FICHIER PARAMETRE QUE PFRAIS) :
      * 'DEFAUT', 'AGENCE' ET BAREMES NOMMES
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-FRAIS.
           IF WS-FS-FIN-FRAIS = '35'
              DISPLAY 'BAREME DES FRAIS ABSENT, AUCUN FRAIS A L''ARRETE'
              GO TO 0150-CHARGER-BAREME-FIN
           END-IF.
           IF WS-FS-FIN-FRAIS NOT = ZERO
              DISPLAY 'ERREUR OPEN BAREME DES FRAIS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0155-BAREME-LEC-DEB
              THRU 0155-BAREME-LEC-FIN.
           PERFORM 0160-BAREME-CHG-DEB
              THRU 0160-BAREME-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-FRAIS.
       0150-CHARGER-BAREME-FIN.
           EXIT.

       0155-BAREME-LEC-DEB.
           READ FIN-FRAIS
                INTO WS-FRAIS-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0155-BAREME-LEC-FIN.
           EXIT.

       0160-BAREME-CHG-DEB.
           IF WS-FR-MTFRAIS NOT NUMERIC
              OR WS-FR-PLANCHER NOT NUMERIC
              DISPLAY 'POSTE DE BAREME INVALIDE IGNORE : '
                      WS-FR-CODE
              GO TO 0160-BAREME-CHG-90
           END-IF.
           IF WS-FR-CODE = 'DEFAUT'
              MOVE 'OUI' TO WS-DEF-PRESENT
              MOVE WS-FR-MTFRAIS-N  TO WS-DEF-MTFRAIS
              MOVE WS-FR-PLANCHER-N TO WS-DEF-PLANCHER
              GO TO 0160-BAREME-CHG-90
           END-IF.
           IF WS-FR-CODE NOT = 'AGENCE'
              PERFORM 0165-BAREME-NOMME-DEB
                 THRU 0165-BAREME-NOMME-FIN
              GO TO 0160-BAREME-CHG-90
           END-IF.
           IF WS-FR-AGENCE NOT NUMERIC
              DISPLAY 'AGENCE DE BAREME INVALIDE IGNOREE'
              GO TO 0160-BAREME-CHG-90
           END-IF.
           IF WS-BAR-NB NOT < WS-BAR-NB-MAX
              DISPLAY 'TABLE DU BAREME PLEINE, POSTE IGNORE'
              GO TO 0160-BAREME-CHG-90
           END-IF.
           ADD 1 TO WS-BAR-NB.
           MOVE WS-BAR-NB TO WS-BAR-IX.
           MOVE WS-FR-AGENCE-N   TO WS-BA-AGENCE (WS-BAR-IX).
           MOVE WS-FR-MTFRAIS-N  TO WS-BA-MTFRAIS (WS-BAR-IX).
           MOVE WS-FR-PLANCHER-N TO WS-BA-PLANCHER (WS-BAR-IX).
       0160-BAREME-CHG-90.
           PERFORM 0155-BAREME-LEC-DEB
              THRU 0155-BAREME-LEC-FIN.
       0160-BAREME-CHG-FIN.
           EXIT.

       0165-BAREME-NOMME-DEB.
           IF WS-FR-CODE = SPACE
              OR WS-FR-CODE = 'EXONERE'
              DISPLAY 'CODE DE BAREME INVALIDE IGNORE : '
                      WS-FR-CODE
              GO TO 0165-BAREME-NOMME-FIN
           END-IF.
           IF WS-NOM-NB NOT < WS-NOM-NB-MAX
              DISPLAY 'TABLE DES BAREMES NOMMES PLEINE, POSTE IGNORE'
              GO TO 0165-BAREME-NOMME-FIN
           END-IF.
           ADD 1 TO WS-NOM-NB.
           MOVE WS-NOM-NB TO WS-NOM-IX.
           MOVE WS-FR-CODE       TO WS-NO-CODE (WS-NOM-IX).
           MOVE WS-FR-MTFRAIS-N  TO WS-NO-MTFRAIS (WS-NOM-IX).
           MOVE WS-FR-PLANCHER-N TO WS-NO-PLANCHER (WS-NOM-IX).
       0165-BAREME-NOMME-FIN.
           EXIT.

      *********************************************************
       0170-CHARGER-TRANCHES-DEB.
      * TRANCHES DE COMPTES PAR AGENCE (AGENCE DU BAREME DES
      * FRAIS, COMME DANS PFRAIS)
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-AGEPAR.
           IF WS-FS-FIN-AGEPAR = '35'
              GO TO 0170-CHARGER-TRANCHES-FIN
           END-IF.
           IF WS-FS-FIN-AGEPAR NOT = ZERO
              DISPLAY 'ERREUR OPEN TRANCHES PAR AGENCE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0175-TRANCHE-LEC-DEB
              THRU 0175-TRANCHE-LEC-FIN.
           PERFORM 0180-TRANCHE-CHG-DEB
              THRU 0180-TRANCHE-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-AGEPAR.
       0170-CHARGER-TRANCHES-FIN.
           EXIT.

       0175-TRANCHE-LEC-DEB.
           READ FIN-AGEPAR
                INTO WS-AGEPAR-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0175-TRANCHE-LEC-FIN.
           EXIT.

       0180-TRANCHE-CHG-DEB.
           IF WS-TRA-NB NOT < WS-TRA-NB-MAX
              DISPLAY 'TABLE DES TRANCHES PLEINE, TRANCHE IGNOREE'
           ELSE
              ADD 1 TO WS-TRA-NB
              MOVE WS-TRA-NB TO WS-TRA-IX
              MOVE WS-AG-AGENCE TO WS-TR-AGENCE (WS-TRA-IX)
              MOVE WS-AG-NOCPDE TO WS-TR-NOCPDE (WS-TRA-IX)
              MOVE WS-AG-NOCPA  TO WS-TR-NOCPA (WS-TRA-IX)
           END-IF.
           PERFORM 0175-TRANCHE-LEC-DEB
              THRU 0175-TRANCHE-LEC-FIN.
       0180-TRANCHE-CHG-FIN.
           EXIT.

      *********************************************************
       0185-CHARGER-CAISSES-DEB.
      * COMPTE INTERNE DES CHEQUES DE BANQUE PAR DEVISE (DEVISE
      * A BLANC = EURO) ; FICHIER ABSENT = AUCUNE CLOTURE PAR
      * CHEQUE DE BANQUE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-CLOPAR.
           IF WS-FS-FIN-CLOPAR = '35'
              DISPLAY 'COMPTES DE CHEQUES DE BANQUE ABSENTS'
              GO TO 0185-CHARGER-CAISSES-FIN
           END-IF.
           IF WS-FS-FIN-CLOPAR NOT = ZERO
              DISPLAY 'ERREUR OPEN COMPTES DE CHEQUES DE BANQUE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 0190-CAISSE-LEC-DEB
              THRU 0190-CAISSE-LEC-FIN.
           PERFORM 0195-CAISSE-CHG-DEB
              THRU 0195-CAISSE-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-CLOPAR.
       0185-CHARGER-CAISSES-FIN.
           EXIT.

       0190-CAISSE-LEC-DEB.
           READ FIN-CLOPAR
                INTO WS-CLOPAR-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       0190-CAISSE-LEC-FIN.
           EXIT.

       0195-CAISSE-CHG-DEB.
           IF WS-PA-NOCPTE NOT NUMERIC
              DISPLAY 'COMPTE DE CHEQUES INVALIDE IGNORE : '
                      WS-PA-DEVISE
              GO TO 0195-CAISSE-CHG-90
           END-IF.
           IF WS-CAI-NB NOT < WS-CAI-NB-MAX
              DISPLAY 'TABLE DES COMPTES DE CHEQUES PLEINE'
              GO TO 0195-CAISSE-CHG-90
           END-IF.
           IF WS-PA-DEVISE = SPACE
              MOVE 'EUR' TO WS-PA-DEVISE
           END-IF.
           ADD 1 TO WS-CAI-NB.
           MOVE WS-CAI-NB TO WS-CAI-IX.
           MOVE WS-PA-DEVISE   TO WS-CA-DEVISE (WS-CAI-IX).
           MOVE WS-PA-NOCPTE-N TO WS-CA-NOCPTE (WS-CAI-IX).
       0195-CAISSE-CHG-90.
           PERFORM 0190-CAISSE-LEC-DEB
              THRU 0190-CAISSE-LEC-FIN.
       0195-CAISSE-CHG-FIN.
           EXIT.

      *********************************************************
       0200-OUVERTURES-DEB.
           MOVE SPACE TO WS-FIN-FLAG.
      * FICHIER DES CLOTURES EN ATTENTE ABSENT : AUCUNE
           OPEN INPUT FIN-ATT.
           IF WS-FS-FIN-ATT = '35'
              DISPLAY 'AUCUNE CLOTURE EN ATTENTE'
              MOVE 'FIN' TO WS-FIN-FLAG
           ELSE
              IF WS-FS-FIN-ATT NOT = ZERO
                 DISPLAY 'ERREUR OPEN CLOTURES EN ATTENTE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           OPEN I-O CPT-FICHIER.
           IF WS-FS-CPT NOT = ZERO
              DISPLAY 'ERREUR OPEN FICHIER DES COMPTES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * FICHIER DES SAISIES ABSENT : AUCUN DOSSIER
           OPEN INPUT SAI-FICHIER.
           IF WS-FS-SAI = '35'
              DISPLAY 'FICHIER DES SAISIES ABSENT, AUCUN DOSSIER'
           ELSE
              IF WS-FS-SAI NOT = ZERO
                 DISPLAY 'ERREUR OPEN FICHIER DES SAISIES'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU  9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           OPEN OUTPUT FOU-MVT.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR OPEN MOUVEMENTS DE CLOTURE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * ENTETE DU FICHIER DE MOUVEMENTS (MEME CONVENTION QUE
      * LES FICHIERS D'AGENCE)
           MOVE SPACE          TO WS-MVT-ENR.
           MOVE ZERO           TO WS-MV-NOCPTE.
           MOVE WS-DATE-JOUR   TO WS-MV-DAMVT-N.
           MOVE 'E'            TO WS-MV-CDMVT.
           MOVE ZERO           TO WS-MV-MTMVT.
           MOVE 'CLOTURE'      TO WS-MV-ORIGINE.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE ENTETE MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-ATT.
           IF WS-FS-FOU-ATT NOT = ZERO
              DISPLAY 'ERREUR OPEN NOUVELLES CLOTURES EN ATTENTE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-CLORPT.
           IF WS-FS-FOU-CLORPT NOT = ZERO
              DISPLAY 'ERREUR OPEN ETAT DES CLOTURES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT FOU-CLOCER.
           IF WS-FS-FOU-CLOCER NOT = ZERO
              DISPLAY 'ERREUR OPEN ATTESTATIONS DE CLOTURE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 8000-ENTETE-PAGE-DEB
              THRU 8000-ENTETE-PAGE-FIN.
       0200-OUVERTURES-FIN.
           EXIT.

       0300-FERMETURES-DEB.
      * FIN DE FICHIER DES MOUVEMENTS (NOMBRE ET TOTAL DE
      * CONTROLE DES MONTANTS)
           MOVE SPACE          TO WS-MVT-ENR.
           MOVE 9999999999     TO WS-MV-NOCPTE.
           MOVE WS-CTR-MVTS    TO WS-MV-DAMVT-N.
           MOVE 'T'            TO WS-MV-CDMVT.
           MOVE WS-HASH-MVT    TO WS-MV-MTMVT.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE FIN MOUVEMENTS'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-FS-FIN-ATT NOT = '35'
              CLOSE FIN-ATT
           END-IF.
           IF WS-FS-SAI NOT = '35'
              CLOSE SAI-FICHIER
           END-IF.
           CLOSE CPT-FICHIER.
           CLOSE FOU-MVT.
           CLOSE FOU-ATT.
           CLOSE FOU-CLORPT.
           CLOSE FOU-CLOCER.
       0300-FERMETURES-FIN.
           EXIT.

      *********************************************************
       1000-ATTENTE-LEC-DEB.
           READ FIN-ATT
                INTO WS-ATT-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1000-ATTENTE-LEC-FIN.
           EXIT.

      *********************************************************
       1100-ATTENTE-TRT-DEB.
      * UN COMPTE EN CLOTURE DONT LA CHAINE A PASSE LES
      * MOUVEMENTS (SOLDE NUL) EST CLOS ; SOLDE NON NUL : LA
      * CLOTURE RESTE EN ATTENTE ; COMPTE SUPPRIME OU SORTI DE
      * L'ETAT 'L' : LA CLOTURE EST ABANDONNEE
           ADD 1 TO WS-CTR-ATT-LUES.
           MOVE WS-AT-NOCPTE TO CPT00-NOCPTE.
           PERFORM 2050-LIRE-COMPTE-DEB
              THRU 2050-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'ABANDON, COMPTE INCONNU' TO WS-LD-DECISION
              ADD 1 TO WS-CTR-ABANDONS
              DISPLAY 'CLOTURE ABANDONNEE, COMPTE INCONNU '
                      WS-AT-NOCPTE
              GO TO 1100-ATTENTE-TRT-80
           END-IF.
           IF CPT00-ETAT NOT = 'L'
              MOVE 'ABANDON, ETAT MODIFIE' TO WS-LD-DECISION
              ADD 1 TO WS-CTR-ABANDONS
              DISPLAY 'CLOTURE ABANDONNEE, ETAT ' CPT00-ETAT
                      ' COMPTE ' WS-AT-NOCPTE
              GO TO 1100-ATTENTE-TRT-80
           END-IF.
           IF CPT00-MTSOLD NOT = ZERO
              MOVE 'EN ATTENTE, SOLDE NON NUL' TO WS-LD-DECISION
              ADD 1 TO WS-CTR-EN-ATTENTE
              PERFORM 2510-ECRIRE-ATTENTE-DEB
                 THRU 2510-ECRIRE-ATTENTE-FIN
              GO TO 1100-ATTENTE-TRT-80
           END-IF.
           PERFORM 2600-CLORE-COMPTE-DEB
              THRU 2600-CLORE-COMPTE-FIN.
       1100-ATTENTE-TRT-80.
           PERFORM 6100-EDITER-ATTENTE-DEB
              THRU 6100-EDITER-ATTENTE-FIN.
           PERFORM 1000-ATTENTE-LEC-DEB
              THRU 1000-ATTENTE-LEC-FIN.
       1100-ATTENTE-TRT-FIN.
           EXIT.

      *********************************************************
       1500-CHARGER-DEMANDES-DEB.
      * DEMANDES DU JOUR EN TABLE, POUR LES RAPPROCHER DU
      * SUSPENS CUMULATIF EN UNE SEULE LECTURE ; FICHIER
      * ABSENT = AUCUNE DEMANDE
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-DEM.
           IF WS-FS-FIN-DEM = '35'
              DISPLAY 'AUCUNE DEMANDE DE CLOTURE'
              GO TO 1500-CHARGER-DEMANDES-FIN
           END-IF.
           IF WS-FS-FIN-DEM NOT = ZERO
              DISPLAY 'ERREUR OPEN DEMANDES DE CLOTURE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1510-DEMANDE-LEC-DEB
              THRU 1510-DEMANDE-LEC-FIN.
           PERFORM 1520-DEMANDE-CHG-DEB
              THRU 1520-DEMANDE-CHG-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-DEM.
       1500-CHARGER-DEMANDES-FIN.
           EXIT.

       1510-DEMANDE-LEC-DEB.
           READ FIN-DEM
                INTO WS-DEMANDE-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1510-DEMANDE-LEC-FIN.
           EXIT.

       1520-DEMANDE-CHG-DEB.
           ADD 1 TO WS-CTR-DEM-LUES.
           IF WS-DEM-NB NOT < WS-DEM-NB-MAX
              DISPLAY 'TABLE DES DEMANDES PLEINE, DEMANDE IGNOREE '
                      WS-DE-NOCPTE
           ELSE
              ADD 1 TO WS-DEM-NB
              MOVE WS-DEM-NB TO WS-DEM-IX
              MOVE WS-DEMANDE-ENR TO WS-DT-ENR (WS-DEM-IX)
              MOVE ZERO           TO WS-DT-NBSUS (WS-DEM-IX)
           END-IF.
           PERFORM 1510-DEMANDE-LEC-DEB
              THRU 1510-DEMANDE-LEC-FIN.
       1520-DEMANDE-CHG-FIN.
           EXIT.

      *********************************************************
       1600-COMPTER-SUSPENS-DEB.
      * POSTES DU SUSPENS CUMULATIF (ANCIEN SUSPENS DE PSUSPS,
      * NON ENCORE CORRIGES) DES COMPTES DEMANDES ; FICHIER
      * ABSENT = AUCUN POSTE
           IF WS-DEM-NB = ZERO
              GO TO 1600-COMPTER-SUSPENS-FIN
           END-IF.
           MOVE SPACE TO WS-FIN-FLAG.
           OPEN INPUT FIN-SUSANC.
           IF WS-FS-FIN-SUSANC = '35'
              DISPLAY 'SUSPENS CUMULATIF ABSENT, AUCUN POSTE'
              GO TO 1600-COMPTER-SUSPENS-FIN
           END-IF.
           IF WS-FS-FIN-SUSANC NOT = ZERO
              DISPLAY 'ERREUR OPEN SUSPENS CUMULATIF'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1610-SUSPENS-LEC-DEB
              THRU 1610-SUSPENS-LEC-FIN.
           PERFORM 1620-SUSPENS-TRT-DEB
              THRU 1620-SUSPENS-TRT-FIN
              UNTIL WS-FIN-FLAG = 'FIN'.
           CLOSE FIN-SUSANC.
       1600-COMPTER-SUSPENS-FIN.
           EXIT.

       1610-SUSPENS-LEC-DEB.
           READ FIN-SUSANC
                INTO WS-SUSANC-ENR
               AT END MOVE 'FIN' TO WS-FIN-FLAG.
       1610-SUSPENS-LEC-FIN.
           EXIT.

       1620-SUSPENS-TRT-DEB.
           MOVE ZERO TO WS-DEM-IXC.
           PERFORM 1630-COMPARER-SUSPENS-DEB
              THRU 1630-COMPARER-SUSPENS-FIN
              UNTIL WS-DEM-IXC NOT < WS-DEM-NB.
           PERFORM 1610-SUSPENS-LEC-DEB
              THRU 1610-SUSPENS-LEC-FIN.
       1620-SUSPENS-TRT-FIN.
           EXIT.

       1630-COMPARER-SUSPENS-DEB.
           ADD 1 TO WS-DEM-IXC.
           MOVE WS-DT-ENR (WS-DEM-IXC) TO WS-DEMANDE-ENR.
           IF WS-DE-NOCPTE = WS-SU-NOCPTE
              ADD 1 TO WS-DT-NBSUS (WS-DEM-IXC)
           END-IF.
       1630-COMPARER-SUSPENS-FIN.
           EXIT.

      *********************************************************
       2000-DEMANDE-TRT-DEB.
           ADD 1 TO WS-DEM-IX.
           MOVE WS-DT-ENR (WS-DEM-IX) TO WS-DEMANDE-ENR.
           MOVE SPACE TO WS-MOTIF.
           MOVE ZERO  TO WS-CL-MTSOLD WS-INTERET WS-FRAIS
                         WS-RESIDU WS-CL-AGENCE WS-NB-MVT-CPT.
           MOVE SPACE TO WS-DEVISE-CPT.
           PERFORM 2100-CONTROLER-DEB
              THRU 2100-CONTROLER-FIN.
           IF WS-MOTIF = SPACE
              PERFORM 2200-CALCULER-INTERETS-DEB
                 THRU 2200-CALCULER-INTERETS-FIN
              PERFORM 2300-CALCULER-FRAIS-DEB
                 THRU 2300-CALCULER-FRAIS-FIN
              COMPUTE WS-RESIDU = WS-CL-MTSOLD - WS-INTERET
                      - WS-FRAIS
      * LE CHEQUE DE BANQUE NE PEUT PAS COUVRIR UN DEBIT
              IF WS-DE-MODE = 'B'
                 AND WS-RESIDU < ZERO
                 MOVE 'SOLDE DEBITEUR, VIREMENT REQUIS'
                      TO WS-MOTIF
              END-IF
           END-IF.
           IF WS-MOTIF NOT = SPACE
              ADD 1 TO WS-CTR-REFUSEES
              MOVE WS-MOTIF TO WS-LD-DECISION
              DISPLAY 'DEMANDE DE CLOTURE REFUSEE : ' WS-MOTIF
                      ' COMPTE ' WS-DE-NOCPTE
              PERFORM 6000-EDITER-DEMANDE-DEB
                 THRU 6000-EDITER-DEMANDE-FIN
              GO TO 2000-DEMANDE-TRT-FIN
           END-IF.
           ADD 1 TO WS-CTR-ACCEPTEES.
           PERFORM 2400-GENERER-MVTS-DEB
              THRU 2400-GENERER-MVTS-FIN.
           PERFORM 2500-METTRE-EN-CLOTURE-DEB
              THRU 2500-METTRE-EN-CLOTURE-FIN.
           PERFORM 6000-EDITER-DEMANDE-DEB
              THRU 6000-EDITER-DEMANDE-FIN.
       2000-DEMANDE-TRT-FIN.
           EXIT.

       2050-LIRE-COMPTE-DEB.
           READ CPT-FICHIER
               INVALID KEY MOVE 'NON' TO WS-CPT-EXISTE
               NOT INVALID KEY MOVE 'OUI' TO WS-CPT-EXISTE
           END-READ.
       2050-LIRE-COMPTE-FIN.
           EXIT.

      *********************************************************
       2100-CONTROLER-DEB.
      * PRINCIPE DES QUATRE YEUX : SAISISSEUR ET VALIDEUR
      * PRESENTS ET DIFFERENTS
           IF WS-DE-OPSAI = SPACE
              OR WS-DE-OPVAL = SPACE
              OR WS-DE-OPVAL = WS-DE-OPSAI
              MOVE 'ORDRE NON VALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-DE-NOCPTE NOT NUMERIC
              MOVE 'NUMERO DE COMPTE INVALIDE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           MOVE WS-DE-NOCPTE-N TO CPT00-NOCPTE.
           PERFORM 2050-LIRE-COMPTE-DEB
              THRU 2050-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE INCONNU' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           MOVE CPT00-NOCPTE  TO WS-CL-NOCPTE.
           MOVE CPT00-MTSOLD  TO WS-CL-MTSOLD.
           MOVE CPT00-NOMCLI  TO WS-CL-NOMCLI.
           MOVE CPT00-AGENCE  TO WS-CL-AGENCE.
           MOVE CPT00-PRODUIT TO WS-CL-PRODUIT.
           MOVE CPT00-DEVISE  TO WS-DEVISE-CPT.
           IF WS-DEVISE-CPT = SPACE
              MOVE 'EUR' TO WS-DEVISE-CPT
           END-IF.
           IF CPT00-ETAT = 'C'
              MOVE 'COMPTE DEJA CLOS' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF CPT00-ETAT = 'L'
              MOVE 'CLOTURE DEJA EN COURS' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF CPT00-ETAT = 'B'
              MOVE 'COMPTE BLOQUE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           IF WS-DT-NBSUS (WS-DEM-IX) > ZERO
              MOVE 'SUSPENS NON APURE' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           PERFORM 2150-CHERCHER-SAISIE-DEB
              THRU 2150-CHERCHER-SAISIE-FIN.
           IF WS-SAISIE-ACTIVE = 'OUI'
              MOVE 'SAISIE EN COURS' TO WS-MOTIF
              GO TO 2100-CONTROLER-FIN
           END-IF.
           PERFORM 2170-CONTROLER-DATE-DEB
              THRU 2170-CONTROLER-DATE-FIN.
           IF WS-MOTIF NOT = SPACE
              GO TO 2100-CONTROLER-FIN
           END-IF.
      * COMPTE EN DEVISE : LA CHAINE EXIGE LE COURS DU JOUR
           IF WS-DEVISE-CPT NOT = 'EUR'
              CALL 'PCOURS' USING WS-DEVISE-CPT WS-DATE-JOUR
                                  WS-COURS-DEV WS-COURS-RETOUR
              IF WS-COURS-RETOUR NOT = '0'
                 MOVE 'COURS DE LA DEVISE ABSENT' TO WS-MOTIF
                 GO TO 2100-CONTROLER-FIN
              END-IF
           END-IF.
           PERFORM 2180-CONTROLER-REGLEMENT-DEB
              THRU 2180-CONTROLER-REGLEMENT-FIN.
       2100-CONTROLER-FIN.
           EXIT.

       2150-CHERCHER-SAISIE-DEB.
      * UN DOSSIER DE SAISIE OU D'ATD ACTIF SUR LE COMPTE
      * INTERDIT SA CLOTURE
           MOVE 'NON' TO WS-SAISIE-ACTIVE.
           IF WS-FS-SAI = '35'
              GO TO 2150-CHERCHER-SAISIE-FIN
           END-IF.
           MOVE WS-CL-NOCPTE TO SAI00-NOCPTE.
           MOVE ZERO         TO SAI00-NOSAI.
           MOVE SPACE        TO WS-FIN-DOSSIERS.
           START SAI-FICHIER KEY NOT < SAI00-CLE
               INVALID KEY GO TO 2150-CHERCHER-SAISIE-FIN
           END-START.
           PERFORM 2160-DOSSIER-SUIVANT-DEB
              THRU 2160-DOSSIER-SUIVANT-FIN
              UNTIL WS-FIN-DOSSIERS = 'FIN'.
       2150-CHERCHER-SAISIE-FIN.
           EXIT.

       2160-DOSSIER-SUIVANT-DEB.
           READ SAI-FICHIER NEXT
               AT END MOVE 'FIN' TO WS-FIN-DOSSIERS
                      GO TO 2160-DOSSIER-SUIVANT-FIN
           END-READ.
           IF SAI00-NOCPTE NOT = WS-CL-NOCPTE
              MOVE 'FIN' TO WS-FIN-DOSSIERS
              GO TO 2160-DOSSIER-SUIVANT-FIN
           END-IF.
           IF SAI00-STATUT = 'A'
              MOVE 'OUI' TO WS-SAISIE-ACTIVE
              MOVE 'FIN' TO WS-FIN-DOSSIERS
           END-IF.
       2160-DOSSIER-SUIVANT-FIN.
           EXIT.

       2170-CONTROLER-DATE-DEB.
      * DATE DE CLOTURE A BLANC = DATE COMPTABLE ; SINON UNE
      * DATE DU MOIS COMPTABLE, AU PLUS LA DATE COMPTABLE
           IF WS-DE-DATCLO = SPACE
              MOVE WS-DATE-JOUR TO WS-DATE-CLOTURE
           ELSE
              IF WS-DE-DATCLO NOT NUMERIC
                 MOVE 'DATE DE CLOTURE INVALIDE' TO WS-MOTIF
                 GO TO 2170-CONTROLER-DATE-FIN
              END-IF
              MOVE WS-DE-DATCLO-N TO WS-DATE-CLOTURE
           END-IF.
           DIVIDE WS-DATE-CLOTURE BY 100 GIVING WS-AAMM-W
                  REMAINDER WS-JOUR-W.
           IF WS-AAMM-W NOT = WS-AAMM-JOUR
              OR WS-JOUR-W < 1
              OR WS-DATE-CLOTURE > WS-DATE-JOUR
              MOVE 'DATE DE CLOTURE INVALIDE' TO WS-MOTIF
           END-IF.
       2170-CONTROLER-DATE-FIN.
           EXIT.

       2180-CONTROLER-REGLEMENT-DEB.
      * COMPTE DE REGLEMENT DU SOLDE : COMPTE DESIGNE ('V') OU
      * COMPTE INTERNE DES CHEQUES DE BANQUE DE LA DEVISE
      * ('B') ; IL DOIT EXISTER, ETRE OUVERT OU EN SOMMEIL,
      * ETRE TENU DANS LA DEVISE DU COMPTE ET NE PAS ETRE
      * LUI-MEME DEMANDE EN CLOTURE CE JOUR
           MOVE ZERO TO WS-CPT-REGLEMENT.
           IF WS-DE-MODE = 'V'
              IF WS-DE-CPTDEST NOT NUMERIC
                 MOVE 'COMPTE DESTINATAIRE INVALIDE' TO WS-MOTIF
                 GO TO 2180-CONTROLER-REGLEMENT-FIN
              END-IF
              MOVE WS-DE-CPTDEST-N TO WS-CPT-REGLEMENT
           ELSE
              IF WS-DE-MODE NOT = 'B'
                 MOVE 'MODE DE REGLEMENT INVALIDE' TO WS-MOTIF
                 GO TO 2180-CONTROLER-REGLEMENT-FIN
              END-IF
              MOVE 'NON' TO WS-CAI-TROUVE
              MOVE ZERO  TO WS-CAI-IX
              PERFORM 2190-COMPARER-CAISSE-DEB
                 THRU 2190-COMPARER-CAISSE-FIN
                 UNTIL WS-CAI-TROUVE = 'OUI'
                 OR WS-CAI-IX NOT < WS-CAI-NB
              IF WS-CAI-TROUVE NOT = 'OUI'
                 MOVE 'PAS DE COMPTE DE CHEQUES' TO WS-MOTIF
                 GO TO 2180-CONTROLER-REGLEMENT-FIN
              END-IF
              MOVE WS-CA-NOCPTE (WS-CAI-IX) TO WS-CPT-REGLEMENT
           END-IF.
           IF WS-CPT-REGLEMENT = WS-CL-NOCPTE
              MOVE 'COMPTE DESTINATAIRE INVALIDE' TO WS-MOTIF
              GO TO 2180-CONTROLER-REGLEMENT-FIN
           END-IF.
           MOVE 'NON' TO WS-DEM-TROUVE.
           MOVE ZERO  TO WS-DEM-IXC.
           PERFORM 2195-COMPARER-DEMANDE-DEB
              THRU 2195-COMPARER-DEMANDE-FIN
              UNTIL WS-DEM-TROUVE = 'OUI'
              OR WS-DEM-IXC NOT < WS-DEM-NB.
           MOVE WS-DT-ENR (WS-DEM-IX) TO WS-DEMANDE-ENR.
           IF WS-DEM-TROUVE = 'OUI'
              MOVE 'DESTINATAIRE EN CLOTURE' TO WS-MOTIF
              GO TO 2180-CONTROLER-REGLEMENT-FIN
           END-IF.
           MOVE WS-CPT-REGLEMENT TO CPT00-NOCPTE.
           PERFORM 2050-LIRE-COMPTE-DEB
              THRU 2050-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              MOVE 'COMPTE DESTINATAIRE INCONNU' TO WS-MOTIF
              GO TO 2180-CONTROLER-REGLEMENT-FIN
           END-IF.
           IF CPT00-ETAT NOT = 'O'
              AND CPT00-ETAT NOT = 'I'
              MOVE 'COMPTE DESTINATAIRE FERME' TO WS-MOTIF
              GO TO 2180-CONTROLER-REGLEMENT-FIN
           END-IF.
           MOVE CPT00-DEVISE TO WS-DEVISE-DEST.
           IF WS-DEVISE-DEST = SPACE
              MOVE 'EUR' TO WS-DEVISE-DEST
           END-IF.
           IF WS-DEVISE-DEST NOT = WS-DEVISE-CPT
              MOVE 'DEVISE DU DESTINATAIRE' TO WS-MOTIF
           END-IF.
       2180-CONTROLER-REGLEMENT-FIN.
           EXIT.

       2190-COMPARER-CAISSE-DEB.
           ADD 1 TO WS-CAI-IX.
           IF WS-CA-DEVISE (WS-CAI-IX) = WS-DEVISE-CPT
              MOVE 'OUI' TO WS-CAI-TROUVE
           END-IF.
       2190-COMPARER-CAISSE-FIN.
           EXIT.

       2195-COMPARER-DEMANDE-DEB.
           ADD 1 TO WS-DEM-IXC.
           MOVE WS-DT-ENR (WS-DEM-IXC) TO WS-DEMANDE-ENR.
           IF WS-DE-NOCPTE NUMERIC
              AND WS-DE-NOCPTE-N = WS-CPT-REGLEMENT
              MOVE 'OUI' TO WS-DEM-TROUVE
           END-IF.
       2195-COMPARER-DEMANDE-FIN.
           EXIT.

      *********************************************************
       2200-CALCULER-INTERETS-DEB.
      * INTERETS DEBITEURS DU MOIS (TAUX DU PRODUIT, SINON DE
      * LA TABLE PAR TRANCHE, COMME PINTDB) AU PRORATA DES
      * JOURS ECOULES JUSQU'A LA DATE DE CLOTURE
           MOVE ZERO  TO WS-INTERET WS-TAUX-RETENU.
           MOVE 'NON' TO WS-TAUX-TROUVE.
           IF WS-CL-MTSOLD NOT < ZERO
              GO TO 2200-CALCULER-INTERETS-FIN
           END-IF.
           IF WS-CL-PRODUIT NOT = SPACE
              MOVE 'NON' TO WS-PRO-TROUVE
              MOVE ZERO  TO WS-PRO-IX
              PERFORM 2220-COMPARER-PRODUIT-DEB
                 THRU 2220-COMPARER-PRODUIT-FIN
                 UNTIL WS-PRO-TROUVE = 'OUI'
                 OR WS-PRO-IX NOT < WS-PRO-NB
              IF WS-PRO-TROUVE = 'OUI'
                 AND WS-PO-TAUX (WS-PRO-IX) NOT = SPACE
                 MOVE 'OUI' TO WS-TAUX-TROUVE
                 MOVE WS-PO-TAUX-N (WS-PRO-IX) TO WS-TAUX-RETENU
              END-IF
           END-IF.
           IF WS-TAUX-TROUVE NOT = 'OUI'
              MOVE ZERO TO WS-TAUX-IX
              PERFORM 2210-COMPARER-TAUX-DEB
                 THRU 2210-COMPARER-TAUX-FIN
                 UNTIL WS-TAUX-TROUVE = 'OUI'
                 OR WS-TAUX-IX NOT < WS-TAUX-NB
           END-IF.
           IF WS-TAUX-TROUVE NOT = 'OUI'
              GO TO 2200-CALCULER-INTERETS-FIN
           END-IF.
           COMPUTE WS-MT-DEBIT = ZERO - WS-CL-MTSOLD.
           COMPUTE WS-INTERET ROUNDED =
                   (WS-MT-DEBIT * WS-TAUX-RETENU * WS-JOUR-W)
                   / (10000 * WS-JMAX-W).
       2200-CALCULER-INTERETS-FIN.
           EXIT.

       2210-COMPARER-TAUX-DEB.
           ADD 1 TO WS-TAUX-IX.
           IF WS-CL-NOCPTE NOT < WS-TT-NOCPTE-DE (WS-TAUX-IX)
              AND WS-CL-NOCPTE NOT > WS-TT-NOCPTE-A (WS-TAUX-IX)
              MOVE 'OUI' TO WS-TAUX-TROUVE
              MOVE WS-TT-TAUX (WS-TAUX-IX) TO WS-TAUX-RETENU
           END-IF.
       2210-COMPARER-TAUX-FIN.
           EXIT.

       2220-COMPARER-PRODUIT-DEB.
           ADD 1 TO WS-PRO-IX.
           IF WS-PO-PRODUIT (WS-PRO-IX) = WS-CL-PRODUIT
              MOVE 'OUI' TO WS-PRO-TROUVE
           END-IF.
       2220-COMPARER-PRODUIT-FIN.
           EXIT.

      *********************************************************
       2300-CALCULER-FRAIS-DEB.
      * FORFAIT MENSUEL DE TENUE DE COMPTE (BAREME DU PRODUIT,
      * SINON DE L'AGENCE, SINON COMMUN, COMME PFRAIS ; EXONERE
      * AU DESSUS DU PLANCHER DE SOLDE) AU PRORATA DES JOURS
      * ECOULES JUSQU'A LA DATE DE CLOTURE
           MOVE ZERO  TO WS-FRAIS WS-FRAIS-RETENU WS-PLANCHER-RET.
           MOVE SPACE TO WS-MENTION.
           MOVE ZERO  TO WS-AGENCE-RETENUE.
           MOVE 'NON' TO WS-TRA-TROUVE.
           MOVE ZERO  TO WS-TRA-IX.
           PERFORM 2310-COMPARER-TRANCHE-DEB
              THRU 2310-COMPARER-TRANCHE-FIN
              UNTIL WS-TRA-TROUVE = 'OUI'
              OR WS-TRA-IX NOT < WS-TRA-NB.
           PERFORM 2330-BAREME-PRODUIT-DEB
              THRU 2330-BAREME-PRODUIT-FIN.
           IF WS-BAREME-PRO = SPACE
              OR WS-BAREME-PRO = 'DEFAUT'
              PERFORM 2350-BAREME-AGENCE-DEB
                 THRU 2350-BAREME-AGENCE-FIN
           END-IF.
           IF WS-MENTION NOT = SPACE
              GO TO 2300-CALCULER-FRAIS-FIN
           END-IF.
      * BAREME EN EUROS, RAMENE DANS LA DEVISE DU COMPTE (SON
      * COURS A ETE VERIFIE AU CONTROLE DE LA DEMANDE)
           IF WS-DEVISE-CPT NOT = 'EUR'
              MOVE WS-FRAIS-RETENU TO WS-FRAIS-EUR
              COMPUTE WS-FRAIS-RETENU ROUNDED =
                      WS-FRAIS-EUR / WS-COURS-DEV
              COMPUTE WS-PLANCHER-RET ROUNDED =
                      WS-PLANCHER-RET / WS-COURS-DEV
           END-IF.
           IF WS-PLANCHER-RET > ZERO
              AND WS-CL-MTSOLD NOT < WS-PLANCHER-RET
              MOVE '*EXONERE*' TO WS-MENTION
              GO TO 2300-CALCULER-FRAIS-FIN
           END-IF.
           COMPUTE WS-FRAIS ROUNDED =
                   (WS-FRAIS-RETENU * WS-JOUR-W) / WS-JMAX-W.
       2300-CALCULER-FRAIS-FIN.
           EXIT.

       2310-COMPARER-TRANCHE-DEB.
           ADD 1 TO WS-TRA-IX.
           IF WS-CL-NOCPTE NOT < WS-TR-NOCPDE (WS-TRA-IX)
              AND WS-CL-NOCPTE NOT > WS-TR-NOCPA (WS-TRA-IX)
              MOVE 'OUI' TO WS-TRA-TROUVE
              MOVE WS-TR-AGENCE (WS-TRA-IX) TO WS-AGENCE-RETENUE
           END-IF.
       2310-COMPARER-TRANCHE-FIN.
           EXIT.

       2330-BAREME-PRODUIT-DEB.
      * BAREME IMPOSE PAR LE PRODUIT : 'EXONERE' = AUCUN FRAIS,
      * AUTRE CODE = BAREME NOMME (ABSENT : SANS TARIF)
           MOVE SPACE TO WS-BAREME-PRO.
           IF WS-CL-PRODUIT = SPACE
              GO TO 2330-BAREME-PRODUIT-FIN
           END-IF.
           MOVE 'NON' TO WS-PRO-TROUVE.
           MOVE ZERO  TO WS-PRO-IX.
           PERFORM 2220-COMPARER-PRODUIT-DEB
              THRU 2220-COMPARER-PRODUIT-FIN
              UNTIL WS-PRO-TROUVE = 'OUI'
              OR WS-PRO-IX NOT < WS-PRO-NB.
           IF WS-PRO-TROUVE NOT = 'OUI'
              GO TO 2330-BAREME-PRODUIT-FIN
           END-IF.
           MOVE WS-PO-BAREME (WS-PRO-IX) TO WS-BAREME-PRO.
           IF WS-BAREME-PRO = SPACE
              OR WS-BAREME-PRO = 'DEFAUT'
              GO TO 2330-BAREME-PRODUIT-FIN
           END-IF.
           IF WS-BAREME-PRO = 'EXONERE'
              MOVE '*GRATUIT*' TO WS-MENTION
              GO TO 2330-BAREME-PRODUIT-FIN
           END-IF.
           MOVE 'NON' TO WS-NOM-TROUVE.
           MOVE ZERO  TO WS-NOM-IX.
           PERFORM 2340-COMPARER-NOMME-DEB
              THRU 2340-COMPARER-NOMME-FIN
              UNTIL WS-NOM-TROUVE = 'OUI'
              OR WS-NOM-IX NOT < WS-NOM-NB.
           IF WS-NOM-TROUVE NOT = 'OUI'
              MOVE '*SANS TARIF*' TO WS-MENTION
           END-IF.
       2330-BAREME-PRODUIT-FIN.
           EXIT.

       2340-COMPARER-NOMME-DEB.
           ADD 1 TO WS-NOM-IX.
           IF WS-NO-CODE (WS-NOM-IX) = WS-BAREME-PRO
              MOVE 'OUI' TO WS-NOM-TROUVE
              MOVE WS-NO-MTFRAIS (WS-NOM-IX)  TO WS-FRAIS-RETENU
              MOVE WS-NO-PLANCHER (WS-NOM-IX) TO WS-PLANCHER-RET
           END-IF.
       2340-COMPARER-NOMME-FIN.
           EXIT.

       2350-BAREME-AGENCE-DEB.
      * FORFAIT DE L'AGENCE S'IL EXISTE, SINON FORFAIT COMMUN
           MOVE 'NON' TO WS-BAR-TROUVE.
           MOVE ZERO  TO WS-BAR-IX.
           IF WS-TRA-TROUVE = 'OUI'
              PERFORM 2360-COMPARER-BAREME-DEB
                 THRU 2360-COMPARER-BAREME-FIN
                 UNTIL WS-BAR-TROUVE = 'OUI'
                 OR WS-BAR-IX NOT < WS-BAR-NB
           END-IF.
           IF WS-BAR-TROUVE = 'OUI'
              GO TO 2350-BAREME-AGENCE-FIN
           END-IF.
           IF WS-DEF-PRESENT = 'OUI'
              MOVE WS-DEF-MTFRAIS  TO WS-FRAIS-RETENU
              MOVE WS-DEF-PLANCHER TO WS-PLANCHER-RET
           ELSE
              MOVE '*SANS TARIF*' TO WS-MENTION
           END-IF.
       2350-BAREME-AGENCE-FIN.
           EXIT.

       2360-COMPARER-BAREME-DEB.
           ADD 1 TO WS-BAR-IX.
           IF WS-BA-AGENCE (WS-BAR-IX) = WS-AGENCE-RETENUE
              MOVE 'OUI' TO WS-BAR-TROUVE
              MOVE WS-BA-MTFRAIS (WS-BAR-IX)  TO WS-FRAIS-RETENU
              MOVE WS-BA-PLANCHER (WS-BAR-IX) TO WS-PLANCHER-RET
           END-IF.
       2360-COMPARER-BAREME-FIN.
           EXIT.

      *********************************************************
       2400-GENERER-MVTS-DEB.
      * ARRETE PUIS SOLDE DU COMPTE A LA DATE DE CLOTURE :
      * INTERETS (SENS 'R') ET FRAIS (SENS 'C') SUR LE COMPTE,
      * PUIS PAIRE DE VIREMENT DU SOLDE RESTANT VERS LE COMPTE
      * DE REGLEMENT ('C' SUR LE COMPTE ET 'D' SUR LE
      * DESTINATAIRE POUR UN SOLDE CREDITEUR, L'INVERSE POUR
      * UN SOLDE DEBITEUR)
           IF WS-INTERET > ZERO
              MOVE WS-CL-NOCPTE TO WS-MV-NOCPTE
              MOVE 'R'          TO WS-MV-CDMVT
              MOVE WS-INTERET   TO WS-MT-ECRIT
              MOVE 'INTERETS'   TO WS-MV-ORIGINE
              PERFORM 2410-ECRIRE-MVT-DEB
                 THRU 2410-ECRIRE-MVT-FIN
           END-IF.
           IF WS-FRAIS > ZERO
              MOVE WS-CL-NOCPTE TO WS-MV-NOCPTE
              MOVE 'C'          TO WS-MV-CDMVT
              MOVE WS-FRAIS     TO WS-MT-ECRIT
              MOVE 'FRAIS'      TO WS-MV-ORIGINE
              PERFORM 2410-ECRIRE-MVT-DEB
                 THRU 2410-ECRIRE-MVT-FIN
           END-IF.
           IF WS-RESIDU = ZERO
              GO TO 2400-GENERER-MVTS-FIN
           END-IF.
           IF WS-RESIDU > ZERO
              MOVE WS-RESIDU TO WS-MT-VERSE
              MOVE WS-CL-NOCPTE     TO WS-MV-NOCPTE
              MOVE 'C'              TO WS-MV-CDMVT
              MOVE WS-MT-VERSE      TO WS-MT-ECRIT
              MOVE 'CLOTURE'        TO WS-MV-ORIGINE
              PERFORM 2410-ECRIRE-MVT-DEB
                 THRU 2410-ECRIRE-MVT-FIN
              MOVE WS-CPT-REGLEMENT TO WS-MV-NOCPTE
              MOVE 'D'              TO WS-MV-CDMVT
              MOVE WS-MT-VERSE      TO WS-MT-ECRIT
              MOVE 'CLOTURE'        TO WS-MV-ORIGINE
              PERFORM 2410-ECRIRE-MVT-DEB
                 THRU 2410-ECRIRE-MVT-FIN
           ELSE
              COMPUTE WS-MT-VERSE = ZERO - WS-RESIDU
              MOVE WS-CL-NOCPTE     TO WS-MV-NOCPTE
              MOVE 'D'              TO WS-MV-CDMVT
              MOVE WS-MT-VERSE      TO WS-MT-ECRIT
              MOVE 'CLOTURE'        TO WS-MV-ORIGINE
              PERFORM 2410-ECRIRE-MVT-DEB
                 THRU 2410-ECRIRE-MVT-FIN
              MOVE WS-CPT-REGLEMENT TO WS-MV-NOCPTE
              MOVE 'C'              TO WS-MV-CDMVT
              MOVE WS-MT-VERSE      TO WS-MT-ECRIT
              MOVE 'CLOTURE'        TO WS-MV-ORIGINE
              PERFORM 2410-ECRIRE-MVT-DEB
                 THRU 2410-ECRIRE-MVT-FIN
           END-IF.
       2400-GENERER-MVTS-FIN.
           EXIT.

       2410-ECRIRE-MVT-DEB.
           MOVE WS-DATE-CLOTURE TO WS-MV-DAMVT-N.
           MOVE WS-MT-ECRIT     TO WS-MV-MTMVT.
           MOVE WS-DEVISE-CPT   TO WS-MV-DEVISE.
           IF WS-REF-SEQ NOT < 99999
              DISPLAY 'NUMERO D''ORDRE DE REFERENCE EPUISE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-REF-SEQ.
           MOVE WS-REF-DATE5    TO WS-REF-AMMJJ.
           MOVE WS-REF-SEQ      TO WS-REF-NOSEQ.
           MOVE WS-REF-W        TO WS-MV-REFMVT.
           WRITE FS-OU-MVT FROM WS-MVT-ENR.
           IF WS-FS-FOU-MVT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE MOUVEMENT DE CLOTURE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CTR-MVTS WS-NB-MVT-CPT.
           ADD WS-MT-ECRIT TO WS-HASH-MVT.
       2410-ECRIRE-MVT-FIN.
           EXIT.

      *********************************************************
       2500-METTRE-EN-CLOTURE-DEB.
      * LE COMPTE PASSE A L'ETAT 'L' ET LA DEMANDE EST MISE EN
      * ATTENTE DU PASSAGE DE SES MOUVEMENTS DANS LA CHAINE ;
      * SANS MOUVEMENT (SOLDE DEJA NUL, NI INTERETS NI FRAIS)
      * LE COMPTE EST CLOS SUR LE CHAMP
           MOVE SPACE            TO WS-ATT-ENR.
           MOVE WS-CL-NOCPTE     TO WS-AT-NOCPTE.
           MOVE WS-DATE-JOUR     TO WS-AT-DATDEM.
           MOVE WS-DATE-CLOTURE  TO WS-AT-DATCLO.
           MOVE WS-DE-MODE       TO WS-AT-MODE.
           MOVE WS-CPT-REGLEMENT TO WS-AT-CPTDEST.
           MOVE WS-DEVISE-CPT    TO WS-AT-DEVISE.
           MOVE WS-CL-MTSOLD     TO WS-AT-SOLDE.
           MOVE WS-INTERET       TO WS-AT-INTERET.
           MOVE WS-FRAIS         TO WS-AT-FRAIS.
           MOVE WS-TAUX-RETENU   TO WS-AT-TAUX.
           MOVE WS-JOUR-W        TO WS-AT-NBJOURS.
           MOVE WS-JMAX-W        TO WS-AT-JMAX.
           MOVE WS-RESIDU        TO WS-AT-MTVERSE.
           MOVE WS-CL-NOMCLI     TO WS-AT-NOMCLI.
           MOVE WS-CL-AGENCE     TO WS-AT-AGENCE.
           MOVE WS-DE-OPSAI      TO WS-AT-OPSAI.
           MOVE WS-DE-OPVAL      TO WS-AT-OPVAL.
           MOVE WS-CL-NOCPTE TO CPT00-NOCPTE.
           PERFORM 2050-LIRE-COMPTE-DEB
              THRU 2050-LIRE-COMPTE-FIN.
           IF WS-CPT-EXISTE = 'NON'
              DISPLAY 'ERREUR RELECTURE COMPTE ' WS-CL-NOCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-NB-MVT-CPT = ZERO
              PERFORM 2600-CLORE-COMPTE-DEB
                 THRU 2600-CLORE-COMPTE-FIN
              GO TO 2500-METTRE-EN-CLOTURE-FIN
           END-IF.
           MOVE 'L' TO CPT00-ETAT.
           REWRITE CPT00
               INVALID KEY
                  DISPLAY 'ERREUR REWRITE COMPTE ' WS-CL-NOCPTE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU  9999-ERREUR-PROGRAMME-FIN
           END-REWRITE.
           PERFORM 2510-ECRIRE-ATTENTE-DEB
              THRU 2510-ECRIRE-ATTENTE-FIN.
           ADD 1 TO WS-CTR-EN-ATTENTE.
           MOVE 'EN CLOTURE, MVTS GENERES' TO WS-LD-DECISION.
       2500-METTRE-EN-CLOTURE-FIN.
           EXIT.

       2510-ECRIRE-ATTENTE-DEB.
           WRITE FS-OU-ATT FROM WS-ATT-ENR.
           IF WS-FS-FOU-ATT NOT = ZERO
              DISPLAY 'ERREUR ECRITURE CLOTURE EN ATTENTE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
       2510-ECRIRE-ATTENTE-FIN.
           EXIT.

      *********************************************************
       2600-CLORE-COMPTE-DEB.
      * SOLDE NUL : LE COMPTE PASSE A L'ETAT 'C' (SANS
      * DECOUVERT AUTORISE) ET SON ATTESTATION EST EDITEE
           MOVE 'C'  TO CPT00-ETAT.
           MOVE ZERO TO CPT00-MTDECOUV.
           REWRITE CPT00
               INVALID KEY
                  DISPLAY 'ERREUR REWRITE COMPTE ' CPT00-NOCPTE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU  9999-ERREUR-PROGRAMME-FIN
           END-REWRITE.
           ADD 1 TO WS-CTR-CLOS.
           MOVE 'CLOS, ATTESTATION EDITEE' TO WS-LD-DECISION.
           PERFORM 7000-EDITER-ATTESTATION-DEB
              THRU 7000-EDITER-ATTESTATION-FIN.
       2600-CLORE-COMPTE-FIN.
           EXIT.

      *********************************************************
       3000-TOTAUX-DEB.
           MOVE SPACE TO WS-LIGNE-TOTAL.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'CLOTURES EN ATTENTE LUES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ATT-LUES TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'DEMANDES DE CLOTURE LUES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-DEM-LUES TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'DEMANDES ACCEPTEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ACCEPTEES TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'DEMANDES REFUSEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-REFUSEES TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'COMPTES CLOS (ATTESTATIONS)' TO WS-TO-LIBELLE.
           MOVE WS-CTR-CLOS TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'CLOTURES EN ATTENTE A SUIVRE' TO WS-TO-LIBELLE.
           MOVE WS-CTR-EN-ATTENTE TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'CLOTURES ABANDONNEES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-ABANDONS TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
           MOVE 'MOUVEMENTS DE CLOTURE GENERES' TO WS-TO-LIBELLE.
           MOVE WS-CTR-MVTS TO WS-TO-NOMBRE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-TOTAL.
       3000-TOTAUX-FIN.
           EXIT.

      *********************************************************
       6000-EDITER-DEMANDE-DEB.
      * LIGNE D'UNE DEMANDE DU JOUR (MONTANTS DE L'ARRETE SI
      * ELLE EST ACCEPTEE)
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE ZERO          TO WS-LD-NOCPTE.
           IF WS-DE-NOCPTE NUMERIC
              MOVE WS-DE-NOCPTE-N TO WS-LD-NOCPTE
           END-IF.
           MOVE WS-CL-AGENCE  TO WS-LD-AGENCE.
           MOVE WS-DEVISE-CPT TO WS-LD-DEVISE.
           MOVE WS-DE-DATCLO  TO WS-LD-DATCLO.
           MOVE WS-DE-MODE    TO WS-LD-MODE.
           MOVE WS-DE-CPTDEST TO WS-LD-CPTDEST.
           IF WS-MOTIF = SPACE
              MOVE WS-DATE-CLOTURE  TO WS-LD-DATCLO
              MOVE WS-CPT-REGLEMENT TO WS-LD-CPTDEST
           END-IF.
           MOVE WS-CL-MTSOLD  TO WS-LD-SOLDE.
           MOVE WS-INTERET    TO WS-LD-INTERET.
           MOVE WS-FRAIS      TO WS-LD-FRAIS.
           MOVE WS-RESIDU     TO WS-LD-VERSE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
       6000-EDITER-DEMANDE-FIN.
           EXIT.

       6100-EDITER-ATTENTE-DEB.
      * LIGNE D'UNE CLOTURE EN ATTENTE : MONTANTS DE L'ARRETE ;
      * LE SOLDE EST LE SOLDE ACTUEL DU COMPTE
           IF WS-ETAT-LIGNE-CTR > 55
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE WS-AT-NOCPTE  TO WS-LD-NOCPTE.
           MOVE WS-AT-AGENCE  TO WS-LD-AGENCE.
           MOVE WS-AT-DEVISE  TO WS-LD-DEVISE.
           MOVE WS-AT-DATCLO  TO WS-LD-DATCLO.
           MOVE WS-AT-MODE    TO WS-LD-MODE.
           MOVE WS-AT-CPTDEST TO WS-LD-CPTDEST.
           MOVE ZERO          TO WS-LD-SOLDE.
           IF WS-CPT-EXISTE = 'OUI'
              MOVE CPT00-MTSOLD TO WS-LD-SOLDE
           END-IF.
           MOVE WS-AT-INTERET TO WS-LD-INTERET.
           MOVE WS-AT-FRAIS   TO WS-LD-FRAIS.
           MOVE WS-AT-MTVERSE TO WS-LD-VERSE.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-DETAIL.
           ADD 1 TO WS-ETAT-LIGNE-CTR.
       6100-EDITER-ATTENTE-FIN.
           EXIT.

       6200-EDITER-SECTION-DEB.
           IF WS-ETAT-LIGNE-CTR > 53
              PERFORM 8000-ENTETE-PAGE-DEB
                 THRU 8000-ENTETE-PAGE-FIN
           END-IF.
           MOVE SPACE TO FS-OU-CLORPT.
           WRITE FS-OU-CLORPT.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-SECTION.
           ADD 2 TO WS-ETAT-LIGNE-CTR.
       6200-EDITER-SECTION-FIN.
           EXIT.

      *********************************************************
       7000-EDITER-ATTESTATION-DEB.
      * UNE PAGE PAR COMPTE CLOS, ETABLIE D'APRES LA DEMANDE
      * ACCEPTEE (ARRETE ET REGLEMENT DU SOLDE)
           MOVE WS-DATE-JOUR TO WS-CT-DATE.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TITRE
                 AFTER ADVANCING PAGE.
           MOVE SPACE TO FS-OU-CLOCER.
           WRITE FS-OU-CLOCER.
           MOVE SPACE TO WS-CX-VALEUR.
           MOVE 'COMPTE' TO WS-CX-LIBELLE.
           MOVE WS-AT-NOCPTE TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'TITULAIRE' TO WS-CX-LIBELLE.
           MOVE WS-AT-NOMCLI TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'AGENCE' TO WS-CX-LIBELLE.
           MOVE WS-AT-AGENCE TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'DEVISE DE TENUE' TO WS-CX-LIBELLE.
           MOVE WS-AT-DEVISE TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'DEMANDE DE CLOTURE DU' TO WS-CX-LIBELLE.
           MOVE WS-AT-DATDEM TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'DATE DE CLOTURE' TO WS-CX-LIBELLE.
           MOVE WS-AT-DATCLO TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE SPACE TO FS-OU-CLOCER.
           WRITE FS-OU-CLOCER.
           MOVE WS-AT-DEVISE TO WS-CM-DEVISE.
           MOVE 'SOLDE AVANT ARRETE' TO WS-CM-LIBELLE.
           MOVE WS-AT-SOLDE TO WS-CM-MONTANT.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-MONTANT.
           MOVE 'INTERETS DEBITEURS' TO WS-CM-LIBELLE.
           COMPUTE WS-CM-MONTANT = ZERO - WS-AT-INTERET.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-MONTANT.
           MOVE 'FRAIS DE TENUE DE COMPTE' TO WS-CM-LIBELLE.
           COMPUTE WS-CM-MONTANT = ZERO - WS-AT-FRAIS.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-MONTANT.
           IF WS-AT-MTVERSE < ZERO
              MOVE 'SOLDE DEBITEUR COUVERT' TO WS-CM-LIBELLE
           ELSE
              MOVE 'SOLDE REGLE AU CLIENT' TO WS-CM-LIBELLE
           END-IF.
           MOVE WS-AT-MTVERSE TO WS-CM-MONTANT.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-MONTANT.
           MOVE 'SOLDE FINAL' TO WS-CM-LIBELLE.
           MOVE ZERO TO WS-CM-MONTANT.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-MONTANT.
           MOVE SPACE TO FS-OU-CLOCER.
           WRITE FS-OU-CLOCER.
           MOVE SPACE TO WS-CX-VALEUR.
           MOVE WS-AT-NBJOURS TO WS-CER-NOMBRE.
           MOVE 'JOURS D''ARRETE' TO WS-CX-LIBELLE.
           MOVE WS-CER-NOMBRE TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'MODE DE REGLEMENT' TO WS-CX-LIBELLE.
           IF WS-AT-MODE = 'B'
              MOVE 'CHEQUE DE BANQUE' TO WS-CX-VALEUR
           ELSE
              MOVE 'VIREMENT' TO WS-CX-VALEUR
           END-IF.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           IF WS-AT-MODE = 'B'
              MOVE 'COMPTE INTERNE DE REGLEMENT' TO WS-CX-LIBELLE
           ELSE
              MOVE 'COMPTE DESTINATAIRE' TO WS-CX-LIBELLE
           END-IF.
           MOVE WS-AT-CPTDEST TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'COMPTE CLOS LE' TO WS-CX-LIBELLE.
           MOVE WS-DATE-JOUR TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'ORDRE SAISI PAR' TO WS-CX-LIBELLE.
           MOVE WS-AT-OPSAI TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           MOVE 'ORDRE VALIDE PAR' TO WS-CX-LIBELLE.
           MOVE WS-AT-OPVAL TO WS-CX-VALEUR.
           WRITE FS-OU-CLOCER FROM WS-LIGNE-CER-TEXTE.
           ADD 1 TO WS-CTR-CERTIFS.
       7000-EDITER-ATTESTATION-FIN.
           EXIT.

      *********************************************************
       8000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-ETAT-PAGE-CTR.
           MOVE WS-DATE-JOUR  TO WS-TI-DATE.
           IF WS-ETAT-PAGE-CTR = 1
              WRITE FS-OU-CLORPT FROM WS-LIGNE-TITRE
           ELSE
              WRITE FS-OU-CLORPT FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
           END-IF.
           WRITE FS-OU-CLORPT FROM WS-LIGNE-ENTETE.
           MOVE 2 TO WS-ETAT-LIGNE-CTR.
       8000-ENTETE-PAGE-FIN.
           EXIT.

      *********************************************************
       9320-BISSEXTILE-DEB.
           MOVE SPACE TO WS-BISSEXTILE.
           DIVIDE WS-AN-W BY 4 GIVING WS-QUOT-W
                  REMAINDER WS-RESTE-4.
           DIVIDE WS-AN-W BY 100 GIVING WS-QUOT-W
                  REMAINDER WS-RESTE-100.
           DIVIDE WS-AN-W BY 400 GIVING WS-QUOT-W
                  REMAINDER WS-RESTE-400.
           IF (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
              OR WS-RESTE-400 = ZERO
              MOVE 'OUI' TO WS-BISSEXTILE
           END-IF.
       9320-BISSEXTILE-FIN.
           EXIT.

      *********************************************************
       8999-STATISTIQUES-DEB.
           DISPLAY ' '.
           DISPLAY '**********************************'
           DISPLAY '* STATISTIQUES DU PROGRAMME PCLOTU*'
           DISPLAY '**********************************'
           DISPLAY '                                  '
           DISPLAY 'CLOTURES EN ATTENTE   ' WS-CTR-ATT-LUES.
           DISPLAY 'DEMANDES LUES         ' WS-CTR-DEM-LUES.
           DISPLAY 'DEMANDES ACCEPTEES    ' WS-CTR-ACCEPTEES.
           DISPLAY 'DEMANDES REFUSEES     ' WS-CTR-REFUSEES.
           DISPLAY 'COMPTES CLOS          ' WS-CTR-CLOS.
           DISPLAY 'ATTESTATIONS EDITEES  ' WS-CTR-CERTIFS.
           DISPLAY 'CLOTURES A SUIVRE     ' WS-CTR-EN-ATTENTE.
           DISPLAY 'CLOTURES ABANDONNEES  ' WS-CTR-ABANDONS.
           DISPLAY 'MOUVEMENTS GENERES    ' WS-CTR-MVTS.
           DISPLAY ' '.
       8999-STATISTIQUES-FIN. EXIT.

      *********************************************************
       9998-FIN-NORMALE-DEB.

           DISPLAY '**********************************'
           DISPLAY '* FIN NORMALE DU PROGRAMME PCLOTU *'
           DISPLAY '**********************************'
                   ' '.
           STOP RUN.

       9998-FIN-NORMALE-FIN. EXIT.

       9999-ERREUR-PROGRAMME-DEB.

           DISPLAY '**********************************'
           DISPLAY '* UNE ANOMALIE A ETE DETECTEE *'
           DISPLAY '* ERREUR SUR UN FICHIER *'
           DISPLAY '**********************************'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9999-ERREUR-PROGRAMME-FIN. EXIT.
