005401                 FILE STATUS   IS  WS-FS-APL.                     PAPRUP
005600      SELECT     HIS-FICHIER   ASSIGN    OUHISMVT                 PAPRUP
005601                 FILE STATUS   IS  WS-FS-HIS.                     PAPRUP
006107      SELECT     CUM-FICHIER   ASSIGN    OUCUMFRA                 PAPRUP
006108                 FILE STATUS   IS  WS-FS-CUM.                     PAPRUP
006166      SELECT     SAI-FICHIER   ASSIGN    SAIMAST                  PAPRUP
006167                 ORGANIZATION  IS  INDEXED                        PAPRUP
006168                 ACCESS MODE   IS  DYNAMIC                        PAPRUP
006169                 RECORD KEY    IS  SAI00-CLE                      PAPRUP
006170                 FILE STATUS   IS  WS-FS-SAI.                     PAPRUP
006291      SELECT     PRO-FICHIER   ASSIGN    INPROPAR                 PAPRUP
006292                 FILE STATUS   IS  WS-FS-PRO.                     PAPRUP
005700      SELECT     AGE-FICHIER   ASSIGN    INAGEPAR                 PAPRUP
005701                 FILE STATUS   IS  WS-FS-AGE.                     PAPRUP
005900      SELECT     STA-FICHIER   ASSIGN    OUSTAHIS                 PAPRUP
005901                 FILE STATUS   IS  WS-FS-STA.                     PAPRUP
005402      SELECT     MOD-FICHIER   ASSIGN    UT-S-PAR002              PAPRUP
005403                 FILE STATUS   IS  WS-FS-MOD.                     PAPRUP
006469      SELECT     PTN-FICHIER   ASSIGN    UT-S-PAR003              PAPRUP
006470                 FILE STATUS   IS  WS-FS-PTN.                     PAPRUP
006471      SELECT     PCR-FICHIER   ASSIGN    UT-S-OUT007              PAPRUP
006472                 FILE STATUS   IS  WS-FS-PCR.                     PAPRUP
000120 DATA DIVISION.                                                   PAPRUP
000130 FILE SECTION.                                                    PAPRUP
000140 FD                 TC-FICHIER                                    PAPRUP
000220   10             TC00-CDMVT    PICTURE X.                        PAPRUP
000230   10             TC00-MTMVT    PICTURE S9(8)V99.                 PAPRUP
000240   10             TC00-FILLER   PICTURE X(21).                    PAPRUP
006018   10             TC00-DEVISE   PICTURE X(3).                     PAPRUP
000241 FD                 ETA-ETAT                                      PAPRUP
000242      BLOCK              00000 RECORDS                            PAPRUP
000243      DATA RECORD                                                 PAPRUP
000256   10             SUS00-CDMVT   PICTURE X.                        PAPRUP
000257   10             SUS00-MTMVT   PICTURE S9(8)V99.                 PAPRUP
000258   10             SUS00-MOTIF   PICTURE X(30).                    PAPRUP
006000   10             SUS00-ORIGINE PICTURE X(10).                    PAPRUP
006001   10             SUS00-REFMVT  PICTURE X(11).                    PAPRUP
006677   10             SUS00-DEVISE  PICTURE X(3).                     PAPRUP
000259 FD                 CPT-FICHIER                                   PAPRUP
000260      BLOCK              00000 RECORDS                            PAPRUP
000261      DATA RECORD                                                 PAPRUP
000268   10             CPT00-NOMCLI  PICTURE X(24).                    PAPRUP
000269   10             CPT00-AGENCE  PICTURE 9(03).                    PAPRUP
000270   10             CPT00-MTDECOUV PICTURE 9(8)V99.                 PAPRUP
000271   10             FILLER        PICTURE X(06).                    PAPRUP
006019   10             CPT00-DEVISE  PICTURE X(03).                    PAPRUP
006020   10             CPT00-PRODUIT PICTURE X(02).                    PAPRUP
006306   10             FILLER        PICTURE X(01).                    PAPRUP
004010 FD                 NCP-FICHIER                                   PAPRUP
004011      BLOCK              00000 RECORDS                            PAPRUP
004012      DATA RECORD                                                 PAPRUP
005113                    GLI00                                         PAPRUP
005114           LABEL RECORD STANDARD.                                 PAPRUP
005115 01               GLI00.                                          PAPRUP
005116   10             GLI00-LIGNE   PICTURE X(100).                   PAPRUP
005410 FD                 APL-FICHIER                                   PAPRUP
005411      BLOCK              00000 RECORDS                            PAPRUP
005412      DATA RECORD                                                 PAPRUP
005621   10             HIS00-ORIGINE PICTURE X(10).                    PAPRUP
005622   10             HIS00-REFMVT  PICTURE X(11).                    PAPRUP
005623   10             FILLER        PICTURE X(02).                    PAPRUP
006109 FD                 CUM-FICHIER                                   PAPRUP
006110      BLOCK              00000 RECORDS                            PAPRUP
006111      DATA RECORD                                                 PAPRUP
006112                    CUM00                                         PAPRUP
006113           LABEL RECORD STANDARD.                                 PAPRUP
006114 01               CUM00.                                          PAPRUP
006115   10             CUM00-TYPE    PICTURE X.                        PAPRUP
006116   10             CUM00-NOCPTE  PICTURE 9(10).                    PAPRUP
006117   10             CUM00-DATCPT  PICTURE 9(08).                    PAPRUP
006118   10             CUM00-CDMVT   PICTURE X.                        PAPRUP
006119   10             CUM00-MTMVT   PICTURE S9(8)V99.                 PAPRUP
006120   10             CUM00-ORIGINE PICTURE X(10).                    PAPRUP
006121   10             CUM00-REFMVT  PICTURE X(11).                    PAPRUP
006122   10             CUM00-REFORIG PICTURE X(11).                    PAPRUP
006123   10             CUM00-ORIORIG PICTURE X(10).                    PAPRUP
006124   10             CUM00-DEVISE  PICTURE X(03).                    PAPRUP
006125   10             FILLER        PICTURE X(05).                    PAPRUP
006171 FD                 SAI-FICHIER                                   PAPRUP
006172      BLOCK              00000 RECORDS                            PAPRUP
006173      DATA RECORD                                                 PAPRUP
006174                    SAI00                                         PAPRUP
006175           LABEL RECORD STANDARD.                                 PAPRUP
006176 01               SAI00.                                          PAPRUP
006177   10             SAI00-CLE.                                      PAPRUP
006178     15           SAI00-NOCPTE  PICTURE 9(10).                    PAPRUP
006179     15           SAI00-NOSAI   PICTURE 9(04).                    PAPRUP
006180   10             SAI00-TYPE    PICTURE X.                        PAPRUP
006181   10             SAI00-STATUT  PICTURE X.                        PAPRUP
006182   10             SAI00-CREANC  PICTURE X(30).                    PAPRUP
006183   10             SAI00-CPTCRE  PICTURE 9(10).                    PAPRUP
006184   10             SAI00-MTNOTIF PICTURE 9(8)V99.                  PAPRUP
006185   10             SAI00-MTSBI   PICTURE 9(8)V99.                  PAPRUP
006186   10             SAI00-MTRETENU PICTURE 9(8)V99.                 PAPRUP
006187   10             SAI00-MTPAYE  PICTURE 9(8)V99.                  PAPRUP
006188   10             SAI00-MTLIBERE PICTURE 9(8)V99.                 PAPRUP
006189   10             SAI00-DATNOTIF PICTURE 9(08).                   PAPRUP
006190   10             SAI00-DATPAIE PICTURE 9(08).                    PAPRUP
006191   10             SAI00-DATCLOT PICTURE 9(08).                    PAPRUP
006192   10             SAI00-DEVISE  PICTURE X(03).                    PAPRUP
006193   10             FILLER        PICTURE X(17).                    PAPRUP
006293 FD                 PRO-FICHIER                                   PAPRUP
006294      BLOCK              00000 RECORDS                            PAPRUP
006295      DATA RECORD                                                 PAPRUP
006296                    PRO00                                         PAPRUP
006297           LABEL RECORD STANDARD.                                 PAPRUP
006298 01               PRO00.                                          PAPRUP
006299   10             PRO00-PRODUIT PICTURE X(02).                    PAPRUP
006300   10             PRO00-LIBELLE PICTURE X(20).                    PAPRUP
006301   10             PRO00-DECOUV  PICTURE X.                        PAPRUP
006302   10             PRO00-TAUX    PICTURE X(05).                    PAPRUP
006303   10             PRO00-BAREME  PICTURE X(08).                    PAPRUP
006304   10             PRO00-SENS    PICTURE X(04).                    PAPRUP
006305   10             FILLER        PICTURE X(10).                    PAPRUP
005710 FD                 AGE-FICHIER                                   PAPRUP
005711      BLOCK              00000 RECORDS                            PAPRUP
005712      DATA RECORD                                                 PAPRUP
005716   10             AGE00-AGENCE  PICTURE 9(03).                    PAPRUP
005717   10             AGE00-NOCPDE  PICTURE 9(10).                    PAPRUP
005718   10             AGE00-NOCPA   PICTURE 9(10).                    PAPRUP
006473   10             AGE00-PARTIT  PICTURE X.                        PAPRUP
006474   10             FILLER        PICTURE X(06).                    PAPRUP
005910 FD                 STA-FICHIER                                   PAPRUP
005911      BLOCK              00000 RECORDS                            PAPRUP
005912      DATA RECORD                                                 PAPRUP
005240   10             CKP00-MTDEB   PICTURE 9(8)V99.                  PAPRUP
005241   10             CKP00-MTCRE   PICTURE 9(8)V99.                  PAPRUP
005242   10             CKP00-NBMVT   PICTURE 9(07).                    PAPRUP
006475 FD                 PTN-FICHIER                                   PAPRUP
006476      BLOCK              00000 RECORDS                            PAPRUP
006477      DATA RECORD                                                 PAPRUP
006478                    PTN00                                         PAPRUP
006479           LABEL RECORD STANDARD.                                 PAPRUP
006480 01               PTN00.                                          PAPRUP
006481   10             PTN00-TYPE    PICTURE X.                        PAPRUP
006482   10             PTN00-PARTIT  PICTURE 9(01).                    PAPRUP
006483   10             PTN00-DATCPT  PICTURE 9(08).                    PAPRUP
006484   10             PTN00-NOCPDE  PICTURE 9(10).                    PAPRUP
006485   10             PTN00-NOCPA   PICTURE 9(10).                    PAPRUP
006486   10             PTN00-NBMVT   PICTURE 9(08).                    PAPRUP
006487   10             PTN00-HASH    PICTURE S9(8)V99.                 PAPRUP
006488   10             FILLER        PICTURE X(02).                    PAPRUP
006489 FD                 PCR-FICHIER                                   PAPRUP
006490      BLOCK              00000 RECORDS                            PAPRUP
006491      DATA RECORD                                                 PAPRUP
006492                    PCR00                                         PAPRUP
006493           LABEL RECORD STANDARD.                                 PAPRUP
006494 01               PCR00.                                          PAPRUP
006495   10             PCR00-TYPE    PICTURE X.                        PAPRUP
006496   10             PCR00-PARTIT  PICTURE 9(01).                    PAPRUP
006497   10             PCR00-DATCPT  PICTURE 9(08).                    PAPRUP
006498   10             PCR00-DETAIL  PICTURE X(60).                    PAPRUP
006499   10             PCR00-ROUT    REDEFINES PCR00-DETAIL.           PAPRUP
006500     15           PCR00-AGENCE  PICTURE 9(03).                    PAPRUP
006501     15           PCR00-NBCPT   PICTURE 9(05).                    PAPRUP
006502     15           PCR00-NBPAG   PICTURE 9(05).                    PAPRUP
006503     15           FILLER        PICTURE X(47).                    PAPRUP
006504   10             PCR00-FINPAR  REDEFINES PCR00-DETAIL.           PAPRUP
006505     15           PCR00-NBLUS   PICTURE 9(07).                    PAPRUP
006506     15           PCR00-NBMVT   PICTURE 9(07).                    PAPRUP
006507     15           PCR00-NBSUS   PICTURE 9(07).                    PAPRUP
006508     15           PCR00-MTDEB   PICTURE 9(8)V99.                  PAPRUP
006509     15           PCR00-MTCRE   PICTURE 9(8)V99.                  PAPRUP
006510     15           PCR00-HASH    PICTURE S9(8)V99.                 PAPRUP
006511     15           PCR00-REPRISE PICTURE X.                        PAPRUP
006512     15           FILLER        PICTURE X(08).                    PAPRUP
000267 WORKING-STORAGE SECTION.                                         PAPRUP
000260 01               WA0I-MTMVT    PICTURE S9(8)V99.                 7WA100
000261 01               WA0I-CPT-INCO PICTURE X VALUE '0'.              7WA100
004532 01               WA0E-MTMVTS   PICTURE S9(8)V99 VALUE ZERO.      PAPRUP
004533 01               WA0E-MTDECOUV PICTURE 9(8)V99 VALUE ZERO.       PAPRUP
004534 01               WA0E-MTLIM    PICTURE S9(8)V99 VALUE ZERO.      PAPRUP
006034*               DEVISE DE TENUE DU COMPTE EN COURS (BLANC SUR     PAPRUP
006035*               CPTMAST = EURO) ET SON COURS DU JOUR, LU PAR      PAPRUP
006036*               PCOURS A LA DATE COMPTABLE ; LES CUMULS TOUS      PAPRUP
006037*               COMPTES (WA0G, INTERFACE COMPTABLE, STATIS-       PAPRUP
006038*               TIQUES) SONT EN CONTRE-VALEUR EURO                PAPRUP
006039 01               WA0V-DEVISE   PICTURE X(3) VALUE 'EUR'.         PAPRUP
006040 01               WA0V-DEVMVT   PICTURE X(3) VALUE 'EUR'.         PAPRUP
006041 01               WA0V-COURS    PICTURE 9(4)V9(6) VALUE 1.        PAPRUP
006042 01               WA0V-RETOUR   PICTURE X VALUE '0'.              PAPRUP
006043 01               WA0V-MTDEBE   PICTURE 9(8)V99 VALUE ZERO.       PAPRUP
006044 01               WA0V-MTCREE   PICTURE 9(8)V99 VALUE ZERO.       PAPRUP
006045 01               WA0V-MTNETE   PICTURE S9(9)V99 VALUE ZERO.      PAPRUP
006194*               SOMME SAISIE INDISPONIBLE SUR LE COMPTE EN COURS :PAPRUP
006195*               RESTE RETENU (RETENU - PAYE - LIBERE) DES SAISIES PAPRUP
006196*               ET ATD ACTIFS DU FICHIER DES SAISIES ; AUCUN DEBITPAPRUP
006197*               NE PEUT FAIRE DESCENDRE LE SOLDE EN DESSOUS       PAPRUP
006198 01               WA0J-SAIOUV   PICTURE X VALUE '0'.              PAPRUP
006199 01               WA0J-MTINDISP PICTURE 9(8)V99 VALUE ZERO.       PAPRUP
006200 01               WA0J-MTAPRES  PICTURE S9(8)V99 VALUE ZERO.      PAPRUP
006201 01               WA0J-NBSUS    PICTURE 9(07) VALUE ZERO.         PAPRUP
006307*               CATALOGUE DES PRODUITS (PARAMETRE INPROPAR) ET    PAPRUP
006308*               REGLES DU PRODUIT DU COMPTE EN COURS : DECOUVERT  PAPRUP
006309*               AUTORISE (O/N) ET SENS DE MOUVEMENT PERMIS (BLANC PAPRUP
006310*               = TOUS) ; WA0K-REGLE 0 = AUCUNE REGLE (PRODUIT A  PAPRUP
006311*               BLANC OU CATALOGUE ABSENT), 1 = REGLES DU         PAPRUP
006312*               CATALOGUE, 2 = PRODUIT INCONNU DU CATALOGUE       PAPRUP
006313 01               WA0K-PROOUV   PICTURE X VALUE '0'.              PAPRUP
006314 01               WA0K-NB       PICTURE 9(03) VALUE ZERO.         PAPRUP
006315 01               WA0K-IX       PICTURE 9(03) VALUE ZERO.         PAPRUP
006316 01               WA0K-TABLE.                                     PAPRUP
006317   05             WA0K-POSTE    OCCURS 50.                        PAPRUP
006318     10           WA0K-PRO      PICTURE X(02).                    PAPRUP
006319     10           WA0K-DECOUV   PICTURE X.                        PAPRUP
006320     10           WA0K-SENS     PICTURE X(04).                    PAPRUP
006321 01               WA0K-PRODUIT  PICTURE X(02) VALUE SPACE.        PAPRUP
006322 01               WA0K-REGLE    PICTURE X VALUE '0'.              PAPRUP
006323 01               WA0K-RDECOUV  PICTURE X VALUE 'O'.              PAPRUP
006324 01               WA0K-RSENS    PICTURE X(04) VALUE SPACE.        PAPRUP
006325 01               WA0K-RSENS-R  REDEFINES WA0K-RSENS.             PAPRUP
006326   05             WA0K-RSENS1   PICTURE X.                        PAPRUP
006327   05             WA0K-RSENS2   PICTURE X.                        PAPRUP
006328   05             WA0K-RSENS3   PICTURE X.                        PAPRUP
006329   05             WA0K-RSENS4   PICTURE X.                        PAPRUP
006330 01               WA0K-MTAPRES  PICTURE S9(8)V99 VALUE ZERO.      PAPRUP
006331 01               WA0K-NBSUS    PICTURE 9(07) VALUE ZERO.         PAPRUP
006433*               REFERENCE DU MOUVEMENT EN COURS : SEULS LES       PAPRUP
006434*               MOUVEMENTS DE CLOTURE (SOURCE 'K', PCLOTU) SONT   PAPRUP
006435*               ADMIS SUR UN COMPTE EN CLOTURE (ETAT 'L')         PAPRUP
006436 01               WA0L-REF      PICTURE X(11) VALUE SPACE.        PAPRUP
006437 01               WA0L-REF-R    REDEFINES WA0L-REF.               PAPRUP
006438   05             WA0L-REFSRC   PICTURE X.                        PAPRUP
006439   05             FILLER        PICTURE X(10).                    PAPRUP
004533 01               WS-FS-EXC     PICTURE XX.                       PAPRUP
004534 01               WS-FS-SEU     PICTURE XX.                       PAPRUP
004705 01               WS-FS-CPT     PICTURE XX.                       PAPRUP
005020 01               WS-FS-DAT     PICTURE XX.                       PAPRUP
005430 01               WS-FS-APL     PICTURE XX.                       PAPRUP
005624 01               WS-FS-HIS     PICTURE XX.                       PAPRUP
006126 01               WS-FS-CUM     PICTURE XX.                       PAPRUP
006202 01               WS-FS-SAI     PICTURE XX.                       PAPRUP
006332 01               WS-FS-PRO     PICTURE XX.                       PAPRUP
005923 01               WS-FS-STA     PICTURE XX.                       PAPRUP
005720 01               WS-FS-AGE     PICTURE XX.                       PAPRUP
005721*               TABLE DES TRANCHES DE COMPTES PAR AGENCE          PAPRUP
005432 01               WS-APL-DATE   PICTURE 9(08) VALUE ZERO.         PAPRUP
005433 01               WS-MODE-RERUN PICTURE X VALUE '0'.              PAPRUP
005434 01               WS-MODE-SIMUL PICTURE X VALUE '0'.              PAPRUP
006513*               MODE PARTITION (PARAMETRE ECRIT PAR PECLAT) :     PAPRUP
006514*               NUMERO ET BORNES DE COMPTES DE LA PARTITION ;     PAPRUP
006515*               HORS MODE PARTITION LES BORNES COUVRENT TOUT LE   PAPRUP
006516*               FICHIER DES COMPTES                               PAPRUP
006517 01               WS-FS-PTN     PICTURE XX.                       PAPRUP
006518 01               WS-FS-PCR     PICTURE XX.                       PAPRUP
006519 01               WS-MODE-PART  PICTURE X VALUE '0'.              PAPRUP
006520 01               WS-PTN-DATE   PICTURE 9(08) VALUE ZERO.         PAPRUP
006521 01               WA0P-PARTIT   PICTURE 9(01) VALUE ZERO.         PAPRUP
006522 01               WA0P-DE       PICTURE 9(10) VALUE ZERO.         PAPRUP
006523 01               WA0P-A        PICTURE 9(10) VALUE 9999999999.   PAPRUP
006524 01               WA0P-MODE.                                      PAPRUP
006525   05             FILLER        PICTURE X(09) VALUE 'PARTITION'.  PAPRUP
006526   05             WA0P-NO       PICTURE 9(01) VALUE ZERO.         PAPRUP
006527 01               WA0P-MODE-ET.                                   PAPRUP
006528   05             FILLER        PICTURE X(10) VALUE '*PARTITION'. PAPRUP
006529   05             WA0P-NO-ET    PICTURE 9(01) VALUE ZERO.         PAPRUP
006530   05             FILLER        PICTURE X(01) VALUE '*'.          PAPRUP
005120 01               WS-FS-GLI     PICTURE XX.                       PAPRUP
005121 01               WA0I-MTDEB    PICTURE 9(8)V99 VALUE ZERO.       PAPRUP
005122 01               WA0I-MTCRE    PICTURE 9(8)V99 VALUE ZERO.       PAPRUP
005137   05             WS-GL-MTNET   PICTURE S9(9)V99                  PAPRUP
005138                                SIGN LEADING SEPARATE.            PAPRUP
005139   05             FILLER        PICTURE X(2) VALUE SPACE.         PAPRUP
006021   05             WS-GL-DEVISE  PICTURE X(3).                     PAPRUP
006022   05             WS-GL-MTDEBE  PICTURE 9(8)V99.                  PAPRUP
006023   05             WS-GL-MTCREE  PICTURE 9(8)V99.                  PAPRUP
006024   05             WS-GL-MTNETE  PICTURE S9(9)V99                  PAPRUP
006025                                SIGN LEADING SEPARATE.            PAPRUP
006026   05             FILLER        PICTURE X(5) VALUE SPACE.         PAPRUP
005140 01               WS-LIGNE-GLT.                                   PAPRUP
005141   05             WS-GT-TYPE    PICTURE X.                        PAPRUP
005142   05             WS-GT-NBENR   PICTURE 9(9).                     PAPRUP
005143   05             WS-GT-HASH    PICTURE S9(9)V99                  PAPRUP
005144                                SIGN LEADING SEPARATE.            PAPRUP
005145   05             FILLER        PICTURE X(78) VALUE SPACE.        PAPRUP
004821 01               WS-RUNLOG-ENR.                                  PAPRUP
004822   05             WS-RL-PROGR   PICTURE X(08) VALUE 'PAPRUP'.     PAPRUP
004823   05             FILLER        PICTURE X(01) VALUE SPACE.        PAPRUP
000275   05             WS-LE-NOCPTE  PICTURE Z(9)9.                    7WA160
000276   05             FILLER        PICTURE X(3).                     7WA170
000277   05             WS-LE-MONTANT PICTURE ---B---B--9,99.           7WA180
000278   05             FILLER        PICTURE X(1).                     7WA190
006027   05             WS-LE-DEVISE  PICTURE X(3).                     PAPRUP
006028   05             FILLER        PICTURE X(69).                    PAPRUP
000279 01               WS-CKP-RESTART PICTURE S9(9) COMPUTATIONAL-3    7WA200
000280                                VALUE ZERO.                       7WA200
000281 01               WS-CKP-SAUT   PICTURE S9(9) COMPUTATIONAL-3     7WA200
004317   05             WS-TC00-MTMVT PICTURE S9(8)V99.                 PAPRUP
004318   05             WS-TC00-ORIGINE PICTURE X(10).                  PAPRUP
004319   05             FILLER        PICTURE X(11).                    PAPRUP
006029   05             FILLER        PICTURE X(3).                     PAPRUP
004133 01               WS-LIGNE-RELTIT.                                PAPRUP
004134   05             FILLER        PICTURE X(18)                     PAPRUP
004135                                VALUE 'RELEVE DU COMPTE :'.       PAPRUP
004141   05             WS-RT-DATE    PICTURE 9(08).                    PAPRUP
004143   05             FILLER        PICTURE X(4)  VALUE SPACE.        PAPRUP
004144   05             WS-RT-MODE    PICTURE X(12) VALUE SPACE.        PAPRUP
004145   05             FILLER        PICTURE X(4)  VALUE SPACE.        PAPRUP
006030   05             FILLER        PICTURE X(9)  VALUE 'DEVISE : '.  PAPRUP
006031   05             WS-RT-DEVISE  PICTURE X(3).                     PAPRUP
006032   05             FILLER        PICTURE X(29) VALUE SPACE.        PAPRUP
004141 01               WS-LIGNE-RELENT.                                PAPRUP
004142   05             FILLER        PICTURE X(12)                     PAPRUP
004143                                VALUE '    DATE    '.             PAPRUP
000811   10             1-TC00-FILL-R REDEFINES 1-TC00-FILLER.          PAPRUP
000812     15           1-TC00-ORIGINE PICTURE X(10).                   PAPRUP
000813     15           1-TC00-REFMVT PICTURE X(11).                    PAPRUP
006033   10             1-TC00-DEVISE PICTURE X(3).                     PAPRUP
000820 01               ZONES-UTILISATEUR PICTURE X.                    PAPRUP
000830 PROCEDURE DIVISION.                                              PAPRUP
000840 N01.                                                             PAPRUP
005456     CLOSE MOD-FICHIER.                                           PAPRUP
005457 F01MD-FN.                                                        PAPRUP
005458     EXIT.                                                        PAPRUP
006531 N01PT.                                                           PAPRUP
006532*               MODE PARTITION : LE PARAMETRE DE PARTITION ECRIT  PAPRUP
006533*               PAR PECLAT (ABSENT : RUN UNIQUE COMME AVANT) DONNEPAPRUP
006534*               LE NUMERO ET LES BORNES DE COMPTES DE LA PARTITIONPAPRUP
006535*               TRAITEE ; VIDE OU D'UNE AUTRE DATE COMPTABLE, LA  PAPRUP
006536*               RUN EST REFUSEE AVANT TOUTE OUVERTURE DE FICHIER  PAPRUP
006537*               DE LA CHAINE                                      PAPRUP
006539 F01PT.                                                           PAPRUP
006540     OPEN INPUT PTN-FICHIER.                                      PAPRUP
006541     IF      WS-FS-PTN  =  '35'                                   PAPRUP
006542         GO TO F01PT-FN.                                          PAPRUP
006543     MOVE '1' TO WS-MODE-PART.                                    PAPRUP
006544     READ PTN-FICHIER AT END                                      PAPRUP
006545         GO TO F01PT-10.                                          PAPRUP
006546     MOVE PTN00-PARTIT TO WA0P-PARTIT.                            PAPRUP
006547     MOVE PTN00-NOCPDE TO WA0P-DE.                                PAPRUP
006548     MOVE PTN00-NOCPA  TO WA0P-A.                                 PAPRUP
006549     MOVE PTN00-DATCPT TO WS-PTN-DATE.                            PAPRUP
006550 F01PT-10.                                                        PAPRUP
006551     CLOSE PTN-FICHIER.                                           PAPRUP
006552     IF      WS-PTN-DATE  =  WS-JRN-DATE                          PAPRUP
006553         AND WA0P-PARTIT  >  ZERO                                 PAPRUP
006554         NEXT SENTENCE                                            PAPRUP
006555     ELSE                                                         PAPRUP
006556         GO TO F01PT-20.                                          PAPRUP
006557     MOVE WA0P-PARTIT TO WA0P-NO WA0P-NO-ET.                      PAPRUP
006558     DISPLAY 'PARTITION ' WA0P-PARTIT ' COMPTES ' WA0P-DE         PAPRUP
006559             ' A ' WA0P-A.                                        PAPRUP
006560     IF      WS-MODE-SIMUL  =  '1'                                PAPRUP
006561         GO TO F01PT-FN.                                          PAPRUP
006562     MOVE WA0P-MODE    TO WS-RL-MODE.                             PAPRUP
006563     MOVE WA0P-MODE-ET TO WS-LD-MODE WS-ET-MODE.                  PAPRUP
006565     GO TO F01PT-FN.                                              PAPRUP
006566 F01PT-20.                                                        PAPRUP
006567     DISPLAY 'PARAMETRE DE PARTITION VIDE OU PERIME : '           PAPRUP
006568             WS-PTN-DATE.                                         PAPRUP
006569     DISPLAY 'TRAITEMENT REFUSE (ECLATEMENT PECLAT A REPASSER)'.  PAPRUP
006570     MOVE 16 TO RETURN-CODE.                                      PAPRUP
006571     GO TO F20JR.                                                 PAPRUP
006572 F01PT-FN.                                                        PAPRUP
006573     EXIT.                                                        PAPRUP
005460 N01AP.                                                           PAPRUP
005461*               GARDE CONTRE LA DOUBLE APPLICATION D'UNE DATE     PAPRUP
005462*               COMPTABLE : LA DERNIERE DATE APPLIQUEE AVEC       PAPRUP
005486     GO TO F20JR.                                                 PAPRUP
005487 F01AP-FN.                                                        PAPRUP
005488     EXIT.                                                        PAPRUP
006658 N01PC.                                                           PAPRUP
006659*               MODE PARTITION : LE COMPTE RENDU DE PARTITION EST PAPRUP
006660*               VIDE DES QUE LA RUN EST ACCEPTEE PAR LA GARDE DE  PAPRUP
006661*               DATE, ET N'EST ECRIT QU'EN FIN NORMALE (F20PT)    PAPRUP
006662 F01PC.                                                           PAPRUP
006663     IF      WS-MODE-PART  NOT  =  '1'                            PAPRUP
006664         OR  WS-MODE-SIMUL  =  '1'                                PAPRUP
006665         GO TO F01PC-FN.                                          PAPRUP
006666     OPEN OUTPUT PCR-FICHIER.                                     PAPRUP
006667 F01PC-FN.                                                        PAPRUP
006668     EXIT.                                                        PAPRUP
000914 N01CK.                                                           PAPRUP
000915*               INITIALISATION FICHIER  CKP-FICHIER               PAPRUP
000916*               (REPRISE SUR POINT DE CONTROLE) -- DOIT ETRE      PAPRUP
005636 F01HI.                                                           PAPRUP
005637     IF      WS-MODE-SIMUL  =  '1'                                PAPRUP
005638         GO TO F01HI-FN.                                          PAPRUP
006574*               EN MODE PARTITION L'HISTORIQUE EST CELUI DE LA    PAPRUP
006575*               SEULE PARTITION, AJOUTE A L'HISTORIQUE DU MOIS PARPAPRUP
006576*               PREGRP : IL REPART A VIDE SAUF EN REPRISE         PAPRUP
006577     IF      WS-MODE-PART  =  '1'                                 PAPRUP
006578         AND WS-CKP-RESTART  =  ZERO                              PAPRUP
006579         OPEN OUTPUT HIS-FICHIER                                  PAPRUP
006580         GO TO F01HI-FN.                                          PAPRUP
005639     OPEN EXTEND HIS-FICHIER.                                     PAPRUP
005640     IF      WS-FS-HIS  =  '35'                                   PAPRUP
005641         OPEN OUTPUT HIS-FICHIER.                                 PAPRUP
005642 F01HI-FN.                                                        PAPRUP
005643     EXIT.                                                        PAPRUP
006127 N01CU.                                                           PAPRUP
006128*               INITIALISATION FICHIER  CUM-FICHIER               PAPRUP
006129*               (CUMUL ANNUEL DES FRAIS, DES INTERETS ET DE       PAPRUP
006130*               LEURS EXTOURNES, RELU EN JANVIER PAR LE           PAPRUP
006131*               RECAPITULATIF ANNUEL PRECFR) -- AUCUNE            PAPRUP
006132*               ECRITURE EN SIMULATION                            PAPRUP
006133 F01CU.                                                           PAPRUP
006134     IF      WS-MODE-SIMUL  =  '1'                                PAPRUP
006135         GO TO F01CU-FN.                                          PAPRUP
006581*               MEME REGLE QUE L'HISTORIQUE EN MODE PARTITION     PAPRUP
006582     IF      WS-MODE-PART  =  '1'                                 PAPRUP
006583         AND WS-CKP-RESTART  =  ZERO                              PAPRUP
006584         OPEN OUTPUT CUM-FICHIER                                  PAPRUP
006585         GO TO F01CU-FN.                                          PAPRUP
006136     OPEN EXTEND CUM-FICHIER.                                     PAPRUP
006137     IF      WS-FS-CUM  =  '35'                                   PAPRUP
006138         OPEN OUTPUT CUM-FICHIER.                                 PAPRUP
006139 F01CU-FN.                                                        PAPRUP
006140     EXIT.                                                        PAPRUP
006203 N01SA.                                                           PAPRUP
006204*               INITIALISATION FICHIER  SAI-FICHIER               PAPRUP
006205*               (SAISIES ET ATD, MIS A JOUR PAR PSAIMA ET         PAPRUP
006206*               PSAIRG) -- FICHIER ABSENT : AUCUNE SAISIE         PAPRUP
006207 F01SA.                                                           PAPRUP
006208     MOVE '0' TO WA0J-SAIOUV.                                     PAPRUP
006209     OPEN INPUT SAI-FICHIER.                                      PAPRUP
006210     IF      WS-FS-SAI  =  '00'                                   PAPRUP
006211         MOVE '1' TO WA0J-SAIOUV                                  PAPRUP
006212         GO TO F01SA-FN.                                          PAPRUP
006213     DISPLAY 'FICHIER DES SAISIES ABSENT  FS=' WS-FS-SAI.         PAPRUP
006214 F01SA-FN.                                                        PAPRUP
006215     EXIT.                                                        PAPRUP
006333 N01PR.                                                           PAPRUP
006334*               CHARGEMENT DU CATALOGUE DES PRODUITS (FICHIER     PAPRUP
006335*               PARAMETRE INPROPAR) -- FICHIER ABSENT : AUCUNE    PAPRUP
006336*               REGLE DE PRODUIT N'EST APPLIQUEE                  PAPRUP
006337 F01PR.                                                           PAPRUP
006338     MOVE '0' TO WA0K-PROOUV.                                     PAPRUP
006339     OPEN INPUT PRO-FICHIER.                                      PAPRUP
006340     IF      WS-FS-PRO  NOT  =  '00'                              PAPRUP
006341         DISPLAY 'CATALOGUE DES PRODUITS ABSENT  FS=' WS-FS-PRO   PAPRUP
006342         GO TO F01PR-FN.                                          PAPRUP
006343     MOVE '1' TO WA0K-PROOUV.                                     PAPRUP
006344 F01PR-10.                                                        PAPRUP
006345     READ PRO-FICHIER AT END                                      PAPRUP
006346         GO TO F01PR-20.                                          PAPRUP
006347     IF      WA0K-NB  NOT  <  50                                  PAPRUP
006348         DISPLAY 'TABLE DES PRODUITS PLEINE, PRODUIT IGNORE'      PAPRUP
006349         GO TO F01PR-10.                                          PAPRUP
006350     ADD 1 TO WA0K-NB.                                            PAPRUP
006351     MOVE WA0K-NB       TO WA0K-IX.                               PAPRUP
006352     MOVE PRO00-PRODUIT TO WA0K-PRO (WA0K-IX).                    PAPRUP
006353     MOVE PRO00-DECOUV  TO WA0K-DECOUV (WA0K-IX).                 PAPRUP
006354     MOVE PRO00-SENS    TO WA0K-SENS (WA0K-IX).                   PAPRUP
006355     GO TO F01PR-10.                                              PAPRUP
006356 F01PR-20.                                                        PAPRUP
006357     CLOSE PRO-FICHIER.                                           PAPRUP
006358 F01PR-FN.                                                        PAPRUP
006359     EXIT.                                                        PAPRUP
001013 N01SU.                                                           PAPRUP
001014*               INITIALISATION FICHIER  SUS-FICHIER               PAPRUP
001015 F01SU.                                                           PAPRUP
003746     ELSE                                                         PAPRUP
001448         MOVE 'TOTAL GENERAL DES MOUVEMENTS' TO WS-LE-LIBELLE.    P120
001449     MOVE WA0G-MTMVT       TO WS-LE-MONTANT.                      P120
006102     MOVE 'EUR'            TO WS-LE-DEVISE.                       PAPRUP
001450     WRITE ETA00 FROM WS-LIGNE-ETAT.                              P120
005200     IF      RETURN-CODE  NOT  =  ZERO                            P120
005201         GO TO F20GA-FN.                                          P120
005206     MOVE WA0G-MTCRE       TO WS-GL-MTCRE.                        P120
005207     MOVE WA0G-NBMVT       TO WS-GL-NBMVT.                        P120
005208     MOVE WA0G-MTMVT       TO WS-GL-MTNET.                        P120
006103     MOVE 'EUR'            TO WS-GL-DEVISE.                       PAPRUP
006104     MOVE WA0G-MTDEB       TO WS-GL-MTDEBE.                       PAPRUP
006105     MOVE WA0G-MTCRE       TO WS-GL-MTCREE.                       PAPRUP
006106     MOVE WA0G-MTMVT       TO WS-GL-MTNETE.                       PAPRUP
005209     WRITE GLI00 FROM WS-LIGNE-GLI.                               P120
005210     ADD 1 TO WS-GLI-CPTENR.                                      P120
005211     ADD WA0G-MTMVT TO WS-GLI-HASH.                               P120
005865*              QUE LA FIN DE RUN : LE BORDEREAU EST MARQUE        PAPRUP
005866*              PARTIEL POUR LE COURRIER                           PAPRUP
005867 F20RO.                                                           PAPRUP
006586*              EN MODE PARTITION LES COMPTEURS VONT AU COMPTE     PAPRUP
006587*              RENDU DE PARTITION (F20PT) ET LE BORDEREAU EST     PAPRUP
006588*              EDITE PAR LA CONSOLIDATION PREGRP                  PAPRUP
006589     IF      WS-MODE-PART  =  '1'                                 PAPRUP
006590         GO TO F20RO-FN.                                          PAPRUP
005868     IF      WA0R-NB  =  ZERO                                     PAPRUP
005869         GO TO F20RO-FN.                                          PAPRUP
005870     WRITE REL00 FROM WS-LIGNE-ROUTIT AFTER ADVANCING PAGE.       PAPRUP
005675     CLOSE HIS-FICHIER.                                           PAPRUP
005676 F20HI-FN.                                                        PAPRUP
005677     EXIT.                                                        PAPRUP
006141 N20CU.                                                           PAPRUP
006142*              FERMETURE FICHIER  CUM-FICHIER                     PAPRUP
006143 F20CU.                                                           PAPRUP
006144     IF      WS-MODE-SIMUL  =  '1'                                PAPRUP
006145         GO TO F20CU-FN.                                          PAPRUP
006146     CLOSE CUM-FICHIER.                                           PAPRUP
006147 F20CU-FN.                                                        PAPRUP
006148     EXIT.                                                        PAPRUP
006216 N20SA.                                                           PAPRUP
006217*              FERMETURE FICHIER  SAI-FICHIER                     PAPRUP
006218 F20SA.                                                           PAPRUP
006219     DISPLAY 'MOUVEMENTS SUSPENDUS SUR SAISIE' WA0J-NBSUS.        PAPRUP
006220     IF      WA0J-SAIOUV  NOT  =  '1'                             PAPRUP
006221         GO TO F20SA-FN.                                          PAPRUP
006222     CLOSE SAI-FICHIER.                                           PAPRUP
006223 F20SA-FN.                                                        PAPRUP
006224     EXIT.                                                        PAPRUP
006360 N20PR.                                                           PAPRUP
006361*              COMPTE RENDU DES REGLES DE PRODUIT                 PAPRUP
006362 F20PR.                                                           PAPRUP
006363     DISPLAY 'MOUVEMENTS SUSPENDUS SUR PRODUIT' WA0K-NBSUS.       PAPRUP
006364 F20PR-FN.                                                        PAPRUP
006365     EXIT.                                                        PAPRUP
001466 N20SU.                                                           PAPRUP
001467*              FERMETURE FICHIER  SUS-FICHIER                     PAPRUP
001468 F20SU.                                                           PAPRUP
004083*              PUIS FERMETURE DU FICHIER DES SOLDES               PAPRUP
004084*              (RIEN N'EST DECHARGE SUR ABANDON : LE FICHIER      PAPRUP
004085*              EST ALORS INCOMPLET ET NE DOIT PAS ETRE UTILISE)   PAPRUP
006591*              EN MODE PARTITION SEULS LES COMPTES DES BORNES DE  PAPRUP
006592*              LA PARTITION SONT DECHARGES ; PREGRP MET BOUT A    PAPRUP
006593*              BOUT LES DECHARGEMENTS DES PARTITIONS              PAPRUP
004086 F20NC.                                                           PAPRUP
004087     IF      RETURN-CODE  NOT  =  ZERO                            PAPRUP
004088         GO TO F20NC-20.                                          PAPRUP
005537     IF      WS-MODE-SIMUL  =  '1'                                PAPRUP
005538         GO TO F20NC-20.                                          PAPRUP
004742     MOVE WA0P-DE TO CPT00-NOCPTE.                                PAPRUP
004743     START CPT-FICHIER KEY NOT < CPT00-NOCPTE                     PAPRUP
004744         INVALID KEY GO TO F20NC-20.                              PAPRUP
004089 F20NC-10.                                                        PAPRUP
004745     READ CPT-FICHIER NEXT AT END                                 PAPRUP
004746         GO TO F20NC-20.                                          PAPRUP
006594     IF      CPT00-NOCPTE  >  WA0P-A                              PAPRUP
006595         GO TO F20NC-20.                                          PAPRUP
004092     MOVE CPT00-NOCPTE TO NCP00-NOCPTE.                           PAPRUP
004093     MOVE CPT00-MTSOLD TO NCP00-MTSOLD.                           PAPRUP
004094     WRITE NCP00.                                                 PAPRUP
005933*              ENREGISTREMENT PAR DATE COMPTABLE, RELU            PAPRUP
005934*              PAR PSTATS) -- RIEN EN SIMULATION NI SUR           PAPRUP
005935*              ABANDON                                            PAPRUP
006596*              -- NI EN MODE PARTITION : PREGRP ECRIT LE CUMUL    PAPRUP
006597*              DES PARTITIONS                                     PAPRUP
005936 F20ST.                                                           PAPRUP
005937     IF      WS-MODE-SIMUL  =  '1'                                PAPRUP
005938         GO TO F20ST-FN.                                          PAPRUP
005939     IF      RETURN-CODE  NOT  =  ZERO                            PAPRUP
005940         GO TO F20ST-FN.                                          PAPRUP
006598     IF      WS-MODE-PART  =  '1'                                 PAPRUP
006599         GO TO F20ST-FN.                                          PAPRUP
005941     OPEN EXTEND STA-FICHIER.                                     PAPRUP
005942     IF      WS-FS-STA  =  '35'                                   PAPRUP
005943         OPEN OUTPUT STA-FICHIER.                                 PAPRUP
005952     CLOSE STA-FICHIER.                                           PAPRUP
005953 F20ST-FN.                                                        PAPRUP
005954     EXIT.                                                        PAPRUP
006600 N20PT.                                                           PAPRUP
006601*              COMPTE RENDU DE PARTITION POUR LA CONSOLIDATION    PAPRUP
006602*              PREGRP : COMPTEURS DU BORDEREAU DE ROUTAGE PAR     PAPRUP
006603*              AGENCE ('A', HORS TRANCHE 'H') PUIS FIN DE         PAPRUP
006604*              PARTITION 'F' (CHIFFRES DE LA RUN, TOTAL DE        PAPRUP
006605*              CONTROLE DU FICHIER DES MOUVEMENTS, REPRISE) --    PAPRUP
006606*              RIEN SUR ABANDON : L'ABSENCE DE LA FIN DE          PAPRUP
006607*              PARTITION DESIGNE A PREGRP LA PARTITION A RELANCER PAPRUP
006608 F20PT.                                                           PAPRUP
006609     IF      WS-MODE-PART  NOT  =  '1'                            PAPRUP
006610         OR  WS-MODE-SIMUL  =  '1'                                PAPRUP
006611         GO TO F20PT-FN.                                          PAPRUP
006612     IF      RETURN-CODE  NOT  =  ZERO                            PAPRUP
006613         GO TO F20PT-40.                                          PAPRUP
006614     MOVE ZERO TO WA0R-IX.                                        PAPRUP
006615 F20PT-10.                                                        PAPRUP
006616     IF      WA0R-IX  NOT  <  WA0R-NB                             PAPRUP
006617         GO TO F20PT-20.                                          PAPRUP
006618     ADD 1 TO WA0R-IX.                                            PAPRUP
006619     MOVE SPACE                TO PCR00.                          PAPRUP
006620     MOVE 'A'                  TO PCR00-TYPE.                     PAPRUP
006621     MOVE WA0P-PARTIT          TO PCR00-PARTIT.                   PAPRUP
006622     MOVE WS-JRN-DATE          TO PCR00-DATCPT.                   PAPRUP
006623     MOVE WA0R-AGE (WA0R-IX)   TO PCR00-AGENCE.                   PAPRUP
006624     MOVE WA0R-NBCPT (WA0R-IX) TO PCR00-NBCPT.                    PAPRUP
006625     MOVE WA0R-NBPAG (WA0R-IX) TO PCR00-NBPAG.                    PAPRUP
006626     WRITE PCR00.                                                 PAPRUP
006627     GO TO F20PT-10.                                              PAPRUP
006628 F20PT-20.                                                        PAPRUP
006629     IF      WA0R-NB  =  ZERO                                     PAPRUP
006630         GO TO F20PT-30.                                          PAPRUP
006631     MOVE SPACE                TO PCR00.                          PAPRUP
006632     MOVE 'H'                  TO PCR00-TYPE.                     PAPRUP
006633     MOVE WA0P-PARTIT          TO PCR00-PARTIT.                   PAPRUP
006634     MOVE WS-JRN-DATE          TO PCR00-DATCPT.                   PAPRUP
006635     MOVE ZERO                 TO PCR00-AGENCE.                   PAPRUP
006636     MOVE WA0R-HT-NBCPT        TO PCR00-NBCPT.                    PAPRUP
006637     MOVE WA0R-HT-NBPAG        TO PCR00-NBPAG.                    PAPRUP
006638     WRITE PCR00.                                                 PAPRUP
006639 F20PT-30.                                                        PAPRUP
006640     MOVE SPACE          TO PCR00.                                PAPRUP
006641     MOVE 'F'            TO PCR00-TYPE.                           PAPRUP
006642     MOVE WA0P-PARTIT    TO PCR00-PARTIT.                         PAPRUP
006643     MOVE WS-JRN-DATE    TO PCR00-DATCPT.                         PAPRUP
006644     MOVE 5-TC00-CPTENR  TO PCR00-NBLUS.                          PAPRUP
006645     MOVE WA0G-NBMVT     TO PCR00-NBMVT.                          PAPRUP
006646     MOVE 5-SUS00-CPTENR TO PCR00-NBSUS.                          PAPRUP
006647     MOVE WA0G-MTDEB     TO PCR00-MTDEB.                          PAPRUP
006648     MOVE WA0G-MTCRE     TO PCR00-MTCRE.                          PAPRUP
006649     MOVE WS-TC-HASH10   TO PCR00-HASH.                           PAPRUP
006650     MOVE '0'            TO PCR00-REPRISE.                        PAPRUP
006651     IF      WS-CKP-RESTART  >  ZERO                              PAPRUP
006652         MOVE '1' TO PCR00-REPRISE.                               PAPRUP
006653     WRITE PCR00.                                                 PAPRUP
006654 F20PT-40.                                                        PAPRUP
006655     CLOSE PCR-FICHIER.                                           PAPRUP
006656 F20PT-FN.                                                        PAPRUP
006657     EXIT.                                                        PAPRUP
004850 N20RL.                                                           PAPRUP
004851*              TRACE PERSISTANTE DES COMPTEURS DE LA RUN          PAPRUP
004852*              DANS OURUNLOG (MEME DESSIN QUE C1FICHO), POUR      PAPRUP
004610     MOVE CPT00-MTSOLD TO WA0I-MTSOLD-INI.                        P000
003130     MOVE '0'          TO WA0I-CPT-INCO.                          P000
003131     MOVE CPT00-ETAT   TO WA0I-CPT-ETAT.                          PAPRUP
006046     MOVE CPT00-DEVISE TO WA0V-DEVISE.                            PAPRUP
006047     IF      WA0V-DEVISE  =  SPACE                                PAPRUP
006048         MOVE 'EUR'   TO WA0V-DEVISE.                             PAPRUP
006049     CALL 'PCOURS' USING WA0V-DEVISE WS-JRN-DATE WA0V-COURS       PAPRUP
006050                         WA0V-RETOUR.                             PAPRUP
003142*               LIMITE DE DECOUVERT PROPRE AU COMPTE :            PAPRUP
003143*               LE SOLDE FINAL EST COMPARE A L'OPPOSE DU          PAPRUP
003144*               DECOUVERT AUTORISE PORTE PAR LE FICHIER           PAPRUP
003146     MOVE CPT00-MTDECOUV TO WA0E-MTDECOUV.                        PAPRUP
003147     MOVE ZERO           TO WA0E-MTLIM.                           PAPRUP
003148     SUBTRACT WA0E-MTDECOUV FROM WA0E-MTLIM.                      PAPRUP
006366*               PRODUIT DU COMPTE (BLANC = AUCUNE REGLE) : REGLES PAPRUP
006367*               DE DECOUVERT ET DE SENS LUES DANS LE CATALOGUE    PAPRUP
006368     MOVE CPT00-PRODUIT TO WA0K-PRODUIT.                          PAPRUP
006369     MOVE '0'           TO WA0K-REGLE.                            PAPRUP
006370     MOVE 'O'           TO WA0K-RDECOUV.                          PAPRUP
006371     MOVE SPACE         TO WA0K-RSENS.                            PAPRUP
006372     IF      WA0K-PRODUIT  =  SPACE                               PAPRUP
006373         OR  WA0K-PROOUV  NOT  =  '1'                             PAPRUP
006374         GO TO F70CB-P9.                                          PAPRUP
006375     MOVE '2'  TO WA0K-REGLE.                                     PAPRUP
006376     MOVE ZERO TO WA0K-IX.                                        PAPRUP
006377 F70CB-P1.                                                        PAPRUP
006378     IF      WA0K-IX  NOT  <  WA0K-NB                             PAPRUP
006379         GO TO F70CB-P9.                                          PAPRUP
006380     ADD 1 TO WA0K-IX.                                            PAPRUP
006381     IF      WA0K-PRO (WA0K-IX)  NOT  =  WA0K-PRODUIT             PAPRUP
006382         GO TO F70CB-P1.                                          PAPRUP
006383     MOVE '1'                   TO WA0K-REGLE.                    PAPRUP
006384     MOVE WA0K-DECOUV (WA0K-IX) TO WA0K-RDECOUV.                  PAPRUP
006385     MOVE WA0K-SENS (WA0K-IX)   TO WA0K-RSENS.                    PAPRUP
006386 F70CB-P9.                                                        PAPRUP
003132*               COMPTE BLOQUE OU CLOS : AUCUN RELEVE N'EST        PAPRUP
003133*               OUVERT, LES MOUVEMENTS PARTIRONT EN SUSPENS       PAPRUP
003134     IF      WA0I-CPT-ETAT  =  'B'                                PAPRUP
005844 F70CB-A9.                                                        PAPRUP
004190     MOVE 1-TC00-NOCPTE    TO WS-RT-NOCPTE.                       P000
005845     MOVE CPT00-NOMCLI     TO WS-RT-NOMCLI.                       PAPRUP
006051     MOVE WA0V-DEVISE      TO WS-RT-DEVISE.                       PAPRUP
004191     MOVE WS-JRN-DATE      TO WS-RT-DATE.                         P000
004192     WRITE REL00 FROM WS-LIGNE-RELTIT AFTER ADVANCING PAGE.       P000
005850     IF      WA0R-IXC  NOT  =  ZERO                               PAPRUP
003140     MOVE '1'          TO WA0I-CPT-INCO.                          P000
003141     MOVE 'O'          TO WA0I-CPT-ETAT.                          PAPRUP
003149     MOVE ZERO         TO WA0E-MTDECOUV WA0E-MTLIM.               PAPRUP
006387     MOVE SPACE        TO WA0K-PRODUIT.                           PAPRUP
006388     MOVE '0'          TO WA0K-REGLE.                             PAPRUP
006052     MOVE 'EUR'        TO WA0V-DEVISE.                            PAPRUP
006053     MOVE 1            TO WA0V-COURS.                             PAPRUP
006054     MOVE '0'          TO WA0V-RETOUR.                            PAPRUP
001971     DISPLAY 'AUCUN SOLDE INITIAL POUR LE COMPTE ' 1-TC00-NOCPTE. P000
001972 F70CB-FN.                                                        P000
001973     EXIT.                                                        P000
001974 F70CA-FN.                                                        P100
001975     EXIT.                                                        P100
006225 N70CC.                                                           PAPRUP
006226*               *SOMME SAISIE INDISPONIBLE DU COMPTE*             PAPRUP
006227*               *(SAISIES ET ATD ACTIFS)            *             PAPRUP
006228 F70CC.                                                           PAPRUP
006229     IF      RTP1  =  '1'                                         PAPRUP
006230         NEXT SENTENCE                                            PAPRUP
006231     ELSE                                                         PAPRUP
006232         GO TO F70CC-FN.                                          PAPRUP
006233     MOVE ZERO TO WA0J-MTINDISP.                                  PAPRUP
006234     IF      WA0J-SAIOUV  NOT  =  '1'                             PAPRUP
006235         OR  WA0I-CPT-INCO  =  '1'                                PAPRUP
006236         GO TO F70CC-FN.                                          PAPRUP
006237     MOVE 1-TC00-NOCPTE TO SAI00-NOCPTE.                          PAPRUP
006238     MOVE ZERO          TO SAI00-NOSAI.                           PAPRUP
006239     START SAI-FICHIER KEY NOT < SAI00-CLE                        PAPRUP
006240         INVALID KEY GO TO F70CC-20.                              PAPRUP
006241 F70CC-10.                                                        PAPRUP
006242     READ SAI-FICHIER NEXT RECORD                                 PAPRUP
006243         AT END GO TO F70CC-20.                                   PAPRUP
006244     IF      SAI00-NOCPTE  NOT  =  1-TC00-NOCPTE                  PAPRUP
006245         GO TO F70CC-20.                                          PAPRUP
006246     IF      SAI00-STATUT  =  'A'                                 PAPRUP
006247         COMPUTE WA0J-MTINDISP = WA0J-MTINDISP + SAI00-MTRETENU   PAPRUP
006248                 - SAI00-MTPAYE - SAI00-MTLIBERE.                 PAPRUP
006249     GO TO F70CC-10.                                              PAPRUP
006250 F70CC-20.                                                        PAPRUP
006251*               LA SOMME INDISPONIBLE EST ANNONCEE SUR LE RELEVE  PAPRUP
006252*               SOUS LE SOLDE INITIAL (PAS DE RELEVE POUR UN      PAPRUP
006253*               COMPTE BLOQUE OU CLOS)                            PAPRUP
006254     IF      WA0J-MTINDISP  =  ZERO                               PAPRUP
006255         OR  WA0I-CPT-ETAT  =  'B'                                PAPRUP
006256         OR  WA0I-CPT-ETAT  =  'C'                                PAPRUP
006257         GO TO F70CC-FN.                                          PAPRUP
006258     MOVE 'SOMME SAISIE'   TO WS-RS-LIBELLE.                      PAPRUP
006259     MOVE WA0J-MTINDISP    TO WS-RS-MONTANT.                      PAPRUP
006260     WRITE REL00 FROM WS-LIGNE-RELSOL.                            PAPRUP
006261     ADD 1 TO WS-REL-LIGNE-CTR.                                   PAPRUP
006262 F70CC-FN.                                                        PAPRUP
006263     EXIT.                                                        PAPRUP
001960 N70DA.                                                           P000
001970*               *CONTROLE                           *.            P000
001980 F70DA.                                                           P000
002082     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        P130
002083     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        P130
002084     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        P130
006010     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006011     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006669     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
002085     MOVE 'SENS MOUVEMENT INVALIDE' TO SUS00-MOTIF                P130
002086     WRITE SUS00                                                  P130
002087     ADD 1 TO 5-SUS00-CPTENR.                                     P130
004474     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        P000
004475     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        P000
004476     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        P000
006012     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006013     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006670     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
004477     WRITE SUS00                                                  P000
004478     ADD 1 TO 5-SUS00-CPTENR.                                     P000
004479     GO TO F70FA.                                                 P000
003157     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        P000
003158     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        P000
003159     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        P000
006014     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006015     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006671     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
003160     MOVE 'COMPTE INCONNU SUR CPT-FICHIER' TO SUS00-MOTIF         P000
003161     WRITE SUS00                                                  P000
003162     ADD 1 TO 5-SUS00-CPTENR.                                     P000
003177     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        PAPRUP
003178     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        PAPRUP
003179     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT.                       PAPRUP
006016     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE.                     PAPRUP
006017     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT.                      PAPRUP
006672     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE.                      PAPRUP
003180     IF      WA0I-CPT-ETAT  =  'B'                                PAPRUP
003181         MOVE 'COMPTE BLOQUE' TO SUS00-MOTIF                      PAPRUP
003182     ELSE                                                         PAPRUP
003186     GO TO F70FA.                                                 P900
003187 F70DD-FN.                                                        PAPRUP
003188     EXIT.                                                        PAPRUP
006440 N70DH.                                                           PAPRUP
006441*               *REJET DES MOUVEMENTS SUR UN COMPTE  *            PAPRUP
006442*               *EN CLOTURE (ETAT 'L'), SAUF CEUX    *            PAPRUP
006443*               *GENERES PAR LA CLOTURE (SOURCE 'K')*             PAPRUP
006444 F70DH.                                                           PAPRUP
006445     IF      WA0I-CPT-ETAT  NOT  =  'L'                           PAPRUP
006446         GO TO F70DH-FN.                                          PAPRUP
006447     MOVE 1-TC00-REFMVT TO WA0L-REF.                              PAPRUP
006448     IF      WA0L-REFSRC  =  'K'                                  PAPRUP
006449         GO TO F70DH-FN.                                          PAPRUP
006450     DISPLAY 'MOUVEMENT SUR COMPTE EN CLOTURE '                   PAPRUP
006451     1-TC00-NOCPTE                                                PAPRUP
006452     MOVE 1-TC00-NOCPTE     TO SUS00-NOCPTE                       PAPRUP
006453     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        PAPRUP
006454     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        PAPRUP
006455     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        PAPRUP
006456     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006457     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006673     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
006458     MOVE 'COMPTE EN CLOTURE' TO SUS00-MOTIF                      PAPRUP
006459     WRITE SUS00                                                  PAPRUP
006460     ADD 1 TO 5-SUS00-CPTENR.                                     PAPRUP
006461     GO TO F70FA.                                                 PAPRUP
006462 F70DH-FN.                                                        PAPRUP
006463     EXIT.                                                        PAPRUP
006055 N70DE.                                                           PAPRUP
006056*               *REJET DES MOUVEMENTS DONT LA DEVISE *            PAPRUP
006057*               *N'EST PAS CELLE DU COMPTE (DEVISE A *            PAPRUP
006058*               *BLANC = EURO), OU SUR UN COMPTE DONT *           PAPRUP
006059*               *LA DEVISE N'A PAS DE COURS DU JOUR  *            PAPRUP
006060 F70DE.                                                           PAPRUP
006061     MOVE 1-TC00-DEVISE TO WA0V-DEVMVT.                           PAPRUP
006062     IF      WA0V-DEVMVT  =  SPACE                                PAPRUP
006063         MOVE 'EUR'   TO WA0V-DEVMVT.                             PAPRUP
006064     IF      WA0V-DEVMVT  NOT  =  WA0V-DEVISE                     PAPRUP
006065         MOVE 'DEVISE DIFFERENTE DU COMPTE' TO SUS00-MOTIF        PAPRUP
006066         GO TO F70DE-90.                                          PAPRUP
006067     IF      WA0V-RETOUR  =  '0'                                  PAPRUP
006068         GO TO F70DE-FN.                                          PAPRUP
006069     MOVE 'COURS DE LA DEVISE ABSENT' TO SUS00-MOTIF.             PAPRUP
006070 F70DE-90.                                                        PAPRUP
006071     DISPLAY 'ERREUR SUR LA DEVISE DU MVT '                       PAPRUP
006072     WA0V-DEVMVT ' '                                              PAPRUP
006073     'POUR LE COMPTE '                                            PAPRUP
006074     DISPLAY 1-TC00-NOCPTE                                        PAPRUP
006075     MOVE 1-TC00-NOCPTE     TO SUS00-NOCPTE                       PAPRUP
006076     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        PAPRUP
006077     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        PAPRUP
006078     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        PAPRUP
006079     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006080     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006674     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
006081     WRITE SUS00                                                  PAPRUP
006082     ADD 1 TO 5-SUS00-CPTENR.                                     PAPRUP
006083     GO TO F70FA.                                                 PAPRUP
006084 F70DE-FN.                                                        PAPRUP
006085     EXIT.                                                        PAPRUP
006264 N70DF.                                                           PAPRUP
006265*               *REJET DES DEBITS QUI ENTAMERAIENT  *             PAPRUP
006266*               *LA SOMME SAISIE (LES CREDITS ET LE *             PAPRUP
006267*               *REGLEMENT DU CREANCIER PAR PSAIRG, *             PAPRUP
006268*               *ORIGINE 'SAISIE', PASSENT TOUJOURS)*             PAPRUP
006269 F70DF.                                                           PAPRUP
006270     IF      1-TC00-CDMVT  =  'D'                                 PAPRUP
006271         OR  WA0J-MTINDISP  =  ZERO                               PAPRUP
006272         OR  1-TC00-ORIGINE  =  'SAISIE'                          PAPRUP
006273         GO TO F70DF-FN.                                          PAPRUP
006274     COMPUTE WA0J-MTAPRES = WA0I-MTMVT - 1-TC00-MTMVT.            PAPRUP
006275     IF      WA0J-MTAPRES  NOT  <  WA0J-MTINDISP                  PAPRUP
006276         GO TO F70DF-FN.                                          PAPRUP
006277     DISPLAY 'DEBIT SUR SOMME SAISIE POUR LE COMPTE '             PAPRUP
006278     1-TC00-NOCPTE                                                PAPRUP
006279     MOVE 1-TC00-NOCPTE     TO SUS00-NOCPTE                       PAPRUP
006280     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        PAPRUP
006281     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        PAPRUP
006282     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        PAPRUP
006283     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006284     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006675     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
006285     MOVE 'SOMME SAISIE INDISPONIBLE' TO SUS00-MOTIF              PAPRUP
006286     WRITE SUS00                                                  PAPRUP
006287     ADD 1 TO 5-SUS00-CPTENR WA0J-NBSUS.                          PAPRUP
006288     GO TO F70FA.                                                 PAPRUP
006289 F70DF-FN.                                                        PAPRUP
006290     EXIT.                                                        PAPRUP
006389 N70DG.                                                           PAPRUP
006390*               *REJET DES MOUVEMENTS CONTRAIRES AUX*             PAPRUP
006391*               *REGLES DU PRODUIT DU COMPTE :      *             PAPRUP
006392*               *PRODUIT ABSENT DU CATALOGUE, SENS  *             PAPRUP
006393*               *NON PERMIS, OU DEBIT QUI METTRAIT  *             PAPRUP
006394*               *EN DECOUVERT UN PRODUIT QUI NE LE  *             PAPRUP
006395*               *PERMET PAS                         *             PAPRUP
006396 F70DG.                                                           PAPRUP
006464*               UN COMPTE EN CLOTURE N'EST PLUS SOUMIS AUX        PAPRUP
006465*               REGLES DE SON PRODUIT (SEULS LES MOUVEMENTS DE    PAPRUP
006466*               CLOTURE Y PASSENT ENCORE)                         PAPRUP
006467     IF      WA0I-CPT-ETAT  =  'L'                                PAPRUP
006468         GO TO F70DG-FN.                                          PAPRUP
006397     IF      WA0K-REGLE  =  '0'                                   PAPRUP
006398         GO TO F70DG-FN.                                          PAPRUP
006399     IF      WA0K-REGLE  =  '2'                                   PAPRUP
006400         MOVE 'PRODUIT INCONNU AU CATALOGUE' TO SUS00-MOTIF       PAPRUP
006401         GO TO F70DG-90.                                          PAPRUP
006402     IF      WA0K-RSENS  =  SPACE                                 PAPRUP
006403         OR  1-TC00-CDMVT  =  WA0K-RSENS1                         PAPRUP
006404         OR  1-TC00-CDMVT  =  WA0K-RSENS2                         PAPRUP
006405         OR  1-TC00-CDMVT  =  WA0K-RSENS3                         PAPRUP
006406         OR  1-TC00-CDMVT  =  WA0K-RSENS4                         PAPRUP
006407         NEXT SENTENCE                                            PAPRUP
006408     ELSE                                                         PAPRUP
006409         MOVE 'SENS INTERDIT PAR LE PRODUIT' TO SUS00-MOTIF       PAPRUP
006410         GO TO F70DG-90.                                          PAPRUP
006411     IF      WA0K-RDECOUV  NOT  =  'N'                            PAPRUP
006412         OR  1-TC00-CDMVT  =  'D'                                 PAPRUP
006413         GO TO F70DG-FN.                                          PAPRUP
006414     COMPUTE WA0K-MTAPRES = WA0I-MTMVT - 1-TC00-MTMVT.            PAPRUP
006415     IF      WA0K-MTAPRES  NOT  <  ZERO                           PAPRUP
006416         GO TO F70DG-FN.                                          PAPRUP
006417     MOVE 'DECOUVERT INTERDIT PAR PRODUIT' TO SUS00-MOTIF.        PAPRUP
006418 F70DG-90.                                                        PAPRUP
006419     DISPLAY 'MOUVEMENT CONTRAIRE AU PRODUIT '                    PAPRUP
006420     WA0K-PRODUIT ' POUR LE COMPTE '                              PAPRUP
006421     DISPLAY 1-TC00-NOCPTE                                        PAPRUP
006422     MOVE 1-TC00-NOCPTE     TO SUS00-NOCPTE                       PAPRUP
006423     MOVE 1-TC00-DAMVT      TO SUS00-DAMVT                        PAPRUP
006424     MOVE 1-TC00-CDMVT      TO SUS00-CDMVT                        PAPRUP
006425     MOVE 1-TC00-MTMVT      TO SUS00-MTMVT                        PAPRUP
006426     MOVE 1-TC00-ORIGINE    TO SUS00-ORIGINE                      PAPRUP
006427     MOVE 1-TC00-REFMVT     TO SUS00-REFMVT                       PAPRUP
006676     MOVE 1-TC00-DEVISE     TO SUS00-DEVISE                       PAPRUP
006428     WRITE SUS00                                                  PAPRUP
006429     ADD 1 TO 5-SUS00-CPTENR WA0K-NBSUS.                          PAPRUP
006430     GO TO F70FA.                                                 PAPRUP
006431 F70DG-FN.                                                        PAPRUP
006432     EXIT.                                                        PAPRUP
002120 N70EA.                                                           P000
002130*               *CALCUL                             *.            P000
002140 F70EA.                                                           P000
002150     IF      1-TC00-CDMVT  =  'D'                                 P100
002160         ADD 1-TC00-MTMVT TO WA0I-MTMVT                           P100
002170     ELSE                                                         P200
002180         SUBTRACT 1-TC00-MTMVT FROM WA0I-MTMVT.                   P200
005270*               POUR L'INTERFACE COMPTABLE : LE SENS 'D'          P200
005271*               AUGMENTE LE SOLDE (CREDIT DU COMPTE), LES         P200
005272*               SENS 'C' ET 'R' LE DIMINUENT (DEBITS) ; LE        P200
005273*               NET SIGNE VAUT CREDITS - DEBITS                   P200
005175     IF      1-TC00-CDMVT  =  'D'                                 P200
005176         ADD 1-TC00-MTMVT TO WA0I-MTCRE                           P200
005178     ELSE                                                         P200
005179         ADD 1-TC00-MTMVT TO WA0I-MTDEB.                          P200
005181     ADD 1 TO WA0I-NBMVT WA0G-NBMVT.                              P200
005650*               HISTORIQUE DES MOUVEMENTS COMPTABILISES,          PAPRUP
005651*               DATE DE LA DATE COMPTABLE DE LA RUN               PAPRUP
005659         MOVE 1-TC00-ORIGINE TO HIS00-ORIGINE                     PAPRUP
005660         MOVE 1-TC00-REFMVT  TO HIS00-REFMVT                      PAPRUP
005661         WRITE HIS00.                                             PAPRUP
006149*               CUMUL ANNUEL DES MOUVEMENTS DE FRAIS, D'INTERETS  PAPRUP
006150*               ET D'EXTOURNE (LE LIEN D'UNE EXTOURNE AVEC LE     PAPRUP
006151*               MOUVEMENT ANNULE EST ECRIT PAR PEXTOU)            PAPRUP
006152     IF      WS-MODE-SIMUL  NOT  =  '1'                           PAPRUP
006153         AND (1-TC00-ORIGINE  =  'FRAIS'                          PAPRUP
006154          OR  1-TC00-ORIGINE  =  'INTERETS'                       PAPRUP
006155          OR  1-TC00-ORIGINE  =  'EXTOURNE')                      PAPRUP
006156         MOVE SPACE          TO CUM00                             PAPRUP
006157         MOVE 'M'            TO CUM00-TYPE                        PAPRUP
006158         MOVE 1-TC00-NOCPTE  TO CUM00-NOCPTE                      PAPRUP
006159         MOVE WS-JRN-DATE    TO CUM00-DATCPT                      PAPRUP
006160         MOVE 1-TC00-CDMVT   TO CUM00-CDMVT                       PAPRUP
006161         MOVE 1-TC00-MTMVT   TO CUM00-MTMVT                       PAPRUP
006162         MOVE 1-TC00-ORIGINE TO CUM00-ORIGINE                     PAPRUP
006163         MOVE 1-TC00-REFMVT  TO CUM00-REFMVT                      PAPRUP
006164         MOVE WA0V-DEVISE    TO CUM00-DEVISE                      PAPRUP
006165         WRITE CUM00.                                             PAPRUP
004200     ADD 1 TO WS-REL-LIGNE-CTR.                                   P200
004201     IF      WS-REL-LIGNE-CTR  NOT  >  55                         P200
004202         GO TO F70EA-10.                                          P200
004072     IF      WA0I-CPT-ETAT  =  'B'                                PAPRUP
004073         OR  WA0I-CPT-ETAT  =  'C'                                PAPRUP
004074         GO TO F70FA-FN.                                          PAPRUP
006086*               CONTRE-VALEUR EURO DES DEBITS ET CREDITS DU       PAPRUP
006087*               COMPTE AU COURS DU JOUR, CUMULEE DANS LE          PAPRUP
006088*               TOTAL GENERAL ; LE NET EURO EST LA DIFFERENCE     PAPRUP
006089*               DES DEUX CONTRE-VALEURS ARRONDIES, POUR QUE LE    PAPRUP
006090*               TOTAL GENERAL EGALE LA SOMME DES COMPTES          PAPRUP
006091     COMPUTE WA0V-MTDEBE ROUNDED = WA0I-MTDEB * WA0V-COURS.       PAPRUP
006092     COMPUTE WA0V-MTCREE ROUNDED = WA0I-MTCRE * WA0V-COURS.       PAPRUP
006093     COMPUTE WA0V-MTNETE = WA0V-MTCREE - WA0V-MTDEBE.             PAPRUP
006094     ADD WA0V-MTDEBE TO WA0G-MTDEB.                               PAPRUP
006095     ADD WA0V-MTCREE TO WA0G-MTCRE.                               PAPRUP
006096     ADD WA0V-MTNETE TO WA0G-MTMVT.                               PAPRUP
002280     MOVE WA0I-MTMVT TO WA0S-MTMVT                                P050
002290     DISPLAY 'TOTAL DES MOUVEMENTS'                               P100
002300     WA0S-MTMVT ' '                                               P120
002322     MOVE 'TOTAL DES MOUVEMENTS'  TO WS-LE-LIBELLE.               P230
002323     MOVE 1-TC00-NOCPTE    TO WS-LE-NOCPTE.                       P230
002324     MOVE WA0I-MTMVT       TO WS-LE-MONTANT.                      P230
006097     MOVE WA0V-DEVISE      TO WS-LE-DEVISE.                       PAPRUP
002325     WRITE ETA00 FROM WS-LIGNE-ETAT.                              P230
005520*               EN SIMULATION, NI REPORT DU SOLDE SUR LE          PAPRUP
005521*               FICHIER DES COMPTES NI POINT DE CONTROLE          PAPRUP
005189     MOVE WA0I-MTCRE       TO WS-GL-MTCRE.                        P230
005190     MOVE WA0I-NBMVT       TO WS-GL-NBMVT.                        P230
005191     MOVE WA0E-MTMVTS      TO WS-GL-MTNET.                        P230
006098     MOVE WA0V-DEVISE      TO WS-GL-DEVISE.                       PAPRUP
006099     MOVE WA0V-MTDEBE      TO WS-GL-MTDEBE.                       PAPRUP
006100     MOVE WA0V-MTCREE      TO WS-GL-MTCREE.                       PAPRUP
006101     MOVE WA0V-MTNETE      TO WS-GL-MTNETE.                       PAPRUP
005192     WRITE GLI00 FROM WS-LIGNE-GLI.                               P230
005193     ADD 1 TO WS-GLI-CPTENR.                                      P230
005194     ADD WA0V-MTNETE TO WS-GLI-HASH.                              P230
002333 F70FA-FN.                                                        P230
002340     EXIT.                                                        P230
002350 F70-FN.                                                          P230
