000010 IDENTIFICATION DIVISION.                                         PCOURS
000020 PROGRAM-ID.  PCOURS.                                             PCOURS
000030 AUTHOR.         cours des devises du jour.                       PCOURS
000040 DATE-COMPILED.   14/10/26.                                       PCOURS
000050 ENVIRONMENT DIVISION.                                            PCOURS
000060 CONFIGURATION SECTION.                                           PCOURS
000070 SOURCE-COMPUTER. IBM-370.                                        PCOURS
000080 OBJECT-COMPUTER. IBM-370.                                        PCOURS
000090 INPUT-OUTPUT SECTION.                                            PCOURS
000100 FILE-CONTROL.                                                    PCOURS
000110      SELECT     DEV-FICHIER   ASSIGN    TO INDEVCRS              PCOURS
000120                 ORGANIZATION  IS  INDEXED                        PCOURS
000130                 ACCESS MODE   IS  RANDOM                         PCOURS
000140                 RECORD KEY    IS  DEV00-CLE                      PCOURS
000150                 FILE STATUS   IS  DEV-FS.                        PCOURS
000160 DATA DIVISION.                                                   PCOURS
000170 FILE SECTION.                                                    PCOURS
000180 FD                 DEV-FICHIER                                   PCOURS
000190      DATA RECORD                                                 PCOURS
000200                    DEV00                                         PCOURS
000210           LABEL RECORD STANDARD.                                 PCOURS
000220*               FICHIER DES COURS DES DEVISES (30 OCTETS), UN     PCOURS
000230*               ENREGISTREMENT PAR DEVISE ET PAR DATE COMPTABLE : PCOURS
000240*               LE COURS EST LA CONTRE-VALEUR EN EURO D'UNE UNITE PCOURS
000250*               DE LA DEVISE (6 DECIMALES)                        PCOURS
000260 01               DEV00.                                          PCOURS
000270   10             DEV00-CLE.                                      PCOURS
000280     15           DEV00-DEVISE  PICTURE X(03).                    PCOURS
000290     15           DEV00-DATCPT  PICTURE 9(08).                    PCOURS
000300   10             DEV00-COURS   PICTURE 9(04)V9(06).              PCOURS
000310   10             FILLER        PICTURE X(09).                    PCOURS
000320 WORKING-STORAGE SECTION.                                         PCOURS
000330 01               DEV-FS        PICTURE XX.                       PCOURS
000340 01               DEV-OUVERT    PICTURE X VALUE '0'.              PCOURS
000350 01               DEV-ABSENT    PICTURE X VALUE '0'.              PCOURS
000360 LINKAGE SECTION.                                                 PCOURS
000370 01               COU-DEVISE    PICTURE X(03).                    PCOURS
000380 01               COU-DATE      PICTURE 9(08).                    PCOURS
000390 01               COU-COURS     PICTURE 9(04)V9(06).              PCOURS
000400 01               COU-RETOUR    PICTURE X.                        PCOURS
000410 PROCEDURE DIVISION USING COU-DEVISE COU-DATE COU-COURS           PCOURS
000420                          COU-RETOUR.                             PCOURS
000430 N01.                                                             PCOURS
000440*               RECHERCHE DU COURS D'UNE DEVISE A UNE DATE        PCOURS
000450*               COMPTABLE. RETOUR '0' = COURS TROUVE, '1' = PAS   PCOURS
000460*               DE COURS POUR LA DEVISE A CETTE DATE (COURS A     PCOURS
000470*               ZERO). L'EURO (OU UNE DEVISE A BLANC) VAUT 1      PCOURS
000480*               SANS LECTURE. LE FICHIER EST OUVERT AU PREMIER    PCOURS
000490*               APPEL ET RESTE OUVERT JUSQU'A LA FIN DU PROGRAMME PCOURS
000500*               APPELANT.                                         PCOURS
000510 F01.                                                             PCOURS
000520     MOVE ZERO TO COU-COURS.                                      PCOURS
000530     MOVE '1'  TO COU-RETOUR.                                     PCOURS
000540     IF      COU-DEVISE  =  SPACE                                 PCOURS
000550         OR  COU-DEVISE  =  'EUR'                                 PCOURS
000560         MOVE 1   TO COU-COURS                                    PCOURS
000570         MOVE '0' TO COU-RETOUR                                   PCOURS
000580         GO TO F9999.                                             PCOURS
000590     IF      DEV-OUVERT  =  '1'                                   PCOURS
000600         GO TO F01-FN.                                            PCOURS
000610     MOVE '1' TO DEV-OUVERT.                                      PCOURS
000620     OPEN INPUT DEV-FICHIER.                                      PCOURS
000630     IF      DEV-FS  =  '00'                                      PCOURS
000640         GO TO F01-FN.                                            PCOURS
000650     MOVE '1' TO DEV-ABSENT.                                      PCOURS
000660     DISPLAY 'FICHIER DES COURS INDISPONIBLE  FS=' DEV-FS.        PCOURS
000670 F01-FN.                                                          PCOURS
000680     EXIT.                                                        PCOURS
000690 N02.                                                             PCOURS
000700*               LECTURE DU COURS DE LA DEVISE A LA DATE           PCOURS
000710 F02.                                                             PCOURS
000720     IF      DEV-ABSENT  =  '1'                                   PCOURS
000730         GO TO F9999.                                             PCOURS
000740     MOVE COU-DEVISE TO DEV00-DEVISE.                             PCOURS
000750     MOVE COU-DATE   TO DEV00-DATCPT.                             PCOURS
000760     READ DEV-FICHIER                                             PCOURS
000770         INVALID KEY GO TO F9999.                                 PCOURS
000780     IF      DEV00-COURS  =  ZERO                                 PCOURS
000790         GO TO F9999.                                             PCOURS
000800     MOVE DEV00-COURS TO COU-COURS.                               PCOURS
000810     MOVE '0'         TO COU-RETOUR.                              PCOURS
000820 F02-FN.                                                          PCOURS
000830     EXIT.                                                        PCOURS
000840 N9999.                                                           PCOURS
000850 F9999.                                                           PCOURS
000860     GOBACK.                                                      PCOURS
000870 F9999-FN.                                                        PCOURS
000880     EXIT.                                                        PCOURS
