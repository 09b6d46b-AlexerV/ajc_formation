000360           LABEL RECORD STANDARD.                                 BARTI2
000370 01               PN00.                                           BARTI2
000380   10             PN00-MODULO   PICTURE 9(3).                     BARTI2
000390   10             PN00-REPAIR-NOART PICTURE 9(9).                 BARTI2
000400   10             PN00-FILLER   PICTURE X(68).                    BARTI2
000410 FD                 AR-FICHIER                                    BARTI2
000420      BLOCK              00000 RECORDS                            BARTI2
000430      DATA RECORD                                                 BARTI2
000440                    AR00                                          BARTI2
000450           LABEL RECORD STANDARD.                                 BARTI2
000460 01               AR00.                                           BARTI2
000470   10             AR00-NOART    PICTURE 9(9).                     BARTI2
000480   10             AR00-LIART    PICTURE X(20).                    BARTI2
000490   10             AR00-FILLER   PICTURE X(1).                     BARTI2
000500 FD                 BR-FICHIER                                    BARTI2
000510      BLOCK              00000 RECORDS                            BARTI2
000520      DATA RECORD                                                 BARTI2
000530                    BR00                                          BARTI2
000540           LABEL RECORD STANDARD.                                 BARTI2
000550 01               BR00.                                           BARTI2
000560   10             BR00-NOART    PICTURE 9(9).                     BARTI2
000570   10             BR00-LIART    PICTURE X(20).                    BARTI2
000580   10             BR00-FILLER   PICTURE X(1).                     BARTI2
000590 FD                 CR-FICHIER                                    BARTI2
000600      BLOCK              00000 RECORDS                            BARTI2
000610      DATA RECORD                                                 BARTI2
000620                    CR00                                          BARTI2
000630           LABEL RECORD STANDARD.                                 BARTI2
000640 01               CR00.                                           BARTI2
000650   10             CR00-NOART    PICTURE 9(9).                     BARTI2
000660   10             CR00-LIART    PICTURE X(20).                    BARTI2
000670   10             CR00-FILLER   PICTURE X(1).                     BARTI2
000680 FD                 DR-FICHIER                                    BARTI2
000690      BLOCK              00000 RECORDS                            BARTI2
000700      DATA RECORD                                                 BARTI2
000710                    DR00                                          BARTI2
000720           LABEL RECORD STANDARD.                                 BARTI2
000730 01               DR00.                                           BARTI2
000740   10             DR00-NOART    PICTURE 9(9).                     BARTI2
000750   10             DR00-LIART    PICTURE X(20).                    BARTI2
000760   10             DR00-FILLER   PICTURE X(1).                     BARTI2
000770 FD                 ER-FICHIER                                    BARTI2
000780      BLOCK              00000 RECORDS                            BARTI2
000790      DATA RECORD                                                 BARTI2
000800                    ER00                                          BARTI2
000810           LABEL RECORD STANDARD.                                 BARTI2
000820 01               ER00.                                           BARTI2
000830   10             ER00-NOART    PICTURE 9(9).                     BARTI2
000840   10             ER00-LIART    PICTURE X(20).                    BARTI2
000850   10             ER00-FILLER   PICTURE X(1).                     BARTI2
000860 FD                 CHKPT-FICHIER                                 BARTI2
000870      BLOCK              00000 RECORDS                            BARTI2
000880      DATA RECORD                                                 BARTI2
000950                    DU00                                          BARTI2
000960           LABEL RECORD STANDARD.                                 BARTI2
000970 01               DU00.                                           BARTI2
000980   10             DU00-NOART    PICTURE 9(9).                     BARTI2
000990   10             DU00-LIART    PICTURE X(20).                    BARTI2
001000   10             DU00-FILLER   PICTURE X(1).                     BARTI2
001010 FD                 REJ-FICHIER                                   BARTI2
001020      BLOCK              00000 RECORDS                            BARTI2
001030      DATA RECORD                                                 BARTI2
001040                    RJ00                                          BARTI2
001050           LABEL RECORD STANDARD.                                 BARTI2
001060 01               RJ00.                                           BARTI2
001070   10             RJ00-NOART    PICTURE 9(9).                     BARTI2
001080   10             RJ00-LIART    PICTURE X(20).                    BARTI2
001090   10             RJ00-FILLER   PICTURE X(1).                     BARTI2
001100 WORKING-STORAGE SECTION.                                         BARTI2
001110     COPY ANORMAL.                                                BARTI2
001120     COPY JRNCOM.                                                 BARTI2
001160 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'BARTI2'.      BARTI2
001170 01               WA00-PARM-N   VALUE 2 PICTURE 9(3).             7WA100
001180 01               WA00-RESTE    VALUE ZERO PICTURE 9.              7WA100
001190 01               WA00-QUOTIEN  VALUE ZERO PICTURE 9(9).            7WA100
001200 01               WA00-BUCKET   VALUE ZERO PICTURE 9.               7WA100
001210 01               WA00-PREMIER  VALUE '1' PICTURE X.              7WA100
001220 01               WA00-PREV-NOART VALUE ZERO PICTURE 9(9).        7WA100
001230 01               WA00-CPT-EDIT VALUE ZERO PICTURE 9(9).          7WA100
001240 01               WA00-AR-STATUS VALUE SPACES PICTURE XX.         7WA100
001250 01               WA00-REPAIR-MODE VALUE '0' PICTURE X.           7WA100
001260 01               WA00-REPAIR-NOART VALUE ZERO PICTURE 9(9).      7WA100
001270 01               WA00-CPT-REP-NF VALUE ZERO PICTURE 9(5).        7WA100
001280 01               DEBUT-WSS.                                      BARTI2
001290   05             FILLER        PICTURE X(7) VALUE                BARTI2
002960             INTO W-MESSAGE-ANOR                                  BARTI2
002970         GO TO N99SEQ                                             BARTI2
002980     END-IF.                                                      BARTI2
002990     IF      AR00-NOART  =  999999999                             BARTI2
003000         MOVE 1 TO AR-FT                                          BARTI2
003010         GO TO F05AR-FN.                                          BARTI2
003020     ADD 1 TO 5-AR00-CPTENR.                                      BARTI2
003200 F20AR-FN.                                                        BARTI2
003210     EXIT.                                                        BARTI2
003220 F20BR.                                                           BARTI2
003230     MOVE 999999999 TO BR00-NOART.                                BARTI2
003240     MOVE 5-BR00-CPTENR TO WA00-CPT-EDIT.                         BARTI2
003250     MOVE WA00-CPT-EDIT TO BR00-LIART.                            BARTI2
003260     MOVE SPACES TO BR00-FILLER.                                  BARTI2
003290 F20BR-FN.                                                        BARTI2
003300     EXIT.                                                        BARTI2
003310 F20CR.                                                           BARTI2
003320     MOVE 999999999 TO CR00-NOART.                                BARTI2
003330     MOVE 5-CR00-CPTENR TO WA00-CPT-EDIT.                         BARTI2
003340     MOVE WA00-CPT-EDIT TO CR00-LIART.                            BARTI2
003350     MOVE SPACES TO CR00-FILLER.                                  BARTI2
003380 F20CR-FN.                                                        BARTI2
003390     EXIT.                                                        BARTI2
003400 F20DR.                                                           BARTI2
003410     MOVE 999999999 TO DR00-NOART.                                BARTI2
003420     MOVE 5-DR00-CPTENR TO WA00-CPT-EDIT.                         BARTI2
003430     MOVE WA00-CPT-EDIT TO DR00-LIART.                            BARTI2
003440     MOVE SPACES TO DR00-FILLER.                                  BARTI2
003470 F20DR-FN.                                                        BARTI2
003480     EXIT.                                                        BARTI2
003490 F20ER.                                                           BARTI2
003500     MOVE 999999999 TO ER00-NOART.                                BARTI2
003510     MOVE 5-ER00-CPTENR TO WA00-CPT-EDIT.                         BARTI2
003520     MOVE WA00-CPT-EDIT TO ER00-LIART.                            BARTI2
003530     MOVE SPACES TO ER00-FILLER.                                  BARTI2
