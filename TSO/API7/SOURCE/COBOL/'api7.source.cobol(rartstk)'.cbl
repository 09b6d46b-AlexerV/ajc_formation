000250                     AR00                                         RARTSTK
000260           LABEL RECORD STANDARD.                                 RARTSTK
000270 01               AR00.                                           RARTSTK
000280   10             AR00-NOART    PICTURE 9(9).                     RARTSTK
000290   10             AR00-LIART    PICTURE X(20).                    RARTSTK
000300   10             AR00-FILLER   PICTURE X(1).                     RARTSTK
000310 FD                 ST-FICHIER                                    RARTSTK
000320      BLOCK              00000 RECORDS                            RARTSTK
000330      DATA RECORD                                                 RARTSTK
000340                     ST00                                         RARTSTK
000350           LABEL RECORD STANDARD.                                 RARTSTK
000360 01               ST00.                                           RARTSTK
000370   10             ST00-NOART    PICTURE 9(9).                     RARTSTK
000380   10             ST00-QTSTK    PICTURE 9(7).                     RARTSTK
000390   10             ST00-FILLER   PICTURE X(14).                    RARTSTK
000400 SD                 TRI-FICHIER                                   RARTSTK
000410      DATA RECORD                                                 RARTSTK
000420                    TS00.                                         RARTSTK
000430 01               TS00.                                           RARTSTK
000440   10             TS00-NOART    PICTURE 9(9).                     RARTSTK
000450   10             TS00-QTSTK    PICTURE 9(7).                     RARTSTK
000460   10             TS00-FILLER   PICTURE X(14).                    RARTSTK
000470 FD                 STW-FICHIER                                   RARTSTK
000480      BLOCK              00000 RECORDS                            RARTSTK
000490      DATA RECORD                                                 RARTSTK
000500                    TW00                                          RARTSTK
000510           LABEL RECORD STANDARD.                                 RARTSTK
000520 01               TW00.                                           RARTSTK
000530   10             TW00-NOART    PICTURE 9(9).                     RARTSTK
000540   10             TW00-QTSTK    PICTURE 9(7).                     RARTSTK
000550   10             TW00-FILLER   PICTURE X(14).                    RARTSTK
000560 FD                 PRINT-FICHIER                                 RARTSTK
000570      BLOCK              00000 RECORDS                            RARTSTK
000580      DATA RECORD                                                 RARTSTK
000940 01               ZONES-CALCUL-CF.                                RARTSTK
000950   05             IND.                                            RARTSTK
000960     18           TIND1.                                          RARTSTK
000970       19         IND1          PICTURE X(009).                   RARTSTK
000980   05             ARIND.                                          RARTSTK
000990     10           ARIND1.                                         RARTSTK
001000       15         AR-IN-NOART   PICTURE X(9).                     RARTSTK
001010   05             STIND.                                          RARTSTK
001020     10           STIND1.                                         RARTSTK
001030       15         ST-IN-NOART   PICTURE X(9).                     RARTSTK
001040 01               COMPTEURS-FICHIERS COMPUTATIONAL-3.             RARTSTK
001050   05             5-AR00-CPTENR PICTURE S9(9) VALUE ZERO.         RARTSTK
001060   05             5-ST00-CPTENR PICTURE S9(9) VALUE ZERO.         RARTSTK
001190   05             WE-ANNEE      PICTURE X(2).                     RARTSTK
001200   05             FILLER        PICTURE X(37) VALUE SPACES.       RARTSTK
001210 01               W-LIGNE-BB.                                     RARTSTK
001220   05             WB-NOART      PICTURE Z(8)9.                    RARTSTK
001230   05             FILLER        PICTURE X(2)  VALUE SPACES.       RARTSTK
001240   05             WB-LIART      PICTURE X(20).                    RARTSTK
001250   05             FILLER        PICTURE X(2)  VALUE SPACES.       RARTSTK
001260   05             WB-QTSTK      PICTURE ZZZZZZ9.                  RARTSTK
001270   05             FILLER        PICTURE X(40) VALUE SPACES.       RARTSTK
001280 01               W-LIGNE-CC.                                     RARTSTK
001290   05             WC-NOART      PICTURE Z(8)9.                    RARTSTK
001300   05             FILLER        PICTURE X(2)  VALUE SPACES.       RARTSTK
001310   05             WC-LIART      PICTURE X(20).                    RARTSTK
001320   05             FILLER        PICTURE X(2)  VALUE SPACES.       RARTSTK
001330   05             FILLER        PICTURE X(14) VALUE               RARTSTK
001340                                  'STOCK INCONNU'.                RARTSTK
001350   05             FILLER        PICTURE X(33) VALUE SPACES.       RARTSTK
001360 01               W-LIGNE-DD.                                     RARTSTK
001370   05             FILLER        PICTURE X(16) VALUE               RARTSTK
001380                                  'ARTICLE INCONNU'.              RARTSTK
001390   05             WD-NOART      PICTURE Z(8)9.                    RARTSTK
001400   05             FILLER        PICTURE X(2)  VALUE SPACES.       RARTSTK
001410   05             WD-QTSTK      PICTURE ZZZZZZ9.                  RARTSTK
001420   05             FILLER        PICTURE X(46) VALUE SPACES.       RARTSTK
001430 01               W-LIGNE-TOTAUX.                                 RARTSTK
001440   05             FILLER        PICTURE X(16) VALUE               RARTSTK
001450                                  'TOTAUX RARTSTK '.              RARTSTK
001650   05             WT-DD-CPT     PICTURE ZZZZ9.                    RARTSTK
001660   05             FILLER        PICTURE X(28) VALUE SPACES.       RARTSTK
001670 01               W-SEQ-CONTROLE.                                 RARTSTK
001680   05             W-PREV-AR-NOART PICTURE 9(9) VALUE ZERO.        RARTSTK
001690   05             W-PREV-ST-NOART PICTURE 9(9) VALUE ZERO.        RARTSTK
001700   05             W-SEQ-FICHIER   PICTURE X(8) VALUE SPACES.      RARTSTK
001710 PROCEDURE DIVISION.                                              RARTSTK
001720 N01.                                                             RARTSTK
002240     IF      W-AR-STATUS  NOT =  '00'                             RARTSTK
002250         MOVE 'ARTICL' TO W-SEQ-FICHIER                           RARTSTK
002260         GO TO N99SEQ.                                            RARTSTK
002270     IF      AR00-NOART  =  999999999                             RARTSTK
002280         MOVE 1 TO AR-FT                                          RARTSTK
002290         MOVE HIGH-VALUE TO ARIND                                 RARTSTK
002300         GO TO F05AR-FN.                                          RARTSTK
002470         MOVE 1 TO ST-FT                                          RARTSTK
002480         MOVE HIGH-VALUE TO STIND                                 RARTSTK
002490         GO TO F05ST-FN.                                          RARTSTK
002500     IF      TW00-NOART  =  999999999                             RARTSTK
002510         MOVE 1 TO ST-FT                                          RARTSTK
002520         MOVE HIGH-VALUE TO STIND                                 RARTSTK
002530         GO TO F05ST-FN.                                          RARTSTK
