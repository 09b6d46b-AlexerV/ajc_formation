000600          ORDER BY PERIODE DESC                                   00006000
000610          FETCH FIRST 12 ROWS ONLY                                00006100
000620      END-EXEC.                                                   00006200
000621******                                                            00006210
000622      EXEC SQL                                                    00006220
000623         DECLARE C-DIVKPI CURSOR FOR                              00006230
000624         SELECT COALESCE(D.CODE_DIVISION, ' '), S.LIE,            00006240
000625                S.ID_FAMILLE, S.QTE_DEM, S.QTE_SERV               00006250
000626           FROM API7.SERVICE_HEBDO S                              00006260
000627           LEFT OUTER JOIN API7.DEPARTEMENTS D                    00006270
000628             ON D.LIE = S.LIE                                     00006280
000629          WHERE S.PERIODE = :W-PER-COURANTE                       00006290
000630          ORDER BY 1, 2, 3                                        00006300
000631      END-EXEC.                                                   00006310
000632******                                                            00006320
000640 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LKPISRV'.                    00006400
000650 01  W-SQLCODE      PIC +++9.                                     00006500
000660 01  W-EOF-JRN      PIC X     VALUE '0'.                          00006600
001020 01  W-TRD-PERIODE  PIC X(6).                                     00010200
001030 01  W-TRD-DEM      PIC S9(11) USAGE COMP.                        00010300
001040 01  W-TRD-SERV     PIC S9(11) USAGE COMP.                        00010400
001041 01  W-EOF-DIV      PIC X     VALUE '0'.                          00010410
001042     88  FIN-DIV-OK           VALUE '1'.                          00010420
001043 01  W-PREMIERE-DIV PIC X     VALUE '1'.                          00010430
001044     88  PREMIERE-DIV         VALUE '1'.                          00010440
001045 01  W-DIV-CRS      PIC X(3).                                     00010450
001046 01  W-PREV-DIV     PIC X(3)  VALUE SPACES.                       00010460
001047 01  W-DIV-DEM      PIC S9(11) USAGE COMP-3 VALUE ZERO.           00010470
001048 01  W-DIV-SERV     PIC S9(11) USAGE COMP-3 VALUE ZERO.           00010480
001050 COPY ANORMAL.                                                    00010500
001060******                                                            00010600
001070 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010700
001410     05  FILLER   PIC X(22) VALUE ' RUPTURES REPETEES :  '.       00014100
001420     05  WR-NB          PIC ZZZ9.                                 00014200
001430     05  FILLER   PIC X(37) VALUE SPACES.                         00014300
001431 01  W-LIGNE-DIV.                                                 00014310
001432     05  FILLER   PIC X(9)  VALUE 'DIVISION '.                    00014320
001433     05  WV-DIV         PIC X(3).                                 00014330
001434     05  FILLER   PIC X(68) VALUE SPACES.                         00014340
001435 01  W-LIGNE-TOT-DIV.                                             00014350
001436     05  WV-LIBELLE     PIC X(26).                                00014360
001437     05  FILLER   PIC X(8)  VALUE '  TAUX: '.                     00014370
001438     05  WV-TAUX        PIC ZZ9.99.                               00014380
001439     05  FILLER   PIC X(2)  VALUE ' %'.                           00014390
001440     05  FILLER   PIC X(38) VALUE SPACES.                         00014400
001441******                                                            00014410
001450 PROCEDURE DIVISION.                                              00014500
001460 1000-LKPISRV-DEB.                                                00014600
001470     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00014700
003350     WRITE LK00.                                                  00033500
003360     PERFORM 7010-TREND-DEB                                       00033600
003370       THRU  7010-TREND-FIN.                                      00033700
003420     PERFORM 7030-DIVISION-DEB                                    00034200
003470       THRU  7030-DIVISION-FIN.                                   00034700
003550 7000-EDITE-20.                                                   00035500
003560     MOVE 1 TO WX-RUP.                                            00035600
003570 7000-EDITE-30.                                                   00035700
004100 7020-TREND-LIGNE-FIN.                                            00041000
004110      EXIT.                                                       00041100
004120***************                                                   00041200
004121 7030-DIVISION-DEB.                                               00041210
004122     EXEC SQL                                                     00041220
004123         OPEN C-DIVKPI                                            00041230
004124     END-EXEC.                                                    00041240
004125     IF SQLCODE NOT = ZERO                                        00041250
004126         MOVE SQLCODE TO W-SQLCODE                                00041260
004127         MOVE 'OPEN C-DIVKPI SQLCODE = '                          00041270
004128              TO W-MESSAGE-ANOR                                   00041280
004129         PERFORM 9999-FIN-ANORMALE-DEB                            00041290
004130           THRU  9999-FIN-ANORMALE-FIN.                           00041300
004131     PERFORM 7040-DIV-LIGNE-DEB                                   00041310
004132       THRU  7040-DIV-LIGNE-FIN                                   00041320
004133       UNTIL FIN-DIV-OK.                                          00041330
004134     EXEC SQL                                                     00041340
004135         CLOSE C-DIVKPI                                           00041350
004136     END-EXEC.                                                    00041360
004137     IF PREMIERE-DIV                                              00041370
004138         GO TO 7030-DIVISION-FIN.                                 00041380
004139     PERFORM 7050-TOT-DIV-DEB                                     00041390
004140       THRU  7050-TOT-DIV-FIN.                                    00041400
004141     IF W-TOT-DEM = ZERO                                          00041410
004142         MOVE ZERO TO W-TAUX                                      00041420
004143     ELSE                                                         00041430
004144         COMPUTE W-TAUX ROUNDED =                                 00041440
004145             W-TOT-SERV * 100 / W-TOT-DEM.                        00041450
004146     MOVE 'TOTAL GENERAL' TO WV-LIBELLE.                          00041460
004147     MOVE W-TAUX TO WV-TAUX.                                      00041470
004148     MOVE W-LIGNE-TOT-DIV TO LK00.                                00041480
004149     WRITE LK00.                                                  00041490
004150 7030-DIVISION-FIN.                                               00041500
004151      EXIT.                                                       00041510
004152***************                                                   00041520
004153 7040-DIV-LIGNE-DEB.                                              00041530
004154     EXEC SQL                                                     00041540
004155         FETCH C-DIVKPI                                           00041550
004156           INTO :W-DIV-CRS, :W-LIE,                               00041560
004157                :W-ID-FAMILLE OF DCLSERVICEHEBDO,                 00041570
004158                :W-QTE-DEM, :W-QTE-SERV                           00041580
004159     END-EXEC.                                                    00041590
004160     EVALUATE SQLCODE                                             00041600
004161         WHEN 100                                                 00041610
004162             MOVE '1' TO W-EOF-DIV                                00041620
004163             GO TO 7040-DIV-LIGNE-FIN                             00041630
004164         WHEN ZERO                                                00041640
004165             CONTINUE                                             00041650
004166         WHEN OTHER                                               00041660
004167             MOVE SQLCODE TO W-SQLCODE                            00041670
004168             MOVE 'FETCH C-DIVKPI SQLCODE = '                     00041680
004169                  TO W-MESSAGE-ANOR                               00041690
004170             PERFORM 9999-FIN-ANORMALE-DEB                        00041700
004171               THRU  9999-FIN-ANORMALE-FIN                        00041710
004172     END-EVALUATE.                                                00041720
004173     IF PREMIERE-DIV                                              00041730
004174         OR W-DIV-CRS NOT = W-PREV-DIV                            00041740
004175         PERFORM 7045-RUPT-DIV-DEB                                00041750
004176           THRU  7045-RUPT-DIV-FIN.                               00041760
004177     ADD W-QTE-DEM TO W-DIV-DEM.                                  00041770
004178     ADD W-QTE-SERV TO W-DIV-SERV.                                00041780
004179     IF W-QTE-DEM = ZERO                                          00041790
004180         MOVE ZERO TO W-TAUX                                      00041800
004181     ELSE                                                         00041810
004182         COMPUTE W-TAUX ROUNDED =                                 00041820
004183             W-QTE-SERV * 100 / W-QTE-DEM.                        00041830
004184     MOVE W-LIE TO WL-LIE.                                        00041840
004185     MOVE W-ID-FAMILLE OF DCLSERVICEHEBDO TO WL-FAM.              00041850
004186     MOVE W-TAUX TO WL-TAUX.                                      00041860
004187     MOVE W-LIGNE-LIE TO LK00.                                    00041870
004188     WRITE LK00.                                                  00041880
004189 7040-DIV-LIGNE-FIN.                                              00041890
004190      EXIT.                                                       00041900
004191***************                                                   00041910
004192 7045-RUPT-DIV-DEB.                                               00041920
004193     IF NOT PREMIERE-DIV                                          00041930
004194         PERFORM 7050-TOT-DIV-DEB                                 00041940
004195           THRU  7050-TOT-DIV-FIN.                                00041950
004196     MOVE '0' TO W-PREMIERE-DIV.                                  00041960
004197     MOVE W-DIV-CRS TO W-PREV-DIV.                                00041970
004198     MOVE ZERO TO W-DIV-DEM W-DIV-SERV.                           00041980
004199     MOVE W-PREV-DIV TO WV-DIV.                                   00041990
004200     MOVE W-LIGNE-DIV TO LK00.                                    00042000
004201     WRITE LK00.                                                  00042010
004202 7045-RUPT-DIV-FIN.                                               00042020
004203      EXIT.                                                       00042030
004204***************                                                   00042040
004205 7050-TOT-DIV-DEB.                                                00042050
004206     IF W-DIV-DEM = ZERO                                          00042060
004207         MOVE ZERO TO W-TAUX                                      00042070
004208     ELSE                                                         00042080
004209         COMPUTE W-TAUX ROUNDED =                                 00042090
004210             W-DIV-SERV * 100 / W-DIV-DEM.                        00042100
004211     MOVE SPACES TO WV-LIBELLE.                                   00042110
004212     STRING 'TOTAL DIVISION ' W-PREV-DIV                          00042120
004213         DELIMITED BY SIZE INTO WV-LIBELLE.                       00042130
004214     MOVE W-TAUX TO WV-TAUX.                                      00042140
004215     MOVE W-LIGNE-TOT-DIV TO LK00.                                00042150
004216     WRITE LK00.                                                  00042160
004217 7050-TOT-DIV-FIN.                                                00042170
004218      EXIT.                                                       00042180
004219***************                                                   00042190
004220 8000-FIN-TRT-DEB.                                                00042200
004221     CLOSE JRN-FICHIER.                                           00042210
004222     CLOSE LISTKPI.                                               00042220
004223     DISPLAY 'LIGNES JOURNAL LUES  = ' W-CPT-LUS.                 00042230
004224 8000-FIN-TRT-FIN.                                                00042240
004225      EXIT.                                                       00042250
004226************                                                      00042260
004227************                                                      00042270
004228  9990-FIN-NORMALE-DEB.                                           00042280
004229            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00042290
004230       GOBACK.                                                    00042300
004240  9990-FIN-NORMALE-FIN.                                           00042400
004250       EXIT.                                                      00042500
