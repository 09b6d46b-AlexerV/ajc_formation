000310   10             GL00-MONTANT  PICTURE 9(13)V99.                 00003100
000320   10             GL00-FAMILLE  PICTURE X(2).                     00003200
000330   10             GL00-TYPE-MVT PICTURE X(1).                     00003300
000335   10             GL00-CONTREPASSE PICTURE X(1).                  00003350
000340   10             GL00-MOTIF    PICTURE X(3).                     00003400
000345   10             GL00-FILLER   PICTURE X(42).                    00003450
000350 FD                 LISTGL                                        00003500
000360      BLOCK              00000 RECORDS                            00003600
000370      DATA RECORD                                                 00003700
000570******                                                            00005700
000580      EXEC SQL                                                    00005800
000590         DECLARE C-VALMVT CURSOR FOR                              00005900
000592         SELECT A.ID_FAMILLE, M.TYPE_MOUVEMENT, M.MOTIF_MVT,      00005920
000594                CASE WHEN M.CONTREPASSE = 'C' THEN 'C'            00005940
000596                     ELSE ' ' END,                                00005960
000598                SUM(M.QUANTITE * A.PRIX)                          00005980
000600           FROM API7.MOUVEMENT_STOCK M, API7.ARTICLE A            00006000
000602          WHERE A.ID_ARTICLE = M.ID_ARTICLE                       00006020
000604            AND M.TYPE_MOUVEMENT IN ('E', 'S', 'I', 'R', 'D')     00006040
000606            AND YEAR(M.DATE_MOUVEMENT) = :W-PER-AAAA              00006060
000608            AND MONTH(M.DATE_MOUVEMENT) = :W-PER-MM               00006080
000610          GROUP BY A.ID_FAMILLE, M.TYPE_MOUVEMENT, M.MOTIF_MVT,   00006100
000612                   CASE WHEN M.CONTREPASSE = 'C' THEN 'C'         00006120
000614                        ELSE ' ' END                              00006140
000616          ORDER BY 1, 2, 3, 4                                     00006160
000618     END-EXEC.                                                    00006180
000620******                                                            00006200
000622      EXEC SQL                                                    00006220
000624         DECLARE C-CONTRE CURSOR FOR                              00006240
000626         SELECT NO_MVT_LIE, NO_MOUVEMENT, ID_ARTICLE,             00006260
000628                TYPE_MOUVEMENT, QUANTITE                          00006280
000630           FROM API7.MOUVEMENT_STOCK                              00006300
000632          WHERE CONTREPASSE = 'C'                                 00006320
000634            AND YEAR(DATE_MOUVEMENT) = :W-PER-AAAA                00006340
000636            AND MONTH(DATE_MOUVEMENT) = :W-PER-MM                 00006360
000638          ORDER BY NO_MOUVEMENT                                   00006380
000690      END-EXEC.                                                   00006900
000700******                                                            00007000
000710 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LEXTGL'.                     00007100
000720 01  W-SQLCODE      PIC +++9.                                     00007200
000730 01  W-EOF-MVT      PIC X     VALUE '0'.                          00007300
000740     88  FIN-MVT-OK           VALUE '1'.                          00007400
000742 01  W-EOF-CP       PIC X     VALUE '0'.                          00007420
000744     88  FIN-CP-OK            VALUE '1'.                          00007440
000750 01  W-EOF-PRM      PIC X     VALUE '0'.                          00007500
000760     88  FIN-PRM-OK           VALUE '1'.                          00007600
000770 01  W-PER-AAAA     PIC S9(4) USAGE COMP VALUE ZERO.              00007700
000790 01  W-PERIODE      PIC X(6)  VALUE SPACES.                       00007900
000800 01  W-FAM-CRS      PIC X(2).                                     00008000
000810 01  W-TYP-CRS      PIC X(1).                                     00008100
000815 01  W-CP-CRS       PIC X(1).                                     00008150
000817 01  W-MOT-CRS      PIC X(3).                                     00008170
000820 01  W-MNT-CRS      PIC S9(13)V9(2) USAGE COMP-3.                 00008200
000830 01  W-SENS-INVERSE PIC X     VALUE 'N'.                          00008300
000840     88  SENS-INVERSE         VALUE 'O'.                          00008400
000850 01  W-COMPTE-TMP   PIC X(8)  VALUE SPACES.                       00008500
000860 COPY ANORMAL.                                                    00008600
000865 COPY JRNCOM.                                                     00008650
000870******                                                            00008700
000880 01  W-CPT-ECRITS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008800
000890 01  W-CPT-EXCEPT   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008900
000895 01  W-CPT-CONTRE   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008950
000900 01  W-TOT-DEBIT    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZERO.      00009000
000910 01  W-TOT-CREDIT   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZERO.      00009100
000920******                                                            00009200
001000     05  WX-FAMILLE     PIC X(2).                                 00010000
001010     05  FILLER   PIC X(6)  VALUE ' TYPE '.                       00010100
001020     05  WX-TYPE        PIC X(1).                                 00010200
001022     05  FILLER   PIC X(7)  VALUE ' MOTIF '.                      00010220
001024     05  WX-MOTIF       PIC X(3).                                 00010240
001030     05  FILLER   PIC X(10) VALUE ' MONTANT: '.                   00010300
001040     05  WX-MONTANT     PIC ZZZZZZZZZZZZ9.99.                     00010400
001050     05  FILLER   PIC X(13) VALUE SPACES.                         00010500
001060 01  W-LIGNE-TOTAL.                                               00010600
001070     05  FILLER   PIC X(9)  VALUE 'DEBITS : '.                    00010700
001080     05  WT-DEBIT       PIC ZZZZZZZZZZZZ9.99.                     00010800
001090     05  FILLER   PIC X(11) VALUE '  CREDITS: '.                  00010900
001100     05  WT-CREDIT      PIC ZZZZZZZZZZZZ9.99.                     00011000
001110     05  FILLER   PIC X(28) VALUE SPACES.                         00011100
001111 01  W-LIGNE-CONTRE.                                              00011110
001112     05  FILLER   PIC X(16) VALUE 'CONTREPASSE MVT '.             00011120
001113     05  WP-NO-ORIG     PIC ZZZZZZZZ9.                            00011130
001114     05  FILLER   PIC X(5)  VALUE ' PAR '.                        00011140
001115     05  WP-NO-CP       PIC ZZZZZZZZ9.                            00011150
001116     05  FILLER   PIC X(5)  VALUE ' ART:'.                        00011160
001117     05  WP-NOART       PIC ZZZZZZZZ9.                            00011170
001118     05  FILLER   PIC X(6)  VALUE ' TYPE '.                       00011180
001119     05  WP-TYPE        PIC X(1).                                 00011190
001120     05  FILLER   PIC X(5)  VALUE ' QTE:'.                        00011200
001121     05  WP-QUANTITE    PIC ---------9.                           00011210
001122     05  FILLER   PIC X(5)  VALUE SPACES.                         00011220
001123******                                                            00011230
001130 PROCEDURE DIVISION.                                              00011300
001140 1000-LEXTGL-DEB.                                                 00011400
001150     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00011500
001152     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00011520
001154     MOVE 'D' TO JRN-PHASE                                        00011540
001156     CALL 'JRNEXEC' USING JRN-EXECUTION                           00011560
001160     PERFORM 5000-INIT-DEB                                        00011600
001170       THRU  5000-INIT-FIN.                                       00011700
001180     PERFORM 6010-TRAITE-DEB                                      00011800
001530 6010-TRAITE-DEB.                                                 00015300
001540     EXEC SQL                                                     00015400
001550         FETCH C-VALMVT                                           00015500
001555           INTO :W-FAM-CRS, :W-TYP-CRS, :W-MOT-CRS, :W-CP-CRS,    00015550
001560                :W-MNT-CRS                                        00015600
001570     END-EXEC.                                                    00015700
001580     EVALUATE SQLCODE                                             00015800
001590         WHEN 100                                                 00015900
001820 6020-COMPTES-DEB.                                                00018200
001830     MOVE W-FAM-CRS TO W-ID-FAMILLE OF DCLCOMPTEGL.               00018300
001840     MOVE W-TYP-CRS TO W-TYPE-MOUVEMENT OF DCLCOMPTEGL.           00018400
001842     MOVE W-MOT-CRS TO W-MOTIF-MVT OF DCLCOMPTEGL.                00018420
001844 6020-COMPTES-10.                                                 00018440
001850     EXEC SQL                                                     00018500
001860         SELECT COMPTE_DEBIT, COMPTE_CREDIT                       00018600
001870           INTO :W-COMPTE-DEBIT, :W-COMPTE-CREDIT                 00018700
001890          WHERE ID_FAMILLE = :W-ID-FAMILLE OF DCLCOMPTEGL         00018900
001900            AND TYPE_MOUVEMENT =                                  00019000
001910                :W-TYPE-MOUVEMENT OF DCLCOMPTEGL                  00019100
001915            AND MOTIF_MVT = :W-MOTIF-MVT OF DCLCOMPTEGL           00019150
001920     END-EXEC.                                                    00019200
001922     IF SQLCODE = 100                                             00019220
001924         AND W-MOTIF-MVT OF DCLCOMPTEGL NOT = SPACES              00019240
001926         MOVE SPACES TO W-MOTIF-MVT OF DCLCOMPTEGL                00019260
001928         GO TO 6020-COMPTES-10.                                   00019280
001930     EVALUATE SQLCODE                                             00019300
001940         WHEN ZERO                                                00019400
001950             CONTINUE                                             00019500
001970             ADD 1 TO W-CPT-EXCEPT                                00019700
001980             MOVE W-FAM-CRS TO WX-FAMILLE                         00019800
001990             MOVE W-TYP-CRS TO WX-TYPE                            00019900
001995             MOVE W-MOT-CRS TO WX-MOTIF                           00019950
002000             MOVE W-MNT-CRS TO WX-MONTANT                         00020000
002010             MOVE W-LIGNE-EXCEPT TO LG00                          00020100
002020             WRITE LG00                                           00020200
002200     MOVE W-FAM-CRS TO GL00-FAMILLE.                              00022000
002210     MOVE W-TYP-CRS TO GL00-TYPE-MVT.                             00022100
002220     MOVE SPACES TO GL00-FILLER.                                  00022200
002222     MOVE W-MOT-CRS TO GL00-MOTIF.                                00022220
002225     MOVE W-CP-CRS TO GL00-CONTREPASSE.                           00022250
002230     WRITE GL00.                                                  00022300
002240     ADD 1 TO W-CPT-ECRITS.                                       00022400
002250     ADD W-MNT-CRS TO W-TOT-DEBIT.                                00022500
002420     MOVE W-TOT-DEBIT TO GL00-MONTANT.                            00024200
002430     MOVE SPACES TO GL00-FAMILLE GL00-TYPE-MVT.                   00024300
002440     MOVE SPACES TO GL00-FILLER.                                  00024400
002442     MOVE SPACES TO GL00-MOTIF.                                   00024420
002445     MOVE SPACES TO GL00-CONTREPASSE.                             00024450
002450     WRITE GL00.                                                  00024500
002460     MOVE W-TOT-DEBIT TO WT-DEBIT.                                00024600
002470     MOVE W-TOT-CREDIT TO WT-CREDIT.                              00024700
002480     MOVE W-LIGNE-TOTAL TO LG00.                                  00024800
002490     WRITE LG00.                                                  00024900
002491     EXEC SQL                                                     00024910
002492         OPEN C-CONTRE                                            00024920
002493     END-EXEC.                                                    00024930
002494     PERFORM 8010-CONTRE-DEB                                      00024940
002495       THRU  8010-CONTRE-FIN                                      00024950
002496       UNTIL FIN-CP-OK.                                           00024960
002497     EXEC SQL                                                     00024970
002498         CLOSE C-CONTRE                                           00024980
002499     END-EXEC.                                                    00024990
002500     CLOSE EXT-FICHIER.                                           00025000
002510     CLOSE LISTGL.                                                00025100
002520     DISPLAY 'ECRITURES EXTRAITES  = ' W-CPT-ECRITS.              00025200
002530     DISPLAY 'SANS COMPTE          = ' W-CPT-EXCEPT.              00025300
002535     DISPLAY 'CONTREPASSATIONS     = ' W-CPT-CONTRE.              00025350
002537     MOVE 'F' TO JRN-PHASE.                                       00025370
002539     MOVE W-CPT-ECRITS TO JRN-NB-ECRITS.                          00025390
002541     MOVE W-CPT-EXCEPT TO JRN-NB-REJETES.                         00025410
002543     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00025430
002545     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00025450
002547 8000-FIN-TRT-FIN.                                                00025470
002550      EXIT.                                                       00025500
002551***************                                                   00025510
002552 8010-CONTRE-DEB.                                                 00025520
002553     EXEC SQL                                                     00025530
002554         FETCH C-CONTRE                                           00025540
002555           INTO :W-NO-MVT-LIE, :W-NO-MOUVEMENT,                   00025550
002556                :W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,               00025560
002557                :W-TYPE-MOUVEMENT OF DCLMOUVEMENTSTOCK,           00025570
002558                :W-QUANTITE OF DCLMOUVEMENTSTOCK                  00025580
002559     END-EXEC.                                                    00025590
002560     EVALUATE SQLCODE                                             00025600
002561         WHEN 100                                                 00025610
002562             MOVE '1' TO W-EOF-CP                                 00025620
002563             GO TO 8010-CONTRE-FIN                                00025630
002564         WHEN ZERO                                                00025640
002565             CONTINUE                                             00025650
002566         WHEN OTHER                                               00025660
002567             MOVE SQLCODE TO W-SQLCODE                            00025670
002568             MOVE 'FETCH C-CONTRE SQLCODE = '                     00025680
002569                  TO W-MESSAGE-ANOR                               00025690
002570             PERFORM 9999-FIN-ANORMALE-DEB                        00025700
002571               THRU  9999-FIN-ANORMALE-FIN                        00025710
002572     END-EVALUATE.                                                00025720
002573     ADD 1 TO W-CPT-CONTRE.                                       00025730
002574     MOVE W-NO-MVT-LIE TO WP-NO-ORIG.                             00025740
002575     MOVE W-NO-MOUVEMENT TO WP-NO-CP.                             00025750
002576     MOVE W-ID-ARTICLE OF DCLMOUVEMENTSTOCK TO WP-NOART.          00025760
002577     MOVE W-TYPE-MOUVEMENT OF DCLMOUVEMENTSTOCK TO WP-TYPE.       00025770
002578     MOVE W-QUANTITE OF DCLMOUVEMENTSTOCK TO WP-QUANTITE.         00025780
002579     MOVE W-LIGNE-CONTRE TO LG00.                                 00025790
002580     WRITE LG00.                                                  00025800
002581 8010-CONTRE-FIN.                                                 00025810
002582      EXIT.                                                       00025820
002583************                                                      00025830
002584************                                                      00025840
002585  9990-FIN-NORMALE-DEB.                                           00025850
002590            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00025900
002600       GOBACK.                                                    00026000
002610  9990-FIN-NORMALE-FIN.                                           00026100
