000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LFUSFLX .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     CTLFLX        ASSIGN    CTLFLX.                   00060000
000700     SELECT     JRN1          ASSIGN    JRN1.                     00070000
000800     SELECT     JRN2          ASSIGN    JRN2.                     00080000
000900     SELECT     JRN3          ASSIGN    JRN3.                     00090000
001000     SELECT     JRN4          ASSIGN    JRN4.                     00100000
001100     SELECT     JRN0          ASSIGN    JRN0.                     00110000
001200     SELECT     REJ1          ASSIGN    REJ1.                     00120000
001300     SELECT     REJ2          ASSIGN    REJ2.                     00130000
001400     SELECT     REJ3          ASSIGN    REJ3.                     00140000
001500     SELECT     REJ4          ASSIGN    REJ4.                     00150000
001600     SELECT     REJ0          ASSIGN    REJ0.                     00160000
001700     SELECT     JRNOUT        ASSIGN    JRNOUT.                   00170000
001800     SELECT     REJOUT        ASSIGN    REJOUT.                   00180000
001900 DATA DIVISION.                                                   00190000
002000 FILE SECTION.                                                    00200000
002100 FD                 CTLFLX                                        00210000
002200      BLOCK              00000 RECORDS                            00220000
002300      DATA RECORD                                                 00230000
002400                    FX00                                          00240000
002500           LABEL RECORD STANDARD.                                 00250000
002600 01               FX00               PICTURE X(80).               00260000
002700 FD                 JRN1                                          00270000
002800      BLOCK              00000 RECORDS                            00280000
002900      DATA RECORD                                                 00290000
003000                    J100                                          00300000
003100           LABEL RECORD STANDARD.                                 00310000
003200 01               J100               PICTURE X(80).               00320000
003300 FD                 JRN2                                          00330000
003400      BLOCK              00000 RECORDS                            00340000
003500      DATA RECORD                                                 00350000
003600                    J200                                          00360000
003700           LABEL RECORD STANDARD.                                 00370000
003800 01               J200               PICTURE X(80).               00380000
003900 FD                 JRN3                                          00390000
004000      BLOCK              00000 RECORDS                            00400000
004100      DATA RECORD                                                 00410000
004200                    J300                                          00420000
004300           LABEL RECORD STANDARD.                                 00430000
004400 01               J300               PICTURE X(80).               00440000
004500 FD                 JRN4                                          00450000
004600      BLOCK              00000 RECORDS                            00460000
004700      DATA RECORD                                                 00470000
004800                    J400                                          00480000
004900           LABEL RECORD STANDARD.                                 00490000
005000 01               J400               PICTURE X(80).               00500000
005100 FD                 JRN0                                          00510000
005200      BLOCK              00000 RECORDS                            00520000
005300      DATA RECORD                                                 00530000
005400                    J000                                          00540000
005500           LABEL RECORD STANDARD.                                 00550000
005600 01               J000               PICTURE X(80).               00560000
005700 FD                 REJ1                                          00570000
005800      BLOCK              00000 RECORDS                            00580000
005900      DATA RECORD                                                 00590000
006000                    R100                                          00600000
006100           LABEL RECORD STANDARD.                                 00610000
006200 01               R100               PICTURE X(80).               00620000
006300 FD                 REJ2                                          00630000
006400      BLOCK              00000 RECORDS                            00640000
006500      DATA RECORD                                                 00650000
006600                    R200                                          00660000
006700           LABEL RECORD STANDARD.                                 00670000
006800 01               R200               PICTURE X(80).               00680000
006900 FD                 REJ3                                          00690000
007000      BLOCK              00000 RECORDS                            00700000
007100      DATA RECORD                                                 00710000
007200                    R300                                          00720000
007300           LABEL RECORD STANDARD.                                 00730000
007400 01               R300               PICTURE X(80).               00740000
007500 FD                 REJ4                                          00750000
007600      BLOCK              00000 RECORDS                            00760000
007700      DATA RECORD                                                 00770000
007800                    R400                                          00780000
007900           LABEL RECORD STANDARD.                                 00790000
008000 01               R400               PICTURE X(80).               00800000
008100 FD                 REJ0                                          00810000
008200      BLOCK              00000 RECORDS                            00820000
008300      DATA RECORD                                                 00830000
008400                    R000                                          00840000
008500           LABEL RECORD STANDARD.                                 00850000
008600 01               R000               PICTURE X(80).               00860000
008700 FD                 JRNOUT                                        00870000
008800      BLOCK              00000 RECORDS                            00880000
008900      DATA RECORD                                                 00890000
009000                    JO00                                          00900000
009100           LABEL RECORD STANDARD.                                 00910000
009200 01               JO00               PICTURE X(80).               00920000
009300 FD                 REJOUT                                        00930000
009400      BLOCK              00000 RECORDS                            00940000
009500      DATA RECORD                                                 00950000
009600                    RO00                                          00960000
009700           LABEL RECORD STANDARD.                                 00970000
009800 01               RO00               PICTURE X(80).               00980000
009900 WORKING-STORAGE SECTION.                                         00990000
010000      EXEC SQL                                                    01000000
010100         INCLUDE SQLCA                                            01010000
010200      END-EXEC.                                                   01020000
010300******                                                            01030000
010400      EXEC SQL                                                    01040000
010500         INCLUDE RELIQAT                                          01050000
010600      END-EXEC.                                                   01060000
010700******                                                            01070000
010800 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LFUSFLX'.                    01080000
010900 01  W-SQLCODE      PIC +++9.                                     01090000
011000 01  W-EOF-CTL      PIC X     VALUE '0'.                          01100000
011100     88  FIN-CTL-OK           VALUE '1'.                          01110000
011200 01  W-EOF-FIC      PIC X     VALUE '0'.                          01120000
011300     88  FIN-FIC-OK           VALUE '1'.                          01130000
011400 01  W-ENREG        PIC X(80) VALUE SPACES.                       01140000
011500 01  W-TYPE-FLX     PIC X(3)  VALUE SPACES.                       01150000
011600 01  W-FLUX         PIC 9(1)  VALUE ZERO.                         01160000
011700 01  WX-FLX         PIC S9(4) USAGE COMP VALUE ZERO.              01170000
011800 01  W-NB-CTL       PIC S9(4) USAGE COMP VALUE ZERO.              01180000
011900 01  W-NB-RELIQ     PIC S9(9) USAGE COMP VALUE ZERO.              01190000
012000 01  W-TAB-CTL.                                                   01200000
012100     05  W-CTL-POSTE OCCURS 5 TIMES.                              01210000
012200        10  W-CTL-TROUVE  PIC X(1).                               01220000
012300        10  W-CTL-DEB     PIC X(2).                               01230000
012400        10  W-CTL-FIN     PIC X(2).                               01240000
012500        10  W-CTL-NB-DISP PIC S9(9) USAGE COMP-3.                 01250000
012600        10  W-CTL-NB-JRN  PIC S9(9) USAGE COMP-3.                 01260000
012700        10  W-CTL-NB-REJ  PIC S9(9) USAGE COMP-3.                 01270000
012800 COPY ANORMAL.                                                    01280000
012900 COPY JRNCOM.                                                     01290000
013000 COPY DATCOM.                                                     01300000
013100 COPY FLXCOM.                                                     01310000
013200******                                                            01320000
013300 01  W-CPT-DISP     PIC S9(9) USAGE COMP-3 VALUE ZERO.            01330000
013400 01  W-CPT-JRN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01340000
013500 01  W-CPT-REJ      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01350000
013600 01  W-CPT-ECART    PIC S9(9) USAGE COMP-3 VALUE ZERO.            01360000
013700******                                                            01370000
013800 PROCEDURE DIVISION.                                              01380000
013900 1000-LFUSFLX-DEB.                                                01390000
014000     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01400000
014100     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01410000
014200     MOVE 'D' TO JRN-PHASE                                        01420000
014300     CALL 'JRNEXEC' USING JRN-EXECUTION                           01430000
014400     PERFORM 5000-INIT-DEB                                        01440000
014500       THRU  5000-INIT-FIN.                                       01450000
014600     MOVE 1 TO W-FLUX.                                            01460000
014700 1000-LFUSFLX-10.                                                 01470000
014800     PERFORM 6000-FUSION-DEB                                      01480000
014900       THRU  6000-FUSION-FIN.                                     01490000
015000     IF W-FLUX < 4                                                01500000
015100         ADD 1 TO W-FLUX                                          01510000
015200         GO TO 1000-LFUSFLX-10.                                   01520000
015300     MOVE ZERO TO W-FLUX.                                         01530000
015400     PERFORM 6000-FUSION-DEB                                      01540000
015500       THRU  6000-FUSION-FIN.                                     01550000
015600     PERFORM 8000-FIN-TRT-DEB                                     01560000
015700       THRU  8000-FIN-TRT-FIN.                                    01570000
015800     PERFORM 9990-FIN-NORMALE-DEB                                 01580000
015900       THRU  9990-FIN-NORMALE-FIN.                                01590000
016000 1000-LFUSFLX-FIN.                                                01600000
016100     EXIT.                                                        01610000
016200***************                                                   01620000
016300 5000-INIT-DEB.                                                   01630000
016400     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01640000
016500     IF DAT-CODE-RETOUR NOT = ZERO                                01650000
016600         MOVE ZERO TO W-SQLCODE                                   01660000
016700         MOVE 'AUCUNE JOURNEE OUVERTE'                            01670000
016800              TO W-MESSAGE-ANOR                                   01680000
016900         PERFORM 9999-FIN-ANORMALE-DEB                            01690000
017000           THRU  9999-FIN-ANORMALE-FIN.                           01700000
017100     INITIALIZE W-TAB-CTL.                                        01710000
017200     OPEN INPUT CTLFLX.                                           01720000
017300     PERFORM 5100-LIT-CTL-DEB                                     01730000
017400       THRU  5100-LIT-CTL-FIN                                     01740000
017500       UNTIL FIN-CTL-OK.                                          01750000
017600     CLOSE CTLFLX.                                                01760000
017700     IF W-NB-CTL NOT = 5                                          01770000
017800         MOVE ZERO TO W-SQLCODE                                   01780000
017900         MOVE 'CONTROLE DES FLUX INCOMPLET'                       01790000
018000              TO W-MESSAGE-ANOR                                   01800000
018100         PERFORM 9999-FIN-ANORMALE-DEB                            01810000
018200           THRU  9999-FIN-ANORMALE-FIN.                           01820000
018300     OPEN INPUT  JRN1.                                            01830000
018400     OPEN INPUT  JRN2.                                            01840000
018500     OPEN INPUT  JRN3.                                            01850000
018600     OPEN INPUT  JRN4.                                            01860000
018700     OPEN INPUT  JRN0.                                            01870000
018800     OPEN INPUT  REJ1.                                            01880000
018900     OPEN INPUT  REJ2.                                            01890000
019000     OPEN INPUT  REJ3.                                            01900000
019100     OPEN INPUT  REJ4.                                            01910000
019200     OPEN INPUT  REJ0.                                            01920000
019300     OPEN OUTPUT JRNOUT.                                          01930000
019400     OPEN OUTPUT REJOUT.                                          01940000
019500 5000-INIT-FIN.                                                   01950000
019600      EXIT.                                                       01960000
019700***************                                                   01970000
019800 5100-LIT-CTL-DEB.                                                01980000
019900     READ CTLFLX INTO FLX-CONTROLE AT END                         01990000
020000         MOVE '1' TO W-EOF-CTL                                    02000000
020100         GO TO 5100-LIT-CTL-FIN.                                  02010000
020200     IF W-TYPE-FLX = SPACES                                       02020000
020300         MOVE FLX-CTL-TYPE TO W-TYPE-FLX.                         02030000
020400     IF FLX-CTL-TYPE NOT = W-TYPE-FLX                             02040000
020500         OR (FLX-CTL-TYPE NOT = 'MVT' AND NOT = 'CDE')            02050000
020600         OR FLX-CTL-FLUX NOT NUMERIC                              02060000
020700         OR FLX-CTL-FLUX > '4'                                    02070000
020800         MOVE ZERO TO W-SQLCODE                                   02080000
020900         MOVE 'ENREGISTREMENT CTLFLX ERRONE'                      02090000
021000              TO W-MESSAGE-ANOR                                   02100000
021100         PERFORM 9999-FIN-ANORMALE-DEB                            02110000
021200           THRU  9999-FIN-ANORMALE-FIN.                           02120000
021300     MOVE FLX-CTL-FLUX TO W-FLUX.                                 02130000
021400     COMPUTE WX-FLX = W-FLUX + 1.                                 02140000
021500     IF W-CTL-TROUVE (WX-FLX) = '1'                               02150000
021600         MOVE ZERO TO W-SQLCODE                                   02160000
021700         MOVE 'FLUX EN DOUBLE DANS CTLFLX'                        02170000
021800              TO W-MESSAGE-ANOR                                   02180000
021900         PERFORM 9999-FIN-ANORMALE-DEB                            02190000
022000           THRU  9999-FIN-ANORMALE-FIN.                           02200000
022100     MOVE '1' TO W-CTL-TROUVE (WX-FLX).                           02210000
022200     MOVE FLX-CTL-ENT-DEB TO W-CTL-DEB (WX-FLX).                  02220000
022300     MOVE FLX-CTL-ENT-FIN TO W-CTL-FIN (WX-FLX).                  02230000
022400     MOVE FLX-CTL-NB TO W-CTL-NB-DISP (WX-FLX).                   02240000
022500     ADD FLX-CTL-NB TO W-CPT-DISP.                                02250000
022600     ADD 1 TO W-NB-CTL.                                           02260000
022700 5100-LIT-CTL-FIN.                                                02270000
022800      EXIT.                                                       02280000
022900***************                                                   02290000
023000 6000-FUSION-DEB.                                                 02300000
023100     COMPUTE WX-FLX = W-FLUX + 1.                                 02310000
023200     MOVE '0' TO W-EOF-FIC.                                       02320000
023300     PERFORM 6010-COPIE-JRN-DEB                                   02330000
023400       THRU  6010-COPIE-JRN-FIN                                   02340000
023500       UNTIL FIN-FIC-OK.                                          02350000
023600     MOVE '0' TO W-EOF-FIC.                                       02360000
023700     PERFORM 6020-COPIE-REJ-DEB                                   02370000
023800       THRU  6020-COPIE-REJ-FIN                                   02380000
023900       UNTIL FIN-FIC-OK.                                          02390000
024000     DISPLAY 'FLUX ' W-FLUX ' ENTREPOTS ' W-CTL-DEB (WX-FLX)      02400000
024100         ' A ' W-CTL-FIN (WX-FLX)                                 02410000
024200         ' TRANSMIS = ' W-CTL-NB-DISP (WX-FLX)                    02420000
024300         ' JOURNAL = ' W-CTL-NB-JRN (WX-FLX)                      02430000
024400         ' REJETS = ' W-CTL-NB-REJ (WX-FLX).                      02440000
024500     IF W-TYPE-FLX NOT = 'MVT'                                    02450000
024600         GO TO 6000-FUSION-FIN.                                   02460000
024700     COMPUTE W-CPT-ECART = W-CTL-NB-DISP (WX-FLX)                 02470000
024800                         - W-CTL-NB-JRN (WX-FLX)                  02480000
024900                         - W-CTL-NB-REJ (WX-FLX).                 02490000
025000     IF W-CPT-ECART NOT = ZERO                                    02500000
025100         DISPLAY 'ECART DE CONTROLE FLUX ' W-FLUX                 02510000
025200             ' = ' W-CPT-ECART                                    02520000
025300         MOVE 4 TO RETURN-CODE.                                   02530000
025400 6000-FUSION-FIN.                                                 02540000
025500      EXIT.                                                       02550000
025600***************                                                   02560000
025700 6010-COPIE-JRN-DEB.                                              02570000
025800     IF W-FLUX = ZERO                                             02580000
025900         GO TO 6010-COPIE-JRN-0.                                  02590000
026000     GO TO 6010-COPIE-JRN-1 6010-COPIE-JRN-2                      02600000
026100           6010-COPIE-JRN-3 6010-COPIE-JRN-4                      02610000
026200         DEPENDING ON W-FLUX.                                     02620000
026300 6010-COPIE-JRN-0.                                                02630000
026400     READ JRN0 INTO W-ENREG AT END                                02640000
026500         MOVE '1' TO W-EOF-FIC                                    02650000
026600         GO TO 6010-COPIE-JRN-FIN.                                02660000
026700     GO TO 6010-COPIE-JRN-10.                                     02670000
026800 6010-COPIE-JRN-1.                                                02680000
026900     READ JRN1 INTO W-ENREG AT END                                02690000
027000         MOVE '1' TO W-EOF-FIC                                    02700000
027100         GO TO 6010-COPIE-JRN-FIN.                                02710000
027200     GO TO 6010-COPIE-JRN-10.                                     02720000
027300 6010-COPIE-JRN-2.                                                02730000
027400     READ JRN2 INTO W-ENREG AT END                                02740000
027500         MOVE '1' TO W-EOF-FIC                                    02750000
027600         GO TO 6010-COPIE-JRN-FIN.                                02760000
027700     GO TO 6010-COPIE-JRN-10.                                     02770000
027800 6010-COPIE-JRN-3.                                                02780000
027900     READ JRN3 INTO W-ENREG AT END                                02790000
028000         MOVE '1' TO W-EOF-FIC                                    02800000
028100         GO TO 6010-COPIE-JRN-FIN.                                02810000
028200     GO TO 6010-COPIE-JRN-10.                                     02820000
028300 6010-COPIE-JRN-4.                                                02830000
028400     READ JRN4 INTO W-ENREG AT END                                02840000
028500         MOVE '1' TO W-EOF-FIC                                    02850000
028600         GO TO 6010-COPIE-JRN-FIN.                                02860000
028700 6010-COPIE-JRN-10.                                               02870000
028800     WRITE JO00 FROM W-ENREG.                                     02880000
028900     ADD 1 TO W-CTL-NB-JRN (WX-FLX).                              02890000
029000     ADD 1 TO W-CPT-JRN.                                          02900000
029100 6010-COPIE-JRN-FIN.                                              02910000
029200      EXIT.                                                       02920000
029300***************                                                   02930000
029400 6020-COPIE-REJ-DEB.                                              02940000
029500     IF W-FLUX = ZERO                                             02950000
029600         GO TO 6020-COPIE-REJ-0.                                  02960000
029700     GO TO 6020-COPIE-REJ-1 6020-COPIE-REJ-2                      02970000
029800           6020-COPIE-REJ-3 6020-COPIE-REJ-4                      02980000
029900         DEPENDING ON W-FLUX.                                     02990000
030000 6020-COPIE-REJ-0.                                                03000000
030100     READ REJ0 INTO W-ENREG AT END                                03010000
030200         MOVE '1' TO W-EOF-FIC                                    03020000
030300         GO TO 6020-COPIE-REJ-FIN.                                03030000
030400     GO TO 6020-COPIE-REJ-10.                                     03040000
030500 6020-COPIE-REJ-1.                                                03050000
030600     READ REJ1 INTO W-ENREG AT END                                03060000
030700         MOVE '1' TO W-EOF-FIC                                    03070000
030800         GO TO 6020-COPIE-REJ-FIN.                                03080000
030900     GO TO 6020-COPIE-REJ-10.                                     03090000
031000 6020-COPIE-REJ-2.                                                03100000
031100     READ REJ2 INTO W-ENREG AT END                                03110000
031200         MOVE '1' TO W-EOF-FIC                                    03120000
031300         GO TO 6020-COPIE-REJ-FIN.                                03130000
031400     GO TO 6020-COPIE-REJ-10.                                     03140000
031500 6020-COPIE-REJ-3.                                                03150000
031600     READ REJ3 INTO W-ENREG AT END                                03160000
031700         MOVE '1' TO W-EOF-FIC                                    03170000
031800         GO TO 6020-COPIE-REJ-FIN.                                03180000
031900     GO TO 6020-COPIE-REJ-10.                                     03190000
032000 6020-COPIE-REJ-4.                                                03200000
032100     READ REJ4 INTO W-ENREG AT END                                03210000
032200         MOVE '1' TO W-EOF-FIC                                    03220000
032300         GO TO 6020-COPIE-REJ-FIN.                                03230000
032400 6020-COPIE-REJ-10.                                               03240000
032500     WRITE RO00 FROM W-ENREG.                                     03250000
032600     ADD 1 TO W-CTL-NB-REJ (WX-FLX).                              03260000
032700     ADD 1 TO W-CPT-REJ.                                          03270000
032800 6020-COPIE-REJ-FIN.                                              03280000
032900      EXIT.                                                       03290000
033000***************                                                   03300000
033100 8000-FIN-TRT-DEB.                                                03310000
033200     CLOSE JRN1.                                                  03320000
033300     CLOSE JRN2.                                                  03330000
033400     CLOSE JRN3.                                                  03340000
033500     CLOSE JRN4.                                                  03350000
033600     CLOSE JRN0.                                                  03360000
033700     CLOSE REJ1.                                                  03370000
033800     CLOSE REJ2.                                                  03380000
033900     CLOSE REJ3.                                                  03390000
034000     CLOSE REJ4.                                                  03400000
034100     CLOSE REJ0.                                                  03410000
034200     CLOSE JRNOUT.                                                03420000
034300     CLOSE REJOUT.                                                03430000
034400     DISPLAY 'TYPE DE FLUX         = ' W-TYPE-FLX.                03440000
034500     DISPLAY 'TOTAL TRANSMIS       = ' W-CPT-DISP.                03450000
034600     DISPLAY 'TOTAL JOURNAL        = ' W-CPT-JRN.                 03460000
034700     DISPLAY 'TOTAL REJETS         = ' W-CPT-REJ.                 03470000
034800     IF W-TYPE-FLX NOT = 'CDE'                                    03480000
034900         GO TO 8000-FIN-TRT-10.                                   03490000
035000     EXEC SQL                                                     03500000
035100         SELECT COUNT(*)                                          03510000
035200           INTO :W-NB-RELIQ                                       03520000
035300           FROM API7.RELIQUAT                                     03530000
035400          WHERE DATE_CDE = DATE(:DAT-DATE-ISO)                    03540000
035500            AND ETAT = 'O'                                        03550000
035600     END-EXEC.                                                    03560000
035700     IF SQLCODE NOT = ZERO                                        03570000
035800         MOVE SQLCODE TO W-SQLCODE                                03580000
035900         MOVE 'SELECT COUNT RELIQUAT SQLCODE = '                  03590000
036000              TO W-MESSAGE-ANOR                                   03600000
036100         PERFORM 9999-FIN-ANORMALE-DEB                            03610000
036200           THRU  9999-FIN-ANORMALE-FIN.                           03620000
036300     DISPLAY 'TOTAL RELIQUATS      = ' W-NB-RELIQ.                03630000
036400 8000-FIN-TRT-10.                                                 03640000
036500     MOVE 'F' TO JRN-PHASE.                                       03650000
036600     MOVE W-CPT-DISP TO JRN-NB-LUS.                               03660000
036700     MOVE W-CPT-JRN TO JRN-NB-ECRITS.                             03670000
036800     MOVE W-CPT-REJ TO JRN-NB-REJETES.                            03680000
036900     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         03690000
037000     CALL 'JRNEXEC' USING JRN-EXECUTION.                          03700000
037100 8000-FIN-TRT-FIN.                                                03710000
037200      EXIT.                                                       03720000
037300************                                                      03730000
037400************                                                      03740000
037500  9990-FIN-NORMALE-DEB.                                           03750000
037600            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           03760000
037700       GOBACK.                                                    03770000
037800  9990-FIN-NORMALE-FIN.                                           03780000
037900       EXIT.                                                      03790000
038000*************                                                     03800000
038100 COPY ANORPROC.                                                   03810000
