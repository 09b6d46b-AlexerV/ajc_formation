000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LLIBRSV .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     LISTRSV       ASSIGN    LISTRSV.                  00060000
000700 DATA DIVISION.                                                   00070000
000800 FILE SECTION.                                                    00080000
000900 FD                 LISTRSV                                       00090000
001000      BLOCK              00000 RECORDS                            00100000
001100      DATA RECORD                                                 00110000
001200                    LR00                                          00120000
001300           LABEL RECORD STANDARD.                                 00130000
001400 01               LR00               PICTURE X(81).               00140000
001500 WORKING-STORAGE SECTION.                                         00150000
001600      EXEC SQL                                                    00160000
001700         INCLUDE SQLCA                                            00170000
001800      END-EXEC.                                                   00180000
001900*****                                                             00190000
002000      EXEC SQL                                                    00200000
002100         INCLUDE RESVSTK                                          00210000
002200      END-EXEC.                                                   00220000
002300******                                                            00230000
002400      EXEC SQL                                                    00240000
002500         DECLARE C-RSVLIB CURSOR FOR                              00250000
002600         SELECT R.ID_ENTREPOT, R.LIE, R.ID_ARTICLE,               00260000
002700                R.ID_FOURNISSEUR, CHAR(R.DATE_RESERVATION, ISO),  00270000
002800                CHAR(R.DATE_CDE, ISO), R.ID_ARTICLE_CDE,          00280000
002900                R.NOART_KIT, R.NO_LOT, R.QTE_RESERVEE, D.ACTIF    00290000
003000           FROM API7.RESERVATION_STOCK R, API7.DEPARTEMENTS D     00300000
003100          WHERE R.LIE = D.LIE                                     00310000
003200            AND R.ETAT = 'R'                                      00320000
003300            AND R.DATE_RESERVATION < DATE(:W-DATE-LIMITE)         00330000
003400          ORDER BY R.ID_ENTREPOT, R.LIE, R.ID_ARTICLE,            00340000
003500                   R.DATE_RESERVATION                             00350000
003600      END-EXEC.                                                   00360000
003700******                                                            00370000
003800 COPY EDITWS.                                                     00380000
003900 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LLIBRSV'.                    00390000
004000 01  W-SQLCODE      PIC +++9.                                     00400000
004100 01  W-EOF-CUR      PIC X     VALUE '0'.                          00410000
004200     88  FIN-CUR-OK           VALUE '1'.                          00420000
004300 01  W-PREMIERE-LIGNE PIC X   VALUE '1'.                          00430000
004400     88  PREMIERE-LIGNE       VALUE '1'.                          00440000
004500 01  W-CUR-ENTREPOT PIC X(2)  VALUE SPACES.                       00450000
004600 01  W-ACTIF        PIC X(1)  VALUE SPACES.                       00460000
004700 01  W-ACTION       PIC X(1)  VALUE SPACES.                       00470000
004800     88  ACTION-REMISE        VALUE 'L'.                          00480000
004900     88  ACTION-ANNULE        VALUE 'A'.                          00490000
005000 01  W-ACT-RESV     PIC X(1)  VALUE 'R'.                          00500000
005100     88  ACT-RESV-ANNULE      VALUE 'A'.                          00510000
005200 01  W-AGE-RESV     PIC S9(4) USAGE COMP VALUE ZERO.              00520000
005300 01  W-NB-JOURS     PIC S9(4) USAGE COMP VALUE ZERO.              00530000
005400 01  W-JOUR-SEM     PIC S9(4) USAGE COMP VALUE ZERO.              00540000
005500 01  W-CNT          PIC S9(9) USAGE COMP VALUE ZERO.              00550000
005600 01  W-DATE-LIMITE  PIC X(10) VALUE SPACES.                       00560000
005700 01  W-DATE-LIM-R   REDEFINES W-DATE-LIMITE.                      00570000
005800     05  W-LIM-AAAA PIC X(4).                                     00580000
005900     05  FILLER     PIC X(1).                                     00590000
006000     05  W-LIM-MM   PIC X(2).                                     00600000
006100     05  FILLER     PIC X(1).                                     00610000
006200     05  W-LIM-JJ   PIC X(2).                                     00620000
006300 01  W-DATE-ISO     PIC X(10) VALUE SPACES.                       00630000
006400 01  W-DATE-ISO-R   REDEFINES W-DATE-ISO.                         00640000
006500     05  W-ISO-AAAA PIC X(4).                                     00650000
006600     05  FILLER     PIC X(1).                                     00660000
006700     05  W-ISO-MM   PIC X(2).                                     00670000
006800     05  FILLER     PIC X(1).                                     00680000
006900     05  W-ISO-JJ   PIC X(2).                                     00690000
007000 COPY ANORMAL.                                                    00700000
007100 COPY JRNCOM.                                                     00710000
007200 COPY DATCOM.                                                     00720000
007300 COPY PRMCOM.                                                     00730000
007400 01  W-PRM-AGE-X.                                                 00740000
007500     05  W-PRM-AGE  PIC 9(3).                                     00750000
007600 01  W-PRM-ACT-X.                                                 00760000
007700     05  W-PRM-ACT  PIC X(1).                                     00770000
007800******                                                            00780000
007900 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00790000
008000 01  W-CPT-REMIS    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00800000
008100 01  W-CPT-ANNULES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00810000
008200 01  W-TOT-ENTREPOT PIC S9(9) USAGE COMP-3 VALUE ZERO.            00820000
008300******                                                            00830000
008400 01  W-LIGNE-ENTETE.                                              00840000
008500     05  FILLER   PIC X(40) VALUE                                 00850000
008600         'RESERVATIONS ANCIENNES LIBEREES'.                       00860000
008700 01  W-LIGNE-ENT-DEP.                                             00870000
008800     05  FILLER   PIC X(9)  VALUE 'ENTREPOT '.                    00880000
008900     05  WN-ENTREPOT PIC X(2).                                    00890000
009000     05  FILLER   PIC X(21) VALUE '   RESERVEES AVANT LE'.        00900000
009100     05  FILLER   PIC X(1)  VALUE SPACES.                         00910000
009200     05  WN-DATE-LIM.                                             00920000
009300         10  WN-LIM-JJ   PIC X(2).                                00930000
009400         10  FILLER      PIC X(1)  VALUE '/'.                     00940000
009500         10  WN-LIM-MM   PIC X(2).                                00950000
009600         10  FILLER      PIC X(1)  VALUE '/'.                     00960000
009700         10  WN-LIM-AAAA PIC X(4).                                00970000
009800     05  FILLER   PIC X(2)  VALUE ' ('.                           00980000
009900     05  WN-AGE   PIC ZZ9.                                        00990000
010000     05  FILLER   PIC X(16) VALUE ' JOURS OUVRES)'.               01000000
010100     05  FILLER   PIC X(16) VALUE SPACES.                         01010000
010200 01  W-LIGNE-COLONNES.                                            01020000
010300     05  FILLER   PIC X(40) VALUE                                 01030000
010400         '  DEPART.    ARTICLE FOURN LOT         D'.              01040000
010500     05  FILLER   PIC X(40) VALUE                                 01050000
010600         'ATE RSV   DATE CDE         QTE ACTION   '.              01060000
010700 01  W-LIGNE-DETAIL.                                              01070000
010800     05  FILLER   PIC X(1)  VALUE SPACES.                         01080000
010900     05  WD-LIE   PIC ZZZZZZZZ9.                                  01090000
011000     05  FILLER   PIC X(1)  VALUE SPACES.                         01100000
011100     05  WD-ARTICLE PIC ZZZZZZZZ9.                                01110000
011200     05  FILLER   PIC X(1)  VALUE SPACES.                         01120000
011300     05  WD-FOURN PIC X(5).                                       01130000
011400     05  FILLER   PIC X(1)  VALUE SPACES.                         01140000
011500     05  WD-LOT   PIC X(10).                                      01150000
011600     05  FILLER   PIC X(2)  VALUE SPACES.                         01160000
011700     05  WD-DATE-RSV.                                             01170000
011800         10  WD-RSV-JJ   PIC X(2).                                01180000
011900         10  FILLER      PIC X(1)  VALUE '/'.                     01190000
012000         10  WD-RSV-MM   PIC X(2).                                01200000
012100         10  FILLER      PIC X(1)  VALUE '/'.                     01210000
012200         10  WD-RSV-AAAA PIC X(4).                                01220000
012300     05  FILLER   PIC X(1)  VALUE SPACES.                         01230000
012400     05  WD-DATE-CDE.                                             01240000
012500         10  WD-CDE-JJ   PIC X(2).                                01250000
012600         10  FILLER      PIC X(1)  VALUE '/'.                     01260000
012700         10  WD-CDE-MM   PIC X(2).                                01270000
012800         10  FILLER      PIC X(1)  VALUE '/'.                     01280000
012900         10  WD-CDE-AAAA PIC X(4).                                01290000
013000     05  FILLER   PIC X(1)  VALUE SPACES.                         01300000
013100     05  WD-QTE   PIC ZZZZZZZZ9.                                  01310000
013200     05  FILLER   PIC X(1)  VALUE SPACES.                         01320000
013300     05  WD-ACTION PIC X(9).                                      01330000
013400 01  W-LIGNE-TOT-ENT.                                             01340000
013500     05  FILLER   PIC X(30) VALUE                                 01350000
013600         '  RESERVATIONS LIBEREES     : '.                        01360000
013700     05  WT-NB    PIC ZZZZZZZZ9.                                  01370000
013800     05  FILLER   PIC X(41) VALUE SPACES.                         01380000
013900******                                                            01390000
014000 PROCEDURE DIVISION.                                              01400000
014100 1000-LLIBRSV-DEB.                                                01410000
014200     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01420000
014300     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01430000
014400     MOVE 'D' TO JRN-PHASE                                        01440000
014500     CALL 'JRNEXEC' USING JRN-EXECUTION                           01450000
014600     PERFORM 5000-INIT-DEB                                        01460000
014700       THRU  5000-INIT-FIN.                                       01470000
014800     PERFORM 6010-TRAITE-DEB                                      01480000
014900       THRU  6010-TRAITE-FIN                                      01490000
015000       UNTIL FIN-CUR-OK.                                          01500000
015100     PERFORM 8000-FIN-TRT-DEB                                     01510000
015200       THRU  8000-FIN-TRT-FIN.                                    01520000
015300     PERFORM 9990-FIN-NORMALE-DEB                                 01530000
015400       THRU  9990-FIN-NORMALE-FIN.                                01540000
015500 1000-LLIBRSV-FIN.                                                01550000
015600     EXIT.                                                        01560000
015700***************                                                   01570000
015800 5000-INIT-DEB.                                                   01580000
015900     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01590000
016000     IF DAT-CODE-RETOUR NOT = ZERO                                01600000
016100         MOVE ZERO TO W-SQLCODE                                   01610000
016200         MOVE 'AUCUNE JOURNEE OUVERTE'                            01620000
016300              TO W-MESSAGE-ANOR                                   01630000
016400         PERFORM 9999-FIN-ANORMALE-DEB                            01640000
016500           THRU  9999-FIN-ANORMALE-FIN.                           01650000
016600     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          01660000
016700     MOVE 'AGERESV' TO PRM-NOM.                                   01670000
016800     CALL 'PARMLIT' USING PRM-LECTURE.                            01680000
016900     MOVE PRM-VALEUR TO W-PRM-AGE-X.                              01690000
017000     IF PRM-CODE-RETOUR = ZERO                                    01700000
017100         AND W-PRM-AGE NUMERIC                                    01710000
017200         AND W-PRM-AGE NOT = ZERO                                 01720000
017300         MOVE W-PRM-AGE TO W-AGE-RESV                             01730000
017400     ELSE                                                         01740000
017500         MOVE 3 TO W-AGE-RESV                                     01750000
017600         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      01760000
017700                 ' - VALEUR PAR DEFAUT 3'.                        01770000
017800     MOVE 'ACTRESV' TO PRM-NOM.                                   01780000
017900     CALL 'PARMLIT' USING PRM-LECTURE.                            01790000
018000     MOVE PRM-VALEUR TO W-PRM-ACT-X.                              01800000
018100     IF PRM-CODE-RETOUR = ZERO                                    01810000
018200         AND (W-PRM-ACT = 'R' OR W-PRM-ACT = 'A')                 01820000
018300         MOVE W-PRM-ACT TO W-ACT-RESV                             01830000
018400     ELSE                                                         01840000
018500         MOVE 'R' TO W-ACT-RESV                                   01850000
018600         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      01860000
018700                 ' - VALEUR PAR DEFAUT R'.                        01870000
018800     MOVE DAT-DATE-ISO TO W-DATE-LIMITE.                          01880000
018900     MOVE ZERO TO W-NB-JOURS.                                     01890000
019000     PERFORM 5100-RECULE-DEB                                      01900000
019100        THRU 5100-RECULE-FIN                                      01910000
019200       UNTIL W-NB-JOURS = W-AGE-RESV.                             01920000
019300     DISPLAY 'RESERVATIONS ANTERIEURES AU ' W-DATE-LIMITE         01930000
019400             ' - ACTION ' W-ACT-RESV.                             01940000
019500     OPEN OUTPUT LISTRSV.                                         01950000
019600     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           01960000
019700     PERFORM 8300-EDIT-INIT-DEB                                   01970000
019800       THRU  8300-EDIT-INIT-FIN.                                  01980000
019900     EXEC SQL                                                     01990000
020000         OPEN C-RSVLIB                                            02000000
020100     END-EXEC.                                                    02010000
020200     IF SQLCODE NOT = ZERO                                        02020000
020300         MOVE SQLCODE TO W-SQLCODE                                02030000
020400         MOVE 'OPEN C-RSVLIB SQLCODE = '                          02040000
020500              TO W-MESSAGE-ANOR                                   02050000
020600         PERFORM 9999-FIN-ANORMALE-DEB                            02060000
020700           THRU  9999-FIN-ANORMALE-FIN.                           02070000
020800 5000-INIT-FIN.                                                   02080000
020900      EXIT.                                                       02090000
021000***************                                                   02100000
021100 5100-RECULE-DEB.                                                 02110000
021200     EXEC SQL                                                     02120000
021300         SELECT CHAR(DATE(:W-DATE-LIMITE) - 1 DAY, ISO),          02130000
021400                DAYOFWEEK_ISO(DATE(:W-DATE-LIMITE) - 1 DAY)       02140000
021500           INTO :W-DATE-LIMITE, :W-JOUR-SEM                       02150000
021600           FROM SYSIBM.SYSDUMMY1                                  02160000
021700     END-EXEC.                                                    02170000
021800     IF SQLCODE NOT = ZERO                                        02180000
021900         MOVE SQLCODE TO W-SQLCODE                                02190000
022000         MOVE 'SELECT SYSDUMMY1 SQLCODE = '                       02200000
022100              TO W-MESSAGE-ANOR                                   02210000
022200         PERFORM 9999-FIN-ANORMALE-DEB                            02220000
022300           THRU  9999-FIN-ANORMALE-FIN.                           02230000
022400     IF W-JOUR-SEM > 5                                            02240000
022500         GO TO 5100-RECULE-FIN.                                   02250000
022600     EXEC SQL                                                     02260000
022700         SELECT COUNT(*)                                          02270000
022800           INTO :W-CNT                                            02280000
022900           FROM API7.CALENDRIER                                   02290000
023000          WHERE DATE_CAL = DATE(:W-DATE-LIMITE)                   02300000
023100            AND TYPE_JOUR = 'F'                                   02310000
023200     END-EXEC.                                                    02320000
023300     IF SQLCODE NOT = ZERO                                        02330000
023400         MOVE SQLCODE TO W-SQLCODE                                02340000
023500         MOVE 'SELECT CALENDRIER SQLCODE = '                      02350000
023600              TO W-MESSAGE-ANOR                                   02360000
023700         PERFORM 9999-FIN-ANORMALE-DEB                            02370000
023800           THRU  9999-FIN-ANORMALE-FIN.                           02380000
023900     IF W-CNT = ZERO                                              02390000
024000         ADD 1 TO W-NB-JOURS.                                     02400000
024100 5100-RECULE-FIN.                                                 02410000
024200      EXIT.                                                       02420000
024300***************                                                   02430000
024400 6010-TRAITE-DEB.                                                 02440000
024500     EXEC SQL                                                     02450000
024600         FETCH C-RSVLIB                                           02460000
024700           INTO :W-ID-ENTREPOT, :W-LIE, :W-ID-ARTICLE,            02470000
024800                :W-ID-FOURNISSEUR, :W-DATE-RESERVATION,           02480000
024900                :W-DATE-CDE, :W-ID-ARTICLE-CDE,                   02490000
025000                :W-NOART-KIT, :W-NO-LOT, :W-QTE-RESERVEE,         02500000
025100                :W-ACTIF                                          02510000
025200     END-EXEC.                                                    02520000
025300     EVALUATE SQLCODE                                             02530000
025400         WHEN 100                                                 02540000
025500             MOVE '1' TO W-EOF-CUR                                02550000
025600             IF NOT PREMIERE-LIGNE                                02560000
025700                 PERFORM 6090-FIN-ENTREPOT-DEB                    02570000
025800                   THRU  6090-FIN-ENTREPOT-FIN                    02580000
025900             END-IF                                               02590000
026000             GO TO 6010-TRAITE-FIN                                02600000
026100         WHEN ZERO                                                02610000
026200             CONTINUE                                             02620000
026300         WHEN OTHER                                               02630000
026400             MOVE SQLCODE TO W-SQLCODE                            02640000
026500             MOVE 'FETCH C-RSVLIB SQLCODE = '                     02650000
026600                  TO W-MESSAGE-ANOR                               02660000
026700             PERFORM 9999-FIN-ANORMALE-DEB                        02670000
026800               THRU  9999-FIN-ANORMALE-FIN                        02680000
026900     END-EVALUATE.                                                02690000
027000     ADD 1 TO W-CPT-LUS.                                          02700000
027100     IF PREMIERE-LIGNE                                            02710000
027200         MOVE '0' TO W-PREMIERE-LIGNE                             02720000
027300         PERFORM 6080-DEBUT-ENTREPOT-DEB                          02730000
027400           THRU  6080-DEBUT-ENTREPOT-FIN                          02740000
027500     ELSE                                                         02750000
027600         IF W-ID-ENTREPOT NOT = W-CUR-ENTREPOT                    02760000
027700             PERFORM 6090-FIN-ENTREPOT-DEB                        02770000
027800               THRU  6090-FIN-ENTREPOT-FIN                        02780000
027900             PERFORM 6080-DEBUT-ENTREPOT-DEB                      02790000
028000               THRU  6080-DEBUT-ENTREPOT-FIN.                     02800000
028100     IF W-ACTIF NOT = 'O' OR ACT-RESV-ANNULE                      02810000
028200         MOVE 'A' TO W-ACTION                                     02820000
028300     ELSE                                                         02830000
028400         MOVE 'L' TO W-ACTION.                                    02840000
028500     PERFORM 6020-STOCK-DEB                                       02850000
028600       THRU  6020-STOCK-FIN.                                      02860000
028700     PERFORM 6030-RESERV-DEB                                      02870000
028800       THRU  6030-RESERV-FIN.                                     02880000
028900     IF ACTION-REMISE                                             02890000
029000         PERFORM 6040-RELIQUAT-DEB                                02900000
029100           THRU  6040-RELIQUAT-FIN.                               02910000
029200     IF W-NOART-KIT NOT = ZERO                                    02920000
029300         PERFORM 6057-SUIVI-KIT-DEB                               02930000
029400           THRU  6057-SUIVI-KIT-FIN                               02940000
029500     ELSE                                                         02950000
029600         IF ACTION-REMISE                                         02960000
029700             PERFORM 6050-SUIVI-REM-DEB                           02970000
029800               THRU  6050-SUIVI-REM-FIN                           02980000
029900         ELSE                                                     02990000
030000             PERFORM 6055-SUIVI-ANN-DEB                           03000000
030100               THRU  6055-SUIVI-ANN-FIN.                          03010000
030200     PERFORM 6070-DETAIL-DEB                                      03020000
030300       THRU  6070-DETAIL-FIN.                                     03030000
030400 6010-TRAITE-FIN.                                                 03040000
030500      EXIT.                                                       03050000
030600***************                                                   03060000
030700 6020-STOCK-DEB.                                                  03070000
030800     IF W-ID-FOURNISSEUR NOT = SPACES                             03080000
030900         GO TO 6020-STOCK-10.                                     03090000
031000     EXEC SQL                                                     03100000
031100         UPDATE API7.STOCK                                        03110000
031200            SET QTE_RESERVEE =                                    03120000
031300                    CASE WHEN QTE_RESERVEE > :W-QTE-RESERVEE      03130000
031400                         THEN QTE_RESERVEE - :W-QTE-RESERVEE      03140000
031500                         ELSE 0 END                               03150000
031600          WHERE ID_ARTICLE = :W-ID-ARTICLE                        03160000
031700            AND ID_ENTREPOT = :W-ID-ENTREPOT                      03170000
031800     END-EXEC.                                                    03180000
031900     GO TO 6020-STOCK-20.                                         03190000
032000 6020-STOCK-10.                                                   03200000
032100     EXEC SQL                                                     03210000
032200         UPDATE API7.STOCK_CONSIGNATION                           03220000
032300            SET QTE_RESERVEE =                                    03230000
032400                    CASE WHEN QTE_RESERVEE > :W-QTE-RESERVEE      03240000
032500                         THEN QTE_RESERVEE - :W-QTE-RESERVEE      03250000
032600                         ELSE 0 END,                              03260000
032700                DATE_MAJ = DATE(:DAT-DATE-ISO)                    03270000
032800          WHERE ID_ARTICLE = :W-ID-ARTICLE                        03280000
032900            AND ID_ENTREPOT = :W-ID-ENTREPOT                      03290000
033000            AND ID_FOURNISSEUR = :W-ID-FOURNISSEUR                03300000
033100     END-EXEC.                                                    03310000
033200 6020-STOCK-20.                                                   03320000
033300     IF SQLCODE = 100                                             03330000
033400         DISPLAY 'STOCK INTROUVABLE ART ' W-ID-ARTICLE            03340000
033500                 ' ENTREPOT ' W-ID-ENTREPOT                       03350000
033600         GO TO 6020-STOCK-FIN.                                    03360000
033700     IF SQLCODE NOT = ZERO                                        03370000
033800         MOVE SQLCODE TO W-SQLCODE                                03380000
033900         MOVE 'UPDATE STOCK SQLCODE = '                           03390000
034000              TO W-MESSAGE-ANOR                                   03400000
034100         PERFORM 9999-FIN-ANORMALE-DEB                            03410000
034200           THRU  9999-FIN-ANORMALE-FIN.                           03420000
034300 6020-STOCK-FIN.                                                  03430000
034400      EXIT.                                                       03440000
034500***************                                                   03450000
034600 6030-RESERV-DEB.                                                 03460000
034700     EXEC SQL                                                     03470000
034800         UPDATE API7.RESERVATION_STOCK                            03480000
034900            SET ETAT = :W-ACTION,                                 03490000
035000                DATE_MAJ = DATE(:DAT-DATE-ISO)                    03500000
035100          WHERE LIE = :W-LIE                                      03510000
035200            AND ID_ARTICLE = :W-ID-ARTICLE                        03520000
035300            AND ID_ENTREPOT = :W-ID-ENTREPOT                      03530000
035400            AND ID_FOURNISSEUR = :W-ID-FOURNISSEUR                03540000
035500            AND DATE_RESERVATION = DATE(:W-DATE-RESERVATION)      03550000
035600            AND DATE_CDE = DATE(:W-DATE-CDE)                      03560000
035700            AND ID_ARTICLE_CDE = :W-ID-ARTICLE-CDE                03570000
035800            AND NOART_KIT = :W-NOART-KIT                          03580000
035900            AND NO_LOT = :W-NO-LOT                                03590000
036000            AND ETAT = 'R'                                        03600000
036100     END-EXEC.                                                    03610000
036200     IF SQLCODE NOT = ZERO                                        03620000
036300         MOVE SQLCODE TO W-SQLCODE                                03630000
036400         MOVE 'UPDATE RESERVATION_STOCK SQLCODE = '               03640000
036500              TO W-MESSAGE-ANOR                                   03650000
036600         PERFORM 9999-FIN-ANORMALE-DEB                            03660000
036700           THRU  9999-FIN-ANORMALE-FIN.                           03670000
036800 6030-RESERV-FIN.                                                 03680000
036900      EXIT.                                                       03690000
037000***************                                                   03700000
037100 6040-RELIQUAT-DEB.                                               03710000
037200     EXEC SQL                                                     03720000
037300         UPDATE API7.RELIQUAT                                     03730000
037400            SET QTE_SERV =                                        03740000
037500                    CASE WHEN QTE_SERV > :W-QTE-RESERVEE          03750000
037600                         THEN QTE_SERV - :W-QTE-RESERVEE          03760000
037700                         ELSE 0 END,                              03770000
037800                QTE_RELI = QTE_RELI + :W-QTE-RESERVEE,            03780000
037900                DATE_MAJ = DATE(:DAT-DATE-ISO)                    03790000
038000          WHERE LIE = :W-LIE                                      03800000
038100            AND ID_ARTICLE = :W-ID-ARTICLE-CDE                    03810000
038200            AND DATE_CDE = DATE(:W-DATE-CDE)                      03820000
038300            AND NOART_KIT = :W-NOART-KIT                          03830000
038400            AND ETAT = 'O'                                        03840000
038500     END-EXEC.                                                    03850000
038600     IF SQLCODE = 100                                             03860000
038700         EXEC SQL                                                 03870000
038800             INSERT INTO API7.RELIQUAT                            03880000
038900                    (LIE, ID_ARTICLE, DATE_CDE, NOART_KIT,        03890000
039000                     QTE_DEM, QTE_SERV, QTE_RELI, ETAT,           03900000
039100                     DATE_MAJ)                                    03910000
039200             VALUES (:W-LIE, :W-ID-ARTICLE-CDE,                   03920000
039300                     DATE(:W-DATE-CDE), :W-NOART-KIT,             03930000
039400                     :W-QTE-RESERVEE, 0, :W-QTE-RESERVEE, 'O',    03940000
039500                     DATE(:DAT-DATE-ISO))                         03950000
039600         END-EXEC                                                 03960000
039700     END-IF.                                                      03970000
039800     IF SQLCODE NOT = ZERO                                        03980000
039900         MOVE SQLCODE TO W-SQLCODE                                03990000
040000         MOVE 'INSERT API7.RELIQUAT SQLCODE = '                   04000000
040100              TO W-MESSAGE-ANOR                                   04010000
040200         PERFORM 9999-FIN-ANORMALE-DEB                            04020000
040300           THRU  9999-FIN-ANORMALE-FIN.                           04030000
040400 6040-RELIQUAT-FIN.                                               04040000
040500      EXIT.                                                       04050000
040600***************                                                   04060000
040700 6050-SUIVI-REM-DEB.                                              04070000
040800     EXEC SQL                                                     04080000
040900         UPDATE API7.SUIVI_COMMANDE                               04090000
041000            SET QTE_SERV =                                        04100000
041100                    CASE WHEN QTE_SERV > :W-QTE-RESERVEE          04110000
041200                         THEN QTE_SERV - :W-QTE-RESERVEE          04120000
041300                         ELSE 0 END,                              04130000
041400                QTE_RELI = QTE_RELI + :W-QTE-RESERVEE,            04140000
041500                ETAT = CASE WHEN QTE_SERV > :W-QTE-RESERVEE       04150000
041600                            THEN 'P' ELSE 'R' END,                04160000
041700                DATE_MAJ = DATE(:DAT-DATE-ISO)                    04170000
041800          WHERE LIE = :W-LIE                                      04180000
041900            AND ID_ARTICLE = :W-ID-ARTICLE-CDE                    04190000
042000            AND DATE_CDE = DATE(:W-DATE-CDE)                      04200000
042100            AND ETAT NOT IN ('A', 'X')                            04210000
042200     END-EXEC.                                                    04220000
042300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  04230000
042400         MOVE SQLCODE TO W-SQLCODE                                04240000
042500         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  04250000
042600              TO W-MESSAGE-ANOR                                   04260000
042700         PERFORM 9999-FIN-ANORMALE-DEB                            04270000
042800           THRU  9999-FIN-ANORMALE-FIN.                           04280000
042900 6050-SUIVI-REM-FIN.                                              04290000
043000      EXIT.                                                       04300000
043100***************                                                   04310000
043200 6055-SUIVI-ANN-DEB.                                              04320000
043300     EXEC SQL                                                     04330000
043400         UPDATE API7.SUIVI_COMMANDE                               04340000
043500            SET QTE_DEM =                                         04350000
043600                    CASE WHEN QTE_DEM > :W-QTE-RESERVEE           04360000
043700                         THEN QTE_DEM - :W-QTE-RESERVEE           04370000
043800                         ELSE 0 END,                              04380000
043900                QTE_SERV =                                        04390000
044000                    CASE WHEN QTE_SERV > :W-QTE-RESERVEE          04400000
044100                         THEN QTE_SERV - :W-QTE-RESERVEE          04410000
044200                         ELSE 0 END,                              04420000
044300                ETAT = CASE WHEN QTE_SERV > :W-QTE-RESERVEE       04430000
044400                              OR QTE_RELI > 0 THEN ETAT           04440000
044500                            ELSE 'A' END,                         04450000
044600                DATE_MAJ = DATE(:DAT-DATE-ISO)                    04460000
044700          WHERE LIE = :W-LIE                                      04470000
044800            AND ID_ARTICLE = :W-ID-ARTICLE-CDE                    04480000
044900            AND DATE_CDE = DATE(:W-DATE-CDE)                      04490000
045000            AND ETAT NOT IN ('A', 'X')                            04500000
045100     END-EXEC.                                                    04510000
045200     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  04520000
045300         MOVE SQLCODE TO W-SQLCODE                                04530000
045400         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  04540000
045500              TO W-MESSAGE-ANOR                                   04550000
045600         PERFORM 9999-FIN-ANORMALE-DEB                            04560000
045700           THRU  9999-FIN-ANORMALE-FIN.                           04570000
045800 6055-SUIVI-ANN-FIN.                                              04580000
045900      EXIT.                                                       04590000
046000***************                                                   04600000
046100 6057-SUIVI-KIT-DEB.                                              04610000
046200     IF NOT ACTION-REMISE                                         04620000
046300         GO TO 6057-SUIVI-KIT-FIN.                                04630000
046400     EXEC SQL                                                     04640000
046500         UPDATE API7.SUIVI_COMMANDE                               04650000
046600            SET ETAT = 'P',                                       04660000
046700                DATE_MAJ = DATE(:DAT-DATE-ISO)                    04670000
046800          WHERE LIE = :W-LIE                                      04680000
046900            AND ID_ARTICLE = :W-NOART-KIT                         04690000
047000            AND DATE_CDE = DATE(:W-DATE-CDE)                      04700000
047100            AND ETAT IN ('S', 'C')                                04710000
047200     END-EXEC.                                                    04720000
047300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  04730000
047400         MOVE SQLCODE TO W-SQLCODE                                04740000
047500         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  04750000
047600              TO W-MESSAGE-ANOR                                   04760000
047700         PERFORM 9999-FIN-ANORMALE-DEB                            04770000
047800           THRU  9999-FIN-ANORMALE-FIN.                           04780000
047900 6057-SUIVI-KIT-FIN.                                              04790000
048000      EXIT.                                                       04800000
048100***************                                                   04810000
048200 6070-DETAIL-DEB.                                                 04820000
048300     MOVE W-LIE TO WD-LIE.                                        04830000
048400     MOVE W-ID-ARTICLE TO WD-ARTICLE.                             04840000
048500     MOVE W-ID-FOURNISSEUR TO WD-FOURN.                           04850000
048600     MOVE W-NO-LOT TO WD-LOT.                                     04860000
048700     MOVE W-DATE-RESERVATION TO W-DATE-ISO.                       04870000
048800     MOVE W-ISO-JJ TO WD-RSV-JJ.                                  04880000
048900     MOVE W-ISO-MM TO WD-RSV-MM.                                  04890000
049000     MOVE W-ISO-AAAA TO WD-RSV-AAAA.                              04900000
049100     MOVE W-DATE-CDE TO W-DATE-ISO.                               04910000
049200     MOVE W-ISO-JJ TO WD-CDE-JJ.                                  04920000
049300     MOVE W-ISO-MM TO WD-CDE-MM.                                  04930000
049400     MOVE W-ISO-AAAA TO WD-CDE-AAAA.                              04940000
049500     MOVE W-QTE-RESERVEE TO WD-QTE.                               04950000
049600     IF ACTION-REMISE                                             04960000
049700         MOVE 'RELIQUAT' TO WD-ACTION                             04970000
049800         ADD 1 TO W-CPT-REMIS                                     04980000
049900     ELSE                                                         04990000
050000         MOVE 'ANNULEE' TO WD-ACTION                              05000000
050100         ADD 1 TO W-CPT-ANNULES.                                  05010000
050200     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           05020000
050300     PERFORM 8100-EDIT-LIGNE-DEB                                  05030000
050400       THRU  8100-EDIT-LIGNE-FIN.                                 05040000
050500     ADD 1 TO W-TOT-ENTREPOT.                                     05050000
050600 6070-DETAIL-FIN.                                                 05060000
050700      EXIT.                                                       05070000
050800***************                                                   05080000
050900 6080-DEBUT-ENTREPOT-DEB.                                         05090000
051000     MOVE W-ID-ENTREPOT TO W-CUR-ENTREPOT.                        05100000
051100     MOVE W-CUR-ENTREPOT TO WN-ENTREPOT.                          05110000
051200     MOVE W-LIM-JJ TO WN-LIM-JJ.                                  05120000
051300     MOVE W-LIM-MM TO WN-LIM-MM.                                  05130000
051400     MOVE W-LIM-AAAA TO WN-LIM-AAAA.                              05140000
051500     MOVE W-AGE-RESV TO WN-AGE.                                   05150000
051600     MOVE 99 TO EDIT-CPT-LIGNES.                                  05160000
051700     MOVE W-LIGNE-ENT-DEP TO EDIT-LIGNE.                          05170000
051800     PERFORM 8100-EDIT-LIGNE-DEB                                  05180000
051900       THRU  8100-EDIT-LIGNE-FIN.                                 05190000
052000     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         05200000
052100     PERFORM 8100-EDIT-LIGNE-DEB                                  05210000
052200       THRU  8100-EDIT-LIGNE-FIN.                                 05220000
052300     MOVE ZERO TO W-TOT-ENTREPOT.                                 05230000
052400 6080-DEBUT-ENTREPOT-FIN.                                         05240000
052500      EXIT.                                                       05250000
052600***************                                                   05260000
052700 6090-FIN-ENTREPOT-DEB.                                           05270000
052800     MOVE W-TOT-ENTREPOT TO WT-NB.                                05280000
052900     MOVE W-LIGNE-TOT-ENT TO EDIT-LIGNE.                          05290000
053000     PERFORM 8100-EDIT-LIGNE-DEB                                  05300000
053100       THRU  8100-EDIT-LIGNE-FIN.                                 05310000
053200 6090-FIN-ENTREPOT-FIN.                                           05320000
053300      EXIT.                                                       05330000
053400***************                                                   05340000
053500 8000-FIN-TRT-DEB.                                                05350000
053600     EXEC SQL                                                     05360000
053700         CLOSE C-RSVLIB                                           05370000
053800     END-EXEC.                                                    05380000
053900     EXEC SQL                                                     05390000
054000         COMMIT                                                   05400000
054100     END-EXEC.                                                    05410000
054200     IF W-CPT-LUS = ZERO                                          05420000
054300         MOVE 'AUCUNE RESERVATION ANCIENNE' TO EDIT-LIGNE         05430000
054400         PERFORM 8100-EDIT-LIGNE-DEB                              05440000
054500           THRU  8100-EDIT-LIGNE-FIN.                             05450000
054600     CLOSE LISTRSV.                                               05460000
054700     DISPLAY 'RESERVATIONS LUES    = ' W-CPT-LUS.                 05470000
054800     DISPLAY 'REMISES EN RELIQUAT  = ' W-CPT-REMIS.               05480000
054900     DISPLAY 'ANNULEES             = ' W-CPT-ANNULES.             05490000
055000     MOVE 'F' TO JRN-PHASE.                                       05500000
055100     MOVE W-CPT-LUS TO JRN-NB-LUS.                                05510000
055200     MOVE W-CPT-REMIS TO JRN-NB-ECRITS.                           05520000
055300     MOVE W-CPT-ANNULES TO JRN-NB-REJETES.                        05530000
055400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         05540000
055500     CALL 'JRNEXEC' USING JRN-EXECUTION.                          05550000
055600 8000-FIN-TRT-FIN.                                                05560000
055700      EXIT.                                                       05570000
055800************                                                      05580000
055900************                                                      05590000
056000  9990-FIN-NORMALE-DEB.                                           05600000
056100            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           05610000
056200       GOBACK.                                                    05620000
056300  9990-FIN-NORMALE-FIN.                                           05630000
056400       EXIT.                                                      05640000
056500*************                                                     05650000
056600 COPY EDITPRO REPLACING ==EDIT-RECORD==                           05660000
056700     BY ==LR00==.                                                 05670000
056800 COPY ANORPROC.                                                   05680000
