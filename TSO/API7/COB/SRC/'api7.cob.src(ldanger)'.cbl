000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LDANGER .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     LISTDAN       ASSIGN    LISTDAN.                  00060000
000700 DATA DIVISION.                                                   00070000
000800 FILE SECTION.                                                    00080000
000900 FD                 LISTDAN                                       00090000
001000      BLOCK              00000 RECORDS                            00100000
001100      DATA RECORD                                                 00110000
001200                    LE00                                          00120000
001300           LABEL RECORD STANDARD.                                 00130000
001400 01               LE00               PICTURE X(81).               00140000
001500 WORKING-STORAGE SECTION.                                         00150000
001600      EXEC SQL                                                    00160000
001700         INCLUDE SQLCA                                            00170000
001800      END-EXEC.                                                   00180000
001900******                                                            00190000
002000      EXEC SQL                                                    00200000
002100         DECLARE C-ENT CURSOR FOR                                 00210000
002200         SELECT E.ID_ENTREPOT, E.DESIGNATION                      00220000
002300           FROM API7.ENTREPOT E                                   00230000
002400          WHERE EXISTS                                            00240000
002500                (SELECT 1                                         00250000
002600                   FROM API7.ENTREPOT_DANGER D                    00260000
002700                  WHERE D.ID_ENTREPOT = E.ID_ENTREPOT)            00270000
002800             OR EXISTS                                            00280000
002900                (SELECT 1                                         00290000
003000                   FROM API7.STOCK S, API7.ARTICLE A              00300000
003100                  WHERE S.ID_ENTREPOT = E.ID_ENTREPOT             00310000
003200                    AND S.QUANTITE > 0                            00320000
003300                    AND A.ID_ARTICLE = S.ID_ARTICLE               00330000
003400                    AND A.CLASSE_DANGER <> ' ')                   00340000
003500          ORDER BY E.ID_ENTREPOT                                  00350000
003600      END-EXEC.                                                   00360000
003700******                                                            00370000
003800      EXEC SQL                                                    00380000
003900         DECLARE C-AGREE CURSOR FOR                               00390000
004000         SELECT CLASSE_DANGER, CHAR(DATE_AGREMENT, ISO)           00400000
004100           FROM API7.ENTREPOT_DANGER                              00410000
004200          WHERE ID_ENTREPOT = :W-ENT                              00420000
004300          ORDER BY CLASSE_DANGER                                  00430000
004400      END-EXEC.                                                   00440000
004500******                                                            00450000
004600      EXEC SQL                                                    00460000
004700         DECLARE C-STKDAN CURSOR FOR                              00470000
004800         SELECT S.ID_ARTICLE, A.DESIGNATION, A.CLASSE_DANGER,     00480000
004900                S.QUANTITE,                                       00490000
005000                CASE WHEN EXISTS                                  00500000
005100                          (SELECT 1                               00510000
005200                             FROM API7.ENTREPOT_DANGER D          00520000
005300                            WHERE D.ID_ENTREPOT = S.ID_ENTREPOT   00530000
005400                              AND D.CLASSE_DANGER =               00540000
005500                                  A.CLASSE_DANGER)                00550000
005600                     THEN 'O' ELSE 'N'                            00560000
005700                END                                               00570000
005800           FROM API7.STOCK S, API7.ARTICLE A                      00580000
005900          WHERE S.ID_ENTREPOT = :W-ENT                            00590000
006000            AND S.QUANTITE > 0                                    00600000
006100            AND A.ID_ARTICLE = S.ID_ARTICLE                       00610000
006200            AND A.CLASSE_DANGER <> ' '                            00620000
006300          ORDER BY A.CLASSE_DANGER, S.ID_ARTICLE                  00630000
006400      END-EXEC.                                                   00640000
006500******                                                            00650000
006600      EXEC SQL                                                    00660000
006700         DECLARE C-EMPDAN CURSOR FOR                              00670000
006800         SELECT E.ALLEE, E.ETAGERE, E.CASIER,                     00680000
006900                COALESCE(                                         00690000
007000                (SELECT MIN(A2.CLASSE_DANGER)                     00700000
007100                   FROM API7.EMPLACEMENT E2,                      00710000
007200                        API7.ARTICLE A2,                          00720000
007300                        API7.INCOMPAT_DANGER I                    00730000
007400                  WHERE E2.ID_ENTREPOT = E.ID_ENTREPOT            00740000
007500                    AND E2.ALLEE = E.ALLEE                        00750000
007600                    AND E2.ID_ARTICLE <> E.ID_ARTICLE             00760000
007700                    AND A2.ID_ARTICLE = E2.ID_ARTICLE             00770000
007800                    AND ((I.CLASSE_1 = :W-CLASSE                  00780000
007900                          AND I.CLASSE_2 = A2.CLASSE_DANGER)      00790000
008000                      OR (I.CLASSE_2 = :W-CLASSE                  00800000
008100                          AND I.CLASSE_1 = A2.CLASSE_DANGER))),   00810000
008200                ' ')                                              00820000
008300           FROM API7.EMPLACEMENT E                                00830000
008400          WHERE E.ID_ARTICLE = :W-NOART                           00840000
008500            AND E.ID_ENTREPOT = :W-ENT                            00850000
008600          ORDER BY E.ALLEE, E.ETAGERE, E.CASIER                   00860000
008700      END-EXEC.                                                   00870000
008800******                                                            00880000
008900 COPY EDITWS.                                                     00890000
009000 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LDANGER'.                    00900000
009100 01  W-SQLCODE      PIC +++9.                                     00910000
009200 01  W-EOF-ENT      PIC X     VALUE '0'.                          00920000
009300     88  FIN-ENT-OK           VALUE '1'.                          00930000
009400 01  W-EOF-AGR      PIC X     VALUE '0'.                          00940000
009500     88  FIN-AGR-OK           VALUE '1'.                          00950000
009600 01  W-EOF-STK      PIC X     VALUE '0'.                          00960000
009700     88  FIN-STK-OK           VALUE '1'.                          00970000
009800 01  W-EOF-EMP      PIC X     VALUE '0'.                          00980000
009900     88  FIN-EMP-OK           VALUE '1'.                          00990000
010000 01  W-ENT          PIC X(2)  VALUE SPACES.                       01000000
010100 01  W-LIB-ENT      PIC X(20) VALUE SPACES.                       01010000
010200 01  W-CLASSE       PIC X(2)  VALUE SPACES.                       01020000
010300 01  W-DATE-AGR     PIC X(10) VALUE SPACES.                       01030000
010400 01  W-NOART        PIC S9(9) USAGE COMP VALUE ZERO.              01040000
010500 01  W-DESIGN       PIC X(20) VALUE SPACES.                       01050000
010600 01  W-QUANTITE     PIC S9(9) USAGE COMP VALUE ZERO.              01060000
010700 01  W-AGREE        PIC X     VALUE 'O'.                          01070000
010800     88  CLASSE-AGREEE        VALUE 'O'.                          01080000
010900 01  W-ALLEE        PIC X(2)  VALUE SPACES.                       01090000
011000 01  W-ETAGERE      PIC X(2)  VALUE SPACES.                       01100000
011100 01  W-CASIER       PIC X(3)  VALUE SPACES.                       01110000
011200 01  W-CLASSE-CONF  PIC X(2)  VALUE SPACES.                       01120000
011300 01  W-NB-AGR       PIC S9(9) USAGE COMP VALUE ZERO.              01130000
011400 01  W-NB-ART       PIC S9(9) USAGE COMP VALUE ZERO.              01140000
011500 01  W-NB-ANO       PIC S9(9) USAGE COMP VALUE ZERO.              01150000
011600 COPY ANORMAL.                                                    01160000
011700 COPY JRNCOM.                                                     01170000
011800 COPY DATCOM.                                                     01180000
011900******                                                            01190000
012000 01  W-CPT-ENTREPOTS PIC S9(9) USAGE COMP-3 VALUE ZERO.           01200000
012100 01  W-CPT-ARTICLES PIC S9(9) USAGE COMP-3 VALUE ZERO.            01210000
012200 01  W-CPT-NON-AGR  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01220000
012300 01  W-CPT-INCOMP   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01230000
012400******                                                            01240000
012500 01  W-LIGNE-ENTETE.                                              01250000
012600     05  FILLER   PIC X(30) VALUE                                 01260000
012700         'SYNTHESE MATIERES DANGEREUSES '.                        01270000
012800     05  WE-DATE        PIC X(10).                                01280000
012900 01  W-LIGNE-ENT.                                                 01290000
013000     05  FILLER   PIC X(9)  VALUE 'ENTREPOT '.                    01300000
013100     05  WN-ENT         PIC X(2).                                 01310000
013200     05  FILLER   PIC X(1)  VALUE SPACES.                         01320000
013300     05  WN-LIB         PIC X(20).                                01330000
013400     05  FILLER   PIC X(48) VALUE SPACES.                         01340000
013500 01  W-LIGNE-RUBRIQUE.                                            01350000
013600     05  FILLER   PIC X(2)  VALUE SPACES.                         01360000
013700     05  WR-TITRE       PIC X(40).                                01370000
013800     05  FILLER   PIC X(38) VALUE SPACES.                         01380000
013900 01  W-LIGNE-AGREE.                                               01390000
014000     05  FILLER   PIC X(11) VALUE '    CLASSE '.                  01400000
014100     05  WA-CLASSE      PIC X(2).                                 01410000
014200     05  FILLER   PIC X(11) VALUE ' AGREEE LE '.                  01420000
014300     05  WA-DATE        PIC X(10).                                01430000
014400     05  FILLER   PIC X(46) VALUE SPACES.                         01440000
014500 01  W-LIGNE-COLONNES.                                            01450000
014600     05  FILLER   PIC X(39) VALUE                                 01460000
014700         '      ARTICLE DESIGNATION          CL  '.               01470000
014800     05  FILLER   PIC X(41) VALUE                                 01480000
014900         'QUANTITE  ANOMALIE                       '.             01490000
015000 01  W-LIGNE-DETAIL.                                              01500000
015100     05  FILLER   PIC X(4)  VALUE SPACES.                         01510000
015200     05  WD-NOART       PIC ZZZZZZZZ9.                            01520000
015300     05  FILLER   PIC X(1)  VALUE SPACES.                         01530000
015400     05  WD-DESIGN      PIC X(20).                                01540000
015500     05  FILLER   PIC X(1)  VALUE SPACES.                         01550000
015600     05  WD-CLASSE      PIC X(2).                                 01560000
015700     05  FILLER   PIC X(1)  VALUE SPACES.                         01570000
015800     05  WD-QUANTITE    PIC ZZZZZZZZ9.                            01580000
015900     05  FILLER   PIC X(2)  VALUE SPACES.                         01590000
016000     05  WD-ANOMALIE    PIC X(20).                                01600000
016100     05  FILLER   PIC X(11) VALUE SPACES.                         01610000
016200 01  W-LIGNE-EMPL.                                                01620000
016300     05  FILLER   PIC X(12) VALUE '      EMPL. '.                 01630000
016400     05  WB-ALLEE       PIC X(2).                                 01640000
016500     05  FILLER   PIC X(1)  VALUE '-'.                            01650000
016600     05  WB-ETAGERE     PIC X(2).                                 01660000
016700     05  FILLER   PIC X(1)  VALUE '-'.                            01670000
016800     05  WB-CASIER      PIC X(3).                                 01680000
016900     05  FILLER   PIC X(2)  VALUE SPACES.                         01690000
017000     05  WB-ANOMALIE    PIC X(40).                                01700000
017100     05  FILLER   PIC X(17) VALUE SPACES.                         01710000
017200 01  W-LIGNE-INCOMP.                                              01720000
017300     05  FILLER   PIC X(31) VALUE                                 01730000
017400         'ALLEE PARTAGEE AVEC LA CLASSE  '.                       01740000
017500     05  WI-CLASSE      PIC X(2).                                 01750000
017600     05  FILLER   PIC X(7)  VALUE SPACES.                         01760000
017700 01  W-LIGNE-TOTAL.                                               01770000
017800     05  WT-LIBELLE     PIC X(20).                                01780000
017900     05  FILLER   PIC X(11) VALUE 'ARTICLES : '.                  01790000
018000     05  WT-NB          PIC ZZZZZZZZ9.                            01800000
018100     05  FILLER   PIC X(14) VALUE '  ANOMALIES : '.               01810000
018200     05  WT-ANO         PIC ZZZZZZZZ9.                            01820000
018300     05  FILLER   PIC X(17) VALUE SPACES.                         01830000
018400******                                                            01840000
018500 PROCEDURE DIVISION.                                              01850000
018600 1000-LDANGER-DEB.                                                01860000
018700     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01870000
018800     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01880000
018900     MOVE 'D' TO JRN-PHASE                                        01890000
019000     CALL 'JRNEXEC' USING JRN-EXECUTION                           01900000
019100     PERFORM 5000-INIT-DEB                                        01910000
019200       THRU  5000-INIT-FIN.                                       01920000
019300     PERFORM 6010-ENTREPOT-DEB                                    01930000
019400       THRU  6010-ENTREPOT-FIN                                    01940000
019500       UNTIL FIN-ENT-OK.                                          01950000
019600     PERFORM 8000-FIN-TRT-DEB                                     01960000
019700       THRU  8000-FIN-TRT-FIN.                                    01970000
019800     PERFORM 9990-FIN-NORMALE-DEB                                 01980000
019900       THRU  9990-FIN-NORMALE-FIN.                                01990000
020000 1000-LDANGER-FIN.                                                02000000
020100     EXIT.                                                        02010000
020200***************                                                   02020000
020300 5000-INIT-DEB.                                                   02030000
020400     CALL 'DATETRT' USING DAT-TRAITEMENT.                         02040000
020500     IF DAT-CODE-RETOUR NOT = ZERO                                02050000
020600         MOVE ZERO TO W-SQLCODE                                   02060000
020700         MOVE 'AUCUNE JOURNEE OUVERTE'                            02070000
020800              TO W-MESSAGE-ANOR                                   02080000
020900         PERFORM 9999-FIN-ANORMALE-DEB                            02090000
021000           THRU  9999-FIN-ANORMALE-FIN.                           02100000
021100     OPEN OUTPUT LISTDAN.                                         02110000
021200     MOVE DAT-DATE-ISO TO WE-DATE.                                02120000
021300     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           02130000
021400     PERFORM 8300-EDIT-INIT-DEB                                   02140000
021500       THRU  8300-EDIT-INIT-FIN.                                  02150000
021600     EXEC SQL                                                     02160000
021700         OPEN C-ENT                                               02170000
021800     END-EXEC.                                                    02180000
021900     IF SQLCODE NOT = ZERO                                        02190000
022000         MOVE SQLCODE TO W-SQLCODE                                02200000
022100         MOVE 'OPEN C-ENT SQLCODE = '                             02210000
022200              TO W-MESSAGE-ANOR                                   02220000
022300         PERFORM 9999-FIN-ANORMALE-DEB                            02230000
022400           THRU  9999-FIN-ANORMALE-FIN.                           02240000
022500 5000-INIT-FIN.                                                   02250000
022600      EXIT.                                                       02260000
022700***************                                                   02270000
022800 6010-ENTREPOT-DEB.                                               02280000
022900     EXEC SQL                                                     02290000
023000         FETCH C-ENT                                              02300000
023100           INTO :W-ENT, :W-LIB-ENT                                02310000
023200     END-EXEC.                                                    02320000
023300     EVALUATE SQLCODE                                             02330000
023400         WHEN 100                                                 02340000
023500             MOVE '1' TO W-EOF-ENT                                02350000
023600             GO TO 6010-ENTREPOT-FIN                              02360000
023700         WHEN ZERO                                                02370000
023800             CONTINUE                                             02380000
023900         WHEN OTHER                                               02390000
024000             MOVE SQLCODE TO W-SQLCODE                            02400000
024100             MOVE 'FETCH C-ENT SQLCODE = '                        02410000
024200                  TO W-MESSAGE-ANOR                               02420000
024300             PERFORM 9999-FIN-ANORMALE-DEB                        02430000
024400               THRU  9999-FIN-ANORMALE-FIN                        02440000
024500     END-EVALUATE.                                                02450000
024600     ADD 1 TO W-CPT-ENTREPOTS.                                    02460000
024700     MOVE ZERO TO W-NB-AGR.                                       02470000
024800     MOVE ZERO TO W-NB-ART.                                       02480000
024900     MOVE ZERO TO W-NB-ANO.                                       02490000
025000     MOVE 99 TO EDIT-CPT-LIGNES.                                  02500000
025100     MOVE W-ENT TO WN-ENT.                                        02510000
025200     MOVE W-LIB-ENT TO WN-LIB.                                    02520000
025300     MOVE W-LIGNE-ENT TO EDIT-LIGNE.                              02530000
025400     PERFORM 8100-EDIT-LIGNE-DEB                                  02540000
025500       THRU  8100-EDIT-LIGNE-FIN.                                 02550000
025600     PERFORM 6020-AGREMENTS-DEB                                   02560000
025700       THRU  6020-AGREMENTS-FIN.                                  02570000
025800     PERFORM 6030-STOCKS-DEB                                      02580000
025900       THRU  6030-STOCKS-FIN.                                     02590000
026000     MOVE 'TOTAL ENTREPOT' TO WT-LIBELLE.                         02600000
026100     MOVE W-NB-ART TO WT-NB.                                      02610000
026200     MOVE W-NB-ANO TO WT-ANO.                                     02620000
026300     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02630000
026400     PERFORM 8100-EDIT-LIGNE-DEB                                  02640000
026500       THRU  8100-EDIT-LIGNE-FIN.                                 02650000
026600 6010-ENTREPOT-FIN.                                               02660000
026700      EXIT.                                                       02670000
026800***************                                                   02680000
026900 6020-AGREMENTS-DEB.                                              02690000
027000     MOVE 'CLASSES AGREEES' TO WR-TITRE.                          02700000
027100     MOVE W-LIGNE-RUBRIQUE TO EDIT-LIGNE.                         02710000
027200     PERFORM 8100-EDIT-LIGNE-DEB                                  02720000
027300       THRU  8100-EDIT-LIGNE-FIN.                                 02730000
027400     MOVE '0' TO W-EOF-AGR.                                       02740000
027500     EXEC SQL                                                     02750000
027600         OPEN C-AGREE                                             02760000
027700     END-EXEC.                                                    02770000
027800     IF SQLCODE NOT = ZERO                                        02780000
027900         MOVE SQLCODE TO W-SQLCODE                                02790000
028000         MOVE 'OPEN C-AGREE SQLCODE = '                           02800000
028100              TO W-MESSAGE-ANOR                                   02810000
028200         PERFORM 9999-FIN-ANORMALE-DEB                            02820000
028300           THRU  9999-FIN-ANORMALE-FIN.                           02830000
028400     PERFORM 6025-AGREE-DEB                                       02840000
028500       THRU  6025-AGREE-FIN                                       02850000
028600       UNTIL FIN-AGR-OK.                                          02860000
028700     EXEC SQL                                                     02870000
028800         CLOSE C-AGREE                                            02880000
028900     END-EXEC.                                                    02890000
029000     IF W-NB-AGR = ZERO                                           02900000
029100         MOVE '  AUCUNE CLASSE AGREEE' TO WR-TITRE                02910000
029200         MOVE W-LIGNE-RUBRIQUE TO EDIT-LIGNE                      02920000
029300         PERFORM 8100-EDIT-LIGNE-DEB                              02930000
029400           THRU  8100-EDIT-LIGNE-FIN.                             02940000
029500 6020-AGREMENTS-FIN.                                              02950000
029600      EXIT.                                                       02960000
029700***************                                                   02970000
029800 6025-AGREE-DEB.                                                  02980000
029900     EXEC SQL                                                     02990000
030000         FETCH C-AGREE                                            03000000
030100           INTO :W-CLASSE, :W-DATE-AGR                            03010000
030200     END-EXEC.                                                    03020000
030300     EVALUATE SQLCODE                                             03030000
030400         WHEN 100                                                 03040000
030500             MOVE '1' TO W-EOF-AGR                                03050000
030600             GO TO 6025-AGREE-FIN                                 03060000
030700         WHEN ZERO                                                03070000
030800             CONTINUE                                             03080000
030900         WHEN OTHER                                               03090000
031000             MOVE SQLCODE TO W-SQLCODE                            03100000
031100             MOVE 'FETCH C-AGREE SQLCODE = '                      03110000
031200                  TO W-MESSAGE-ANOR                               03120000
031300             PERFORM 9999-FIN-ANORMALE-DEB                        03130000
031400               THRU  9999-FIN-ANORMALE-FIN                        03140000
031500     END-EVALUATE.                                                03150000
031600     ADD 1 TO W-NB-AGR.                                           03160000
031700     MOVE W-CLASSE TO WA-CLASSE.                                  03170000
031800     MOVE W-DATE-AGR TO WA-DATE.                                  03180000
031900     MOVE W-LIGNE-AGREE TO EDIT-LIGNE.                            03190000
032000     PERFORM 8100-EDIT-LIGNE-DEB                                  03200000
032100       THRU  8100-EDIT-LIGNE-FIN.                                 03210000
032200 6025-AGREE-FIN.                                                  03220000
032300      EXIT.                                                       03230000
032400***************                                                   03240000
032500 6030-STOCKS-DEB.                                                 03250000
032600     MOVE 'STOCK DE MATIERES DANGEREUSES' TO WR-TITRE.            03260000
032700     MOVE W-LIGNE-RUBRIQUE TO EDIT-LIGNE.                         03270000
032800     PERFORM 8100-EDIT-LIGNE-DEB                                  03280000
032900       THRU  8100-EDIT-LIGNE-FIN.                                 03290000
033000     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         03300000
033100     PERFORM 8100-EDIT-LIGNE-DEB                                  03310000
033200       THRU  8100-EDIT-LIGNE-FIN.                                 03320000
033300     MOVE '0' TO W-EOF-STK.                                       03330000
033400     EXEC SQL                                                     03340000
033500         OPEN C-STKDAN                                            03350000
033600     END-EXEC.                                                    03360000
033700     IF SQLCODE NOT = ZERO                                        03370000
033800         MOVE SQLCODE TO W-SQLCODE                                03380000
033900         MOVE 'OPEN C-STKDAN SQLCODE = '                          03390000
034000              TO W-MESSAGE-ANOR                                   03400000
034100         PERFORM 9999-FIN-ANORMALE-DEB                            03410000
034200           THRU  9999-FIN-ANORMALE-FIN.                           03420000
034300     PERFORM 6035-STOCK-DEB                                       03430000
034400       THRU  6035-STOCK-FIN                                       03440000
034500       UNTIL FIN-STK-OK.                                          03450000
034600     EXEC SQL                                                     03460000
034700         CLOSE C-STKDAN                                           03470000
034800     END-EXEC.                                                    03480000
034900 6030-STOCKS-FIN.                                                 03490000
035000      EXIT.                                                       03500000
035100***************                                                   03510000
035200 6035-STOCK-DEB.                                                  03520000
035300     EXEC SQL                                                     03530000
035400         FETCH C-STKDAN                                           03540000
035500           INTO :W-NOART, :W-DESIGN, :W-CLASSE,                   03550000
035600                :W-QUANTITE, :W-AGREE                             03560000
035700     END-EXEC.                                                    03570000
035800     EVALUATE SQLCODE                                             03580000
035900         WHEN 100                                                 03590000
036000             MOVE '1' TO W-EOF-STK                                03600000
036100             GO TO 6035-STOCK-FIN                                 03610000
036200         WHEN ZERO                                                03620000
036300             CONTINUE                                             03630000
036400         WHEN OTHER                                               03640000
036500             MOVE SQLCODE TO W-SQLCODE                            03650000
036600             MOVE 'FETCH C-STKDAN SQLCODE = '                     03660000
036700                  TO W-MESSAGE-ANOR                               03670000
036800             PERFORM 9999-FIN-ANORMALE-DEB                        03680000
036900               THRU  9999-FIN-ANORMALE-FIN                        03690000
037000     END-EVALUATE.                                                03700000
037100     ADD 1 TO W-NB-ART.                                           03710000
037200     ADD 1 TO W-CPT-ARTICLES.                                     03720000
037300     MOVE W-NOART TO WD-NOART.                                    03730000
037400     MOVE W-DESIGN TO WD-DESIGN.                                  03740000
037500     MOVE W-CLASSE TO WD-CLASSE.                                  03750000
037600     MOVE W-QUANTITE TO WD-QUANTITE.                              03760000
037700     IF CLASSE-AGREEE                                             03770000
037800         MOVE SPACES TO WD-ANOMALIE                               03780000
037900     ELSE                                                         03790000
038000         MOVE 'CLASSE NON AGREEE' TO WD-ANOMALIE                  03800000
038100         ADD 1 TO W-NB-ANO                                        03810000
038200         ADD 1 TO W-CPT-NON-AGR.                                  03820000
038300     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           03830000
038400     PERFORM 8100-EDIT-LIGNE-DEB                                  03840000
038500       THRU  8100-EDIT-LIGNE-FIN.                                 03850000
038600     MOVE '0' TO W-EOF-EMP.                                       03860000
038700     EXEC SQL                                                     03870000
038800         OPEN C-EMPDAN                                            03880000
038900     END-EXEC.                                                    03890000
039000     IF SQLCODE NOT = ZERO                                        03900000
039100         MOVE SQLCODE TO W-SQLCODE                                03910000
039200         MOVE 'OPEN C-EMPDAN SQLCODE = '                          03920000
039300              TO W-MESSAGE-ANOR                                   03930000
039400         PERFORM 9999-FIN-ANORMALE-DEB                            03940000
039500           THRU  9999-FIN-ANORMALE-FIN.                           03950000
039600     PERFORM 6045-EMPL-DEB                                        03960000
039700       THRU  6045-EMPL-FIN                                        03970000
039800       UNTIL FIN-EMP-OK.                                          03980000
039900     EXEC SQL                                                     03990000
040000         CLOSE C-EMPDAN                                           04000000
040100     END-EXEC.                                                    04010000
040200 6035-STOCK-FIN.                                                  04020000
040300      EXIT.                                                       04030000
040400***************                                                   04040000
040500 6045-EMPL-DEB.                                                   04050000
040600     EXEC SQL                                                     04060000
040700         FETCH C-EMPDAN                                           04070000
040800           INTO :W-ALLEE, :W-ETAGERE, :W-CASIER,                  04080000
040900                :W-CLASSE-CONF                                    04090000
041000     END-EXEC.                                                    04100000
041100     EVALUATE SQLCODE                                             04110000
041200         WHEN 100                                                 04120000
041300             MOVE '1' TO W-EOF-EMP                                04130000
041400             GO TO 6045-EMPL-FIN                                  04140000
041500         WHEN ZERO                                                04150000
041600             CONTINUE                                             04160000
041700         WHEN OTHER                                               04170000
041800             MOVE SQLCODE TO W-SQLCODE                            04180000
041900             MOVE 'FETCH C-EMPDAN SQLCODE = '                     04190000
042000                  TO W-MESSAGE-ANOR                               04200000
042100             PERFORM 9999-FIN-ANORMALE-DEB                        04210000
042200               THRU  9999-FIN-ANORMALE-FIN                        04220000
042300     END-EVALUATE.                                                04230000
042400     MOVE W-ALLEE TO WB-ALLEE.                                    04240000
042500     MOVE W-ETAGERE TO WB-ETAGERE.                                04250000
042600     MOVE W-CASIER TO WB-CASIER.                                  04260000
042700     IF W-CLASSE-CONF = SPACES                                    04270000
042800         MOVE SPACES TO WB-ANOMALIE                               04280000
042900     ELSE                                                         04290000
043000         MOVE W-CLASSE-CONF TO WI-CLASSE                          04300000
043100         MOVE W-LIGNE-INCOMP TO WB-ANOMALIE                       04310000
043200         ADD 1 TO W-NB-ANO                                        04320000
043300         ADD 1 TO W-CPT-INCOMP.                                   04330000
043400     MOVE W-LIGNE-EMPL TO EDIT-LIGNE.                             04340000
043500     PERFORM 8100-EDIT-LIGNE-DEB                                  04350000
043600       THRU  8100-EDIT-LIGNE-FIN.                                 04360000
043700 6045-EMPL-FIN.                                                   04370000
043800      EXIT.                                                       04380000
043900***************                                                   04390000
044000 8000-FIN-TRT-DEB.                                                04400000
044100     EXEC SQL                                                     04410000
044200         CLOSE C-ENT                                              04420000
044300     END-EXEC.                                                    04430000
044400     MOVE 'TOTAL GENERAL' TO WT-LIBELLE.                          04440000
044500     MOVE W-CPT-ARTICLES TO WT-NB.                                04450000
044600     COMPUTE WT-ANO = W-CPT-NON-AGR + W-CPT-INCOMP.               04460000
044700     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            04470000
044800     PERFORM 8100-EDIT-LIGNE-DEB                                  04480000
044900       THRU  8100-EDIT-LIGNE-FIN.                                 04490000
045000     CLOSE LISTDAN.                                               04500000
045100     DISPLAY 'ENTREPOTS EDITES     = ' W-CPT-ENTREPOTS.           04510000
045200     DISPLAY 'ARTICLES DANGEREUX   = ' W-CPT-ARTICLES.            04520000
045300     DISPLAY 'CLASSES NON AGREEES  = ' W-CPT-NON-AGR.             04530000
045400     DISPLAY 'ALLEES INCOMPATIBLES = ' W-CPT-INCOMP.              04540000
045500     MOVE 'F' TO JRN-PHASE.                                       04550000
045600     MOVE W-CPT-ARTICLES TO JRN-NB-LUS.                           04560000
045700     MOVE W-CPT-ARTICLES TO JRN-NB-ECRITS.                        04570000
045800     MOVE ZERO TO JRN-NB-REJETES.                                 04580000
045900     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         04590000
046000     CALL 'JRNEXEC' USING JRN-EXECUTION.                          04600000
046100 8000-FIN-TRT-FIN.                                                04610000
046200      EXIT.                                                       04620000
046300************                                                      04630000
046400************                                                      04640000
046500  9990-FIN-NORMALE-DEB.                                           04650000
046600            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           04660000
046700       GOBACK.                                                    04670000
046800  9990-FIN-NORMALE-FIN.                                           04680000
046900       EXIT.                                                      04690000
047000*************                                                     04700000
047100 COPY EDITPRO REPLACING ==EDIT-RECORD==                           04710000
047200     BY ==LE00==.                                                 04720000
047300 COPY ANORPROC.                                                   04730000
