000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LINTSTK .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     LISTINT       ASSIGN    LISTINT.                  00060000
000700     SELECT     COR-FICHIER   ASSIGN    MVTCOR.                   00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 LISTINT                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    LI00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               LI00               PICTURE X(80).               00150000
001600 FD                 COR-FICHIER                                   00160000
001700      BLOCK              00000 RECORDS                            00170000
001800      DATA RECORD                                                 00180000
001900                    CR00                                          00190000
002000           LABEL RECORD STANDARD.                                 00200000
002100 01               CR00.                                           00210000
002200   10             CR00-NOART    PICTURE 9(9).                     00220000
002300   10             CR00-ENTREPOT PICTURE X(2).                     00230000
002400   10             CR00-TYPE     PICTURE X(1).                     00240000
002500   10             CR00-QUANTITE PICTURE 9(9).                     00250000
002600   10             CR00-ENT-DEST PICTURE X(2).                     00260000
002700   10             CR00-FOURN    PICTURE X(5).                     00270000
002800   10             CR00-NO-TRF   PICTURE 9(9).                     00280000
002900   10             CR00-NO-LOT   PICTURE X(10).                    00290000
003000   10             CR00-DATE-PER PICTURE X(8).                     00300000
003100   10             CR00-STATUT   PICTURE X(1).                     00310000
003200   10             CR00-FILLER   PICTURE X(24).                    00320000
003300 WORKING-STORAGE SECTION.                                         00330000
003400      EXEC SQL                                                    00340000
003500         INCLUDE SQLCA                                            00350000
003600      END-EXEC.                                                   00360000
003700******                                                            00370000
003800      EXEC SQL                                                    00380000
003900         DECLARE C-C01 CURSOR FOR                                 00390000
004000         SELECT S.ID_ARTICLE, S.ID_ENTREPOT, S.QUANTITE,          00400000
004100                COALESCE((SELECT H.QUANTITE                       00410000
004200                            FROM API7.STOCK_HISTORIQUE H          00420000
004300                           WHERE H.PERIODE = :W-PERIODE-PREC      00430000
004400                             AND H.ID_ARTICLE = S.ID_ARTICLE      00440000
004500                             AND H.ID_ENTREPOT = S.ID_ENTREPOT),  00450000
004600                         0)                                       00460000
004700              + COALESCE((SELECT SUM(CASE                         00470000
004800                            WHEN M.TYPE_MOUVEMENT IN              00480000
004900                                 ('E', 'D', 'I', 'C', 'L')        00490000
005000                            THEN M.QUANTITE                       00500000
005100                            WHEN M.TYPE_MOUVEMENT IN              00510000
005200                                 ('S', 'T', 'Q', 'A')             00520000
005300                            THEN 0 - M.QUANTITE                   00530000
005400                            WHEN M.TYPE_MOUVEMENT = 'R'           00540000
005500                             AND M.STATUT_STOCK = ' '             00550000
005600                            THEN 0 - M.QUANTITE                   00560000
005700                            ELSE 0 END)                           00570000
005800                            FROM API7.MOUVEMENT_STOCK M           00580000
005900                           WHERE M.ID_ARTICLE = S.ID_ARTICLE      00590000
006000                             AND M.ID_ENTREPOT = S.ID_ENTREPOT    00600000
006100                             AND M.DATE_MOUVEMENT >=              00610000
006200                                 DATE(:W-DEBUT-MOIS)),            00620000
006300                         0)                                       00630000
006400           FROM API7.STOCK S                                      00640000
006500          ORDER BY S.ID_ARTICLE, S.ID_ENTREPOT                    00650000
006600      END-EXEC.                                                   00660000
006700******                                                            00670000
006800      EXEC SQL                                                    00680000
006900         DECLARE C-C02 CURSOR FOR                                 00690000
007000         SELECT S.ID_ARTICLE, S.ID_ENTREPOT,                      00700000
007100                S.QUANTITE + S.QTE_QUARANTAINE + S.QTE_ABIMEE,    00710000
007200                COALESCE((SELECT SUM(L.QUANTITE)                  00720000
007300                            FROM API7.STOCK_LOT L                 00730000
007400                           WHERE L.ID_ARTICLE = S.ID_ARTICLE      00740000
007500                             AND L.ID_ENTREPOT = S.ID_ENTREPOT),  00750000
007600                         0)                                       00760000
007700           FROM API7.STOCK S                                      00770000
007800          WHERE EXISTS                                            00780000
007900                (SELECT 1 FROM API7.STOCK_LOT K                   00790000
008000                  WHERE K.ID_ARTICLE = S.ID_ARTICLE)              00800000
008100          ORDER BY S.ID_ARTICLE, S.ID_ENTREPOT                    00810000
008200      END-EXEC.                                                   00820000
008300******                                                            00830000
008400      EXEC SQL                                                    00840000
008500         DECLARE C-C03 CURSOR FOR                                 00850000
008600         SELECT S.ID_ARTICLE, SUM(S.QTE_RESERVEE)                 00860000
008620              + (SELECT COALESCE(SUM(C.QTE_RESERVEE), 0)          00862000
008640                   FROM API7.STOCK_CONSIGNATION C                 00864000
008660                  WHERE C.ID_ARTICLE = S.ID_ARTICLE)              00866000
008700           FROM API7.STOCK S                                      00870000
008800          GROUP BY S.ID_ARTICLE                                   00880000
008900          ORDER BY S.ID_ARTICLE                                   00890000
009000      END-EXEC.                                                   00900000
009100******                                                            00910000
009200      EXEC SQL                                                    00920000
009300         DECLARE C-C04 CURSOR FOR                                 00930000
009400         SELECT S.ID_ARTICLE, S.ID_ENTREPOT,                      00940000
009500                S.QTE_QUARANTAINE, S.QTE_ABIMEE,                  00950000
009600                COALESCE((SELECT SUM(CASE                         00960000
009700                            WHEN M.TYPE_MOUVEMENT = 'Q'           00970000
009800                            THEN M.QUANTITE                       00980000
009900                            WHEN M.TYPE_MOUVEMENT = 'L'           00990000
010000                            THEN 0 - M.QUANTITE                   01000000
010100                            WHEN M.TYPE_MOUVEMENT = 'R'           01010000
010200                             AND M.STATUT_STOCK = 'Q'             01020000
010300                            THEN 0 - M.QUANTITE                   01030000
010400                            ELSE 0 END)                           01040000
010500                            FROM API7.MOUVEMENT_STOCK M           01050000
010600                           WHERE M.ID_ARTICLE = S.ID_ARTICLE      01060000
010700                             AND M.ID_ENTREPOT = S.ID_ENTREPOT),  01070000
010800                         0),                                      01080000
010900                COALESCE((SELECT SUM(CASE                         01090000
011000                            WHEN M.TYPE_MOUVEMENT = 'A'           01100000
011100                            THEN M.QUANTITE                       01110000
011200                            WHEN M.TYPE_MOUVEMENT = 'X'           01120000
011300                            THEN 0 - M.QUANTITE                   01130000
011400                            WHEN M.TYPE_MOUVEMENT = 'R'           01140000
011500                             AND M.STATUT_STOCK = 'A'             01150000
011600                            THEN 0 - M.QUANTITE                   01160000
011700                            ELSE 0 END)                           01170000
011800                            FROM API7.MOUVEMENT_STOCK M           01180000
011900                           WHERE M.ID_ARTICLE = S.ID_ARTICLE      01190000
012000                             AND M.ID_ENTREPOT = S.ID_ENTREPOT),  01200000
012100                         0)                                       01210000
012200           FROM API7.STOCK S                                      01220000
012300          ORDER BY S.ID_ARTICLE, S.ID_ENTREPOT                    01230000
012400      END-EXEC.                                                   01240000
012500******                                                            01250000
012600 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LINTSTK'.                    01260000
012700 01  W-SQLCODE      PIC +++9.                                     01270000
012800 01  W-EOF-CUR      PIC X     VALUE '0'.                          01280000
012900     88  FIN-CUR-OK           VALUE '1'.                          01290000
013000 01  W-ANOMALIES    PIC X     VALUE '0'.                          01300000
013100     88  ANOMALIES-TROUVEES   VALUE '1'.                          01310000
013200 01  W-CORRECTION   PIC X     VALUE 'N'.                          01320000
013300     88  AVEC-CORRECTION      VALUE 'O'.                          01330000
013400 COPY ANORMAL.                                                    01340000
013500 COPY PRMCOM.                                                     01350000
013600 COPY JRNCOM.                                                     01360000
013700 COPY DATCOM.                                                     01370000
013800 COPY CTLLOT.                                                     01380000
013900 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       01390000
014000 01  W-HEURE-LOT.                                                 01400000
014100     05  W-HL-HHMMSS PIC 9(6).                                    01410000
014200     05  FILLER     PIC X(2).                                     01420000
014300******                                                            01430000
014400 01  W-DATE-TRT.                                                  01440000
014500     05  W-TRT-AAAA PIC 9(4).                                     01450000
014600     05  FILLER     PIC X(1).                                     01460000
014700     05  W-TRT-MM   PIC 9(2).                                     01470000
014800     05  FILLER     PIC X(3).                                     01480000
014900 01  W-DEBUT-MOIS.                                                01490000
015000     05  W-DEB-AAAA PIC 9(4).                                     01500000
015100     05  FILLER     PIC X(1)  VALUE '-'.                          01510000
015200     05  W-DEB-MM   PIC 9(2).                                     01520000
015300     05  FILLER     PIC X(3)  VALUE '-01'.                        01530000
015400 01  W-PERIODE-PREC.                                              01540000
015500     05  W-PREC-AAAA    PIC 9(4).                                 01550000
015600     05  W-PREC-MM      PIC 9(2).                                 01560000
015700 01  W-NB-PHOTO     PIC S9(9) USAGE COMP VALUE ZERO.              01570000
015800******                                                            01580000
015900 01  W-CLE-ART      PIC S9(9) USAGE COMP VALUE ZERO.              01590000
016000 01  W-CLE-ENT      PIC X(2)  VALUE SPACES.                       01600000
016100 01  W-QTE-STOCK    PIC S9(9) USAGE COMP VALUE ZERO.              01610000
016200 01  W-QTE-ATTENDUE PIC S9(9) USAGE COMP VALUE ZERO.              01620000
016300 01  W-QTE-ECART    PIC S9(9) USAGE COMP VALUE ZERO.              01630000
016400 01  W-QTE-QUAR     PIC S9(9) USAGE COMP VALUE ZERO.              01640000
016500 01  W-QTE-ABIM     PIC S9(9) USAGE COMP VALUE ZERO.              01650000
016600 01  W-ATT-QUAR     PIC S9(9) USAGE COMP VALUE ZERO.              01660000
016700 01  W-ATT-ABIM     PIC S9(9) USAGE COMP VALUE ZERO.              01670000
016800 01  W-ATT-KIT      PIC S9(9) USAGE COMP VALUE ZERO.              01680000
016900******                                                            01690000
017000 01  W-CPT-SECTION  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01700000
017100 01  W-CPT-TOTAL    PIC S9(9) USAGE COMP-3 VALUE ZERO.            01710000
017200 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01720000
017300 01  W-CPT-CORRECT  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01730000
017400******                                                            01740000
017500 01  W-LIGNE-ENTETE.                                              01750000
017600     05  FILLER   PIC X(40) VALUE                                 01760000
017700         'CONTROLE INTEGRITE DES QUANTITES STOCK'.                01770000
017800     05  FILLER   PIC X(18) VALUE 'JOURNEE DU '.                  01780000
017900     05  WE-DATE        PIC X(10).                                01790000
018000     05  FILLER   PIC X(12) VALUE SPACES.                         01800000
018100 01  W-LIGNE-SECTION.                                             01810000
018200     05  FILLER   PIC X(9)  VALUE 'CONTROLE '.                    01820000
018300     05  W-TITRE-SECTION PIC X(50).                               01830000
018400     05  FILLER   PIC X(21) VALUE SPACES.                         01840000
018500 01  W-LIGNE-ECART.                                               01850000
018600     05  FILLER   PIC X(2)  VALUE SPACES.                         01860000
018700     05  WD-LIBELLE     PIC X(4).                                 01870000
018800     05  FILLER   PIC X(5)  VALUE ' ART '.                        01880000
018900     05  WD-NOART       PIC ZZZZZZZZ9.                            01890000
019000     05  FILLER   PIC X(5)  VALUE ' ENT '.                        01900000
019100     05  WD-ENTREPOT    PIC X(2).                                 01910000
019200     05  FILLER   PIC X(7)  VALUE ' STOCK '.                      01920000
019300     05  WD-STOCK       PIC ---------9.                           01930000
019400     05  FILLER   PIC X(9)  VALUE ' ATTENDU '.                    01940000
019500     05  WD-ATTENDU     PIC ---------9.                           01950000
019600     05  FILLER   PIC X(7)  VALUE ' ECART '.                      01960000
019700     05  WD-ECART       PIC ---------9.                           01970000
019800 01  W-LIGNE-MESSAGE.                                             01980000
019900     05  FILLER   PIC X(3)  VALUE SPACES.                         01990000
020000     05  WM-MESSAGE     PIC X(60).                                02000000
020100     05  FILLER   PIC X(17) VALUE SPACES.                         02010000
020200 01  W-LIGNE-CPT.                                                 02020000
020300     05  FILLER   PIC X(14) VALUE '   ECARTS   : '.               02030000
020400     05  WC-CPT   PIC ZZZZZZZZ9.                                  02040000
020500     05  FILLER   PIC X(57) VALUE SPACES.                         02050000
020600 01  W-LIGNE-TOTAL.                                               02060000
020700     05  FILLER   PIC X(17) VALUE 'TOTAL ECARTS   : '.            02070000
020800     05  WT-CPT   PIC ZZZZZZZZ9.                                  02080000
020900     05  FILLER   PIC X(20) VALUE '  CORRECTIONS  : '.            02090000
021000     05  WT-CORRECT PIC ZZZZZZZZ9.                                02100000
021100     05  FILLER   PIC X(25) VALUE SPACES.                         02110000
021200******                                                            02120000
021300 PROCEDURE DIVISION.                                              02130000
021400 1000-LINTSTK-DEB.                                                02140000
021500     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  02150000
021600     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           02160000
021700     MOVE 'D' TO JRN-PHASE                                        02170000
021800     CALL 'JRNEXEC' USING JRN-EXECUTION                           02180000
021900     PERFORM 5000-INIT-DEB                                        02190000
022000       THRU  5000-INIT-FIN.                                       02200000
022100     PERFORM 6100-C01-DEB                                         02210000
022200       THRU  6100-C01-FIN.                                        02220000
022300     PERFORM 6110-C02-DEB                                         02230000
022400       THRU  6110-C02-FIN.                                        02240000
022500     PERFORM 6120-C03-DEB                                         02250000
022600       THRU  6120-C03-FIN.                                        02260000
022700     PERFORM 6130-C04-DEB                                         02270000
022800       THRU  6130-C04-FIN.                                        02280000
022900     PERFORM 8000-FIN-TRT-DEB                                     02290000
023000       THRU  8000-FIN-TRT-FIN.                                    02300000
023100     PERFORM 9990-FIN-NORMALE-DEB                                 02310000
023200       THRU  9990-FIN-NORMALE-FIN.                                02320000
023300 1000-LINTSTK-FIN.                                                02330000
023400     EXIT.                                                        02340000
023500***************                                                   02350000
023600 5000-INIT-DEB.                                                   02360000
023700     CALL 'DATETRT' USING DAT-TRAITEMENT.                         02370000
023800     IF DAT-CODE-RETOUR NOT = ZERO                                02380000
023900         MOVE ZERO TO W-SQLCODE                                   02390000
024000         MOVE 'AUCUNE JOURNEE OUVERTE'                            02400000
024100              TO W-MESSAGE-ANOR                                   02410000
024200         PERFORM 9999-FIN-ANORMALE-DEB                            02420000
024300           THRU  9999-FIN-ANORMALE-FIN.                           02430000
024400     MOVE DAT-DATE-ISO TO W-DATE-TRT.                             02440000
024500     MOVE W-TRT-AAAA TO W-DEB-AAAA.                               02450000
024600     MOVE W-TRT-MM TO W-DEB-MM.                                   02460000
024700     IF W-TRT-MM = 1                                              02470000
024800         COMPUTE W-PREC-AAAA = W-TRT-AAAA - 1                     02480000
024900         MOVE 12 TO W-PREC-MM                                     02490000
025000     ELSE                                                         02500000
025100         MOVE W-TRT-AAAA TO W-PREC-AAAA                           02510000
025200         COMPUTE W-PREC-MM = W-TRT-MM - 1.                        02520000
025300     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          02530000
025400     MOVE 'CORRECTION' TO PRM-NOM.                                02540000
025500     CALL 'PARMLIT' USING PRM-LECTURE.                            02550000
025600     IF PRM-CODE-RETOUR = ZERO                                    02560000
025700         MOVE PRM-VALEUR TO W-CORRECTION                          02570000
025800     ELSE                                                         02580000
025900         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      02590000
026000                 ' - SANS CORRECTION'.                            02600000
026100     OPEN OUTPUT LISTINT.                                         02610000
026200     OPEN OUTPUT COR-FICHIER.                                     02620000
026300     MOVE DAT-DATE-ISO TO WE-DATE.                                02630000
026400     MOVE W-LIGNE-ENTETE TO LI00.                                 02640000
026500     WRITE LI00.                                                  02650000
026600     ACCEPT W-DATE-LOT FROM DATE YYYYMMDD.                        02660000
026700     ACCEPT W-HEURE-LOT FROM TIME.                                02670000
026800     MOVE 'HDR' TO CTL-ENT-TYPE.                                  02680000
026900     MOVE 'MVTINT' TO CTL-ENT-ID.                                 02690000
027000     MOVE W-DATE-LOT TO CTL-ENT-DATE.                             02700000
027100     MOVE W-HL-HHMMSS TO CTL-ENT-SEQ.                             02710000
027200     MOVE CTL-ENTETE-LOT TO CR00.                                 02720000
027300     WRITE CR00.                                                  02730000
027400 5000-INIT-FIN.                                                   02740000
027500      EXIT.                                                       02750000
027600***************                                                   02760000
027700 6100-C01-DEB.                                                    02770000
027800     MOVE 'STOCK = PHOTO MOIS PRECEDENT + MOUVEMENTS DU MOIS'     02780000
027900         TO W-TITRE-SECTION.                                      02790000
028000     MOVE W-LIGNE-SECTION TO LI00.                                02800000
028100     WRITE LI00.                                                  02810000
028200     MOVE ZERO TO W-CPT-SECTION.                                  02820000
028300     EXEC SQL                                                     02830000
028400         SELECT COUNT(*)                                          02840000
028500           INTO :W-NB-PHOTO                                       02850000
028600           FROM API7.STOCK_HISTORIQUE                             02860000
028700          WHERE PERIODE = :W-PERIODE-PREC                         02870000
028800     END-EXEC.                                                    02880000
028900     IF SQLCODE NOT = ZERO                                        02890000
029000         MOVE SQLCODE TO W-SQLCODE                                02900000
029100         MOVE 'SELECT STOCK_HISTORIQUE SQLCODE = '                02910000
029200              TO W-MESSAGE-ANOR                                   02920000
029300         PERFORM 9999-FIN-ANORMALE-DEB                            02930000
029400           THRU  9999-FIN-ANORMALE-FIN.                           02940000
029500     IF W-NB-PHOTO = ZERO                                         02950000
029600         MOVE SPACES TO WM-MESSAGE                                02960000
029700         STRING 'PAS DE PHOTO DE STOCK ' W-PERIODE-PREC           02970000
029800                ' - CONTROLE NON EFFECTUE'                        02980000
029900                DELIMITED BY SIZE INTO WM-MESSAGE                 02990000
030000         MOVE W-LIGNE-MESSAGE TO LI00                             03000000
030100         WRITE LI00                                               03010000
030200         GO TO 6100-C01-FIN.                                      03020000
030300     MOVE '0' TO W-EOF-CUR.                                       03030000
030400     EXEC SQL                                                     03040000
030500         OPEN C-C01                                               03050000
030600     END-EXEC.                                                    03060000
030700     IF SQLCODE NOT = ZERO                                        03070000
030800         MOVE SQLCODE TO W-SQLCODE                                03080000
030900         MOVE 'OPEN C-C01 SQLCODE = '                             03090000
031000              TO W-MESSAGE-ANOR                                   03100000
031100         PERFORM 9999-FIN-ANORMALE-DEB                            03110000
031200           THRU  9999-FIN-ANORMALE-FIN.                           03120000
031300 6100-C01-10.                                                     03130000
031400     EXEC SQL                                                     03140000
031500         FETCH C-C01                                              03150000
031600           INTO :W-CLE-ART, :W-CLE-ENT, :W-QTE-STOCK,             03160000
031700                :W-QTE-ATTENDUE                                   03170000
031800     END-EXEC.                                                    03180000
031900     EVALUATE SQLCODE                                             03190000
032000         WHEN 100                                                 03200000
032100             MOVE '1' TO W-EOF-CUR                                03210000
032200         WHEN ZERO                                                03220000
032300             ADD 1 TO W-CPT-LUS                                   03230000
032400             IF W-QTE-STOCK NOT = W-QTE-ATTENDUE                  03240000
032500                 MOVE 'QTE ' TO WD-LIBELLE                        03250000
032600                 PERFORM 6900-ECART-DEB                           03260000
032700                   THRU  6900-ECART-FIN                           03270000
032800                 IF AVEC-CORRECTION                               03280000
032900                     PERFORM 6910-CORRECTION-DEB                  03290000
033000                       THRU  6910-CORRECTION-FIN                  03300000
033100                 END-IF                                           03310000
033200             END-IF                                               03320000
033300         WHEN OTHER                                               03330000
033400             MOVE SQLCODE TO W-SQLCODE                            03340000
033500             MOVE 'FETCH C-C01 SQLCODE = '                        03350000
033600                  TO W-MESSAGE-ANOR                               03360000
033700             PERFORM 9999-FIN-ANORMALE-DEB                        03370000
033800               THRU  9999-FIN-ANORMALE-FIN                        03380000
033900     END-EVALUATE.                                                03390000
034000     IF NOT FIN-CUR-OK                                            03400000
034100         GO TO 6100-C01-10.                                       03410000
034200     EXEC SQL                                                     03420000
034300         CLOSE C-C01                                              03430000
034400     END-EXEC.                                                    03440000
034500     PERFORM 6920-CPT-SECTION-DEB                                 03450000
034600       THRU  6920-CPT-SECTION-FIN.                                03460000
034700 6100-C01-FIN.                                                    03470000
034800      EXIT.                                                       03480000
034900***************                                                   03490000
035000 6110-C02-DEB.                                                    03500000
035100     MOVE 'LOTS = STOCK DISPONIBLE + QUARANTAINE + ABIME'         03510000
035200         TO W-TITRE-SECTION.                                      03520000
035300     MOVE W-LIGNE-SECTION TO LI00.                                03530000
035400     WRITE LI00.                                                  03540000
035500     MOVE ZERO TO W-CPT-SECTION.                                  03550000
035600     MOVE '0' TO W-EOF-CUR.                                       03560000
035700     EXEC SQL                                                     03570000
035800         OPEN C-C02                                               03580000
035900     END-EXEC.                                                    03590000
036000     IF SQLCODE NOT = ZERO                                        03600000
036100         MOVE SQLCODE TO W-SQLCODE                                03610000
036200         MOVE 'OPEN C-C02 SQLCODE = '                             03620000
036300              TO W-MESSAGE-ANOR                                   03630000
036400         PERFORM 9999-FIN-ANORMALE-DEB                            03640000
036500           THRU  9999-FIN-ANORMALE-FIN.                           03650000
036600 6110-C02-10.                                                     03660000
036700     EXEC SQL                                                     03670000
036800         FETCH C-C02                                              03680000
036900           INTO :W-CLE-ART, :W-CLE-ENT, :W-QTE-STOCK,             03690000
037000                :W-QTE-ATTENDUE                                   03700000
037100     END-EXEC.                                                    03710000
037200     EVALUATE SQLCODE                                             03720000
037300         WHEN 100                                                 03730000
037400             MOVE '1' TO W-EOF-CUR                                03740000
037500         WHEN ZERO                                                03750000
037600             ADD 1 TO W-CPT-LUS                                   03760000
037700             IF W-QTE-STOCK NOT = W-QTE-ATTENDUE                  03770000
037800                 MOVE 'LOTS' TO WD-LIBELLE                        03780000
037900                 PERFORM 6900-ECART-DEB                           03790000
038000                   THRU  6900-ECART-FIN                           03800000
038100             END-IF                                               03810000
038200         WHEN OTHER                                               03820000
038300             MOVE SQLCODE TO W-SQLCODE                            03830000
038400             MOVE 'FETCH C-C02 SQLCODE = '                        03840000
038500                  TO W-MESSAGE-ANOR                               03850000
038600             PERFORM 9999-FIN-ANORMALE-DEB                        03860000
038700               THRU  9999-FIN-ANORMALE-FIN                        03870000
038800     END-EVALUATE.                                                03880000
038900     IF NOT FIN-CUR-OK                                            03890000
039000         GO TO 6110-C02-10.                                       03900000
039100     EXEC SQL                                                     03910000
039200         CLOSE C-C02                                              03920000
039300     END-EXEC.                                                    03930000
039400     PERFORM 6920-CPT-SECTION-DEB                                 03940000
039500       THRU  6920-CPT-SECTION-FIN.                                03950000
039600 6110-C02-FIN.                                                    03960000
039700      EXIT.                                                       03970000
039800***************                                                   03980000
039900 6120-C03-DEB.                                                    03990000
040000     MOVE 'RESERVE = ALLOCATIONS NON CONFIRMEES (PAR ARTICLE)'    04000000
040100         TO W-TITRE-SECTION.                                      04010000
040200     MOVE W-LIGNE-SECTION TO LI00.                                04020000
040300     WRITE LI00.                                                  04030000
040400     MOVE ZERO TO W-CPT-SECTION.                                  04040000
040500     MOVE '0' TO W-EOF-CUR.                                       04050000
040600     EXEC SQL                                                     04060000
040700         OPEN C-C03                                               04070000
040800     END-EXEC.                                                    04080000
040900     IF SQLCODE NOT = ZERO                                        04090000
041000         MOVE SQLCODE TO W-SQLCODE                                04100000
041100         MOVE 'OPEN C-C03 SQLCODE = '                             04110000
041200              TO W-MESSAGE-ANOR                                   04120000
041300         PERFORM 9999-FIN-ANORMALE-DEB                            04130000
041400           THRU  9999-FIN-ANORMALE-FIN.                           04140000
041500 6120-C03-10.                                                     04150000
041600     EXEC SQL                                                     04160000
041700         FETCH C-C03                                              04170000
041800           INTO :W-CLE-ART, :W-QTE-STOCK                          04180000
041900     END-EXEC.                                                    04190000
042000     EVALUATE SQLCODE                                             04200000
042100         WHEN 100                                                 04210000
042200             MOVE '1' TO W-EOF-CUR                                04220000
042300         WHEN ZERO                                                04230000
042400             ADD 1 TO W-CPT-LUS                                   04240000
042500             PERFORM 6125-ALLOCATIONS-DEB                         04250000
042600               THRU  6125-ALLOCATIONS-FIN                         04260000
042700             IF W-QTE-STOCK NOT = W-QTE-ATTENDUE                  04270000
042800                 MOVE 'RESV' TO WD-LIBELLE                        04280000
042900                 MOVE SPACES TO W-CLE-ENT                         04290000
043000                 PERFORM 6900-ECART-DEB                           04300000
043100                   THRU  6900-ECART-FIN                           04310000
043200             END-IF                                               04320000
043300         WHEN OTHER                                               04330000
043400             MOVE SQLCODE TO W-SQLCODE                            04340000
043500             MOVE 'FETCH C-C03 SQLCODE = '                        04350000
043600                  TO W-MESSAGE-ANOR                               04360000
043700             PERFORM 9999-FIN-ANORMALE-DEB                        04370000
043800               THRU  9999-FIN-ANORMALE-FIN                        04380000
043900     END-EVALUATE.                                                04390000
044000     IF NOT FIN-CUR-OK                                            04400000
044100         GO TO 6120-C03-10.                                       04410000
044200     EXEC SQL                                                     04420000
044300         CLOSE C-C03                                              04430000
044400     END-EXEC.                                                    04440000
044500     PERFORM 6920-CPT-SECTION-DEB                                 04450000
044600       THRU  6920-CPT-SECTION-FIN.                                04460000
044700 6120-C03-FIN.                                                    04470000
044800      EXIT.                                                       04480000
044900***************                                                   04490000
045000 6125-ALLOCATIONS-DEB.                                            04500000
045100     EXEC SQL                                                     04510000
045200         SELECT COALESCE(SUM(T.QTE_SERV), 0)                      04520000
045300           INTO :W-QTE-ATTENDUE                                   04530000
045400           FROM API7.SUIVI_COMMANDE T                             04540000
045500          WHERE T.ETAT NOT IN ('A', 'X')                          04550000
045600            AND (T.ID_ARTICLE_SUBST = :W-CLE-ART                  04560000
045700             OR (T.ID_ARTICLE_SUBST = 0                           04570000
045800            AND  T.ID_ARTICLE = :W-CLE-ART))                      04580000
045900            AND NOT EXISTS                                        04590000
046000                (SELECT 1 FROM API7.COMPOSITION C                 04600000
046100                  WHERE C.ID_ARTICLE_PARENT = T.ID_ARTICLE)       04610000
046200     END-EXEC.                                                    04620000
046300     IF SQLCODE NOT = ZERO                                        04630000
046400         MOVE SQLCODE TO W-SQLCODE                                04640000
046500         MOVE 'SELECT SUIVI_COMMANDE SQLCODE = '                  04650000
046600              TO W-MESSAGE-ANOR                                   04660000
046700         PERFORM 9999-FIN-ANORMALE-DEB                            04670000
046800           THRU  9999-FIN-ANORMALE-FIN.                           04680000
046900     EXEC SQL                                                     04690000
047000         SELECT COALESCE(SUM(T.QTE_SERV * C.QUANTITE_PAR), 0)     04700000
047100           INTO :W-ATT-KIT                                        04710000
047200           FROM API7.SUIVI_COMMANDE T, API7.COMPOSITION C         04720000
047300          WHERE C.ID_ARTICLE_PARENT = T.ID_ARTICLE                04730000
047400            AND C.ID_ARTICLE_COMPOSANT = :W-CLE-ART               04740000
047500            AND T.ETAT NOT IN ('A', 'X')                          04750000
047600     END-EXEC.                                                    04760000
047700     IF SQLCODE NOT = ZERO                                        04770000
047800         MOVE SQLCODE TO W-SQLCODE                                04780000
047900         MOVE 'SELECT SUIVI_COMMANDE KIT SQLCODE = '              04790000
048000              TO W-MESSAGE-ANOR                                   04800000
048100         PERFORM 9999-FIN-ANORMALE-DEB                            04810000
048200           THRU  9999-FIN-ANORMALE-FIN.                           04820000
048300     ADD W-ATT-KIT TO W-QTE-ATTENDUE.                             04830000
048400 6125-ALLOCATIONS-FIN.                                            04840000
048500      EXIT.                                                       04850000
048600***************                                                   04860000
048700 6130-C04-DEB.                                                    04870000
048800     MOVE 'QUARANTAINE ET ABIME = MOUVEMENTS Q L A X R'           04880000
048900         TO W-TITRE-SECTION.                                      04890000
049000     MOVE W-LIGNE-SECTION TO LI00.                                04900000
049100     WRITE LI00.                                                  04910000
049200     MOVE ZERO TO W-CPT-SECTION.                                  04920000
049300     MOVE '0' TO W-EOF-CUR.                                       04930000
049400     EXEC SQL                                                     04940000
049500         OPEN C-C04                                               04950000
049600     END-EXEC.                                                    04960000
049700     IF SQLCODE NOT = ZERO                                        04970000
049800         MOVE SQLCODE TO W-SQLCODE                                04980000
049900         MOVE 'OPEN C-C04 SQLCODE = '                             04990000
050000              TO W-MESSAGE-ANOR                                   05000000
050100         PERFORM 9999-FIN-ANORMALE-DEB                            05010000
050200           THRU  9999-FIN-ANORMALE-FIN.                           05020000
050300 6130-C04-10.                                                     05030000
050400     EXEC SQL                                                     05040000
050500         FETCH C-C04                                              05050000
050600           INTO :W-CLE-ART, :W-CLE-ENT,                           05060000
050700                :W-QTE-QUAR, :W-QTE-ABIM,                         05070000
050800                :W-ATT-QUAR, :W-ATT-ABIM                          05080000
050900     END-EXEC.                                                    05090000
051000     EVALUATE SQLCODE                                             05100000
051100         WHEN 100                                                 05110000
051200             MOVE '1' TO W-EOF-CUR                                05120000
051300         WHEN ZERO                                                05130000
051400             ADD 1 TO W-CPT-LUS                                   05140000
051500             IF W-QTE-QUAR NOT = W-ATT-QUAR                       05150000
051600                 MOVE 'QUAR' TO WD-LIBELLE                        05160000
051700                 MOVE W-QTE-QUAR TO W-QTE-STOCK                   05170000
051800                 MOVE W-ATT-QUAR TO W-QTE-ATTENDUE                05180000
051900                 PERFORM 6900-ECART-DEB                           05190000
052000                   THRU  6900-ECART-FIN                           05200000
052100             END-IF                                               05210000
052200             IF W-QTE-ABIM NOT = W-ATT-ABIM                       05220000
052300                 MOVE 'ABIM' TO WD-LIBELLE                        05230000
052400                 MOVE W-QTE-ABIM TO W-QTE-STOCK                   05240000
052500                 MOVE W-ATT-ABIM TO W-QTE-ATTENDUE                05250000
052600                 PERFORM 6900-ECART-DEB                           05260000
052700                   THRU  6900-ECART-FIN                           05270000
052800             END-IF                                               05280000
052900         WHEN OTHER                                               05290000
053000             MOVE SQLCODE TO W-SQLCODE                            05300000
053100             MOVE 'FETCH C-C04 SQLCODE = '                        05310000
053200                  TO W-MESSAGE-ANOR                               05320000
053300             PERFORM 9999-FIN-ANORMALE-DEB                        05330000
053400               THRU  9999-FIN-ANORMALE-FIN                        05340000
053500     END-EVALUATE.                                                05350000
053600     IF NOT FIN-CUR-OK                                            05360000
053700         GO TO 6130-C04-10.                                       05370000
053800     EXEC SQL                                                     05380000
053900         CLOSE C-C04                                              05390000
054000     END-EXEC.                                                    05400000
054100     PERFORM 6920-CPT-SECTION-DEB                                 05410000
054200       THRU  6920-CPT-SECTION-FIN.                                05420000
054300 6130-C04-FIN.                                                    05430000
054400      EXIT.                                                       05440000
054500***************                                                   05450000
054600 6900-ECART-DEB.                                                  05460000
054700     ADD 1 TO W-CPT-SECTION W-CPT-TOTAL.                          05470000
054800     COMPUTE W-QTE-ECART = W-QTE-STOCK - W-QTE-ATTENDUE.          05480000
054900     MOVE W-CLE-ART TO WD-NOART.                                  05490000
055000     MOVE W-CLE-ENT TO WD-ENTREPOT.                               05500000
055100     MOVE W-QTE-STOCK TO WD-STOCK.                                05510000
055200     MOVE W-QTE-ATTENDUE TO WD-ATTENDU.                           05520000
055300     MOVE W-QTE-ECART TO WD-ECART.                                05530000
055400     MOVE W-LIGNE-ECART TO LI00.                                  05540000
055500     WRITE LI00.                                                  05550000
055600 6900-ECART-FIN.                                                  05560000
055700      EXIT.                                                       05570000
055800***************                                                   05580000
055900 6910-CORRECTION-DEB.                                             05590000
056000     MOVE SPACES TO CR00.                                         05600000
056100     MOVE W-CLE-ART TO CR00-NOART.                                05610000
056200     MOVE W-CLE-ENT TO CR00-ENTREPOT.                             05620000
056300     IF W-QTE-ECART < ZERO                                        05630000
056400         MOVE 'J' TO CR00-TYPE                                    05640000
056500         COMPUTE CR00-QUANTITE = ZERO - W-QTE-ECART               05650000
056600     ELSE                                                         05660000
056700         MOVE 'K' TO CR00-TYPE                                    05670000
056800         MOVE W-QTE-ECART TO CR00-QUANTITE.                       05680000
056900     MOVE ZERO TO CR00-NO-TRF.                                    05690000
057000     WRITE CR00.                                                  05700000
057100     ADD 1 TO W-CPT-CORRECT.                                      05710000
057200 6910-CORRECTION-FIN.                                             05720000
057300      EXIT.                                                       05730000
057400***************                                                   05740000
057500 6920-CPT-SECTION-DEB.                                            05750000
057600     MOVE W-CPT-SECTION TO WC-CPT.                                05760000
057700     MOVE W-LIGNE-CPT TO LI00.                                    05770000
057800     WRITE LI00.                                                  05780000
057900     IF W-CPT-SECTION NOT = ZERO                                  05790000
058000         MOVE '1' TO W-ANOMALIES.                                 05800000
058100 6920-CPT-SECTION-FIN.                                            05810000
058200      EXIT.                                                       05820000
058300***************                                                   05830000
058400 8000-FIN-TRT-DEB.                                                05840000
058500     MOVE W-CPT-TOTAL TO WT-CPT.                                  05850000
058600     MOVE W-CPT-CORRECT TO WT-CORRECT.                            05860000
058700     MOVE W-LIGNE-TOTAL TO LI00.                                  05870000
058800     WRITE LI00.                                                  05880000
058900     CLOSE LISTINT.                                               05890000
059000     MOVE 'TRL' TO CTL-PIED-TYPE.                                 05900000
059100     MOVE W-CPT-CORRECT TO CTL-PIED-NB.                           05910000
059200     MOVE CTL-PIED-LOT TO CR00.                                   05920000
059300     WRITE CR00.                                                  05930000
059400     CLOSE COR-FICHIER.                                           05940000
059500     DISPLAY 'LIGNES CONTROLEES = ' W-CPT-LUS.                    05950000
059600     DISPLAY 'TOTAL ECARTS      = ' W-CPT-TOTAL.                  05960000
059700     DISPLAY 'CORRECTIONS       = ' W-CPT-CORRECT.                05970000
059800     MOVE 'F' TO JRN-PHASE.                                       05980000
059900     MOVE W-CPT-LUS TO JRN-NB-LUS.                                05990000
060000     MOVE W-CPT-CORRECT TO JRN-NB-ECRITS.                         06000000
060100     MOVE W-CPT-TOTAL TO JRN-NB-REJETES.                          06010000
060200     IF ANOMALIES-TROUVEES                                        06020000
060300         MOVE 4 TO RETURN-CODE.                                   06030000
060400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         06040000
060500     CALL 'JRNEXEC' USING JRN-EXECUTION.                          06050000
060600 8000-FIN-TRT-FIN.                                                06060000
060700      EXIT.                                                       06070000
060800************                                                      06080000
060900************                                                      06090000
061000  9990-FIN-NORMALE-DEB.                                           06100000
061100            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           06110000
061200       GOBACK.                                                    06120000
061300  9990-FIN-NORMALE-FIN.                                           06130000
061400       EXIT.                                                      06140000
061500*************                                                     06150000
061600 COPY ANORPROC.                                                   06160000
