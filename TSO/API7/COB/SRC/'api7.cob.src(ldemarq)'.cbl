000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LDEMARQ .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMDEM       ASSIGN    PARMDEM.                  00060000
000700     SELECT     LISTDEM       ASSIGN    LISTDEM.                  00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 PARMDEM                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    PD00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               PD00.                                           00150000
001600   10             PD00-PERIODE.                                   00160000
001700     15           PD00-AAAA   PICTURE 9(4).                       00170000
001800     15           PD00-MM     PICTURE 9(2).                       00180000
001900   10             PD00-FILLER   PICTURE X(74).                    00190000
002000 FD                 LISTDEM                                       00200000
002100      BLOCK              00000 RECORDS                            00210000
002200      DATA RECORD                                                 00220000
002300                    LD00                                          00230000
002400           LABEL RECORD STANDARD.                                 00240000
002500 01               LD00               PICTURE X(81).               00250000
002600 WORKING-STORAGE SECTION.                                         00260000
002700      EXEC SQL                                                    00270000
002800         INCLUDE SQLCA                                            00280000
002900      END-EXEC.                                                   00290000
003000*****                                                             00300000
003100      EXEC SQL                                                    00310000
003200         INCLUDE MOTAJUS                                          00320000
003300      END-EXEC.                                                   00330000
003400******                                                            00340000
003500      EXEC SQL                                                    00350000
003600         DECLARE C-DEMARQ CURSOR FOR                              00360000
003700         SELECT M.ID_ENTREPOT, A.ID_FAMILLE, M.MOTIF_MVT,         00370000
003800                COALESCE(R.LIB_MOTIF, ' '),                       00380000
003900                SUM(CASE WHEN M.DATE_MOUVEMENT >= :W-DATE-DEB     00390000
004000                         THEN M.QUANTITE ELSE 0 END               00400000
004100                    * CASE WHEN M.TYPE_MOUVEMENT = 'X'            00410000
004200                           THEN 1 ELSE -1 END),                   00420000
004300                SUM(CASE WHEN M.DATE_MOUVEMENT >= :W-DATE-DEB     00430000
004400                         THEN M.QUANTITE * M.COUT_MOUVEMENT       00440000
004500                         ELSE 0 END                               00450000
004600                    * CASE WHEN M.TYPE_MOUVEMENT = 'X'            00460000
004700                           THEN 1 ELSE -1 END),                   00470000
004800                SUM(CASE WHEN M.DATE_MOUVEMENT < :W-DATE-DEB      00480000
004900                         THEN M.QUANTITE * M.COUT_MOUVEMENT       00490000
005000                         ELSE 0 END                               00500000
005100                    * CASE WHEN M.TYPE_MOUVEMENT = 'X'            00510000
005200                           THEN 1 ELSE -1 END)                    00520000
005300           FROM API7.MOUVEMENT_STOCK M                            00530000
005400          INNER JOIN API7.ARTICLE A                               00540000
005500             ON A.ID_ARTICLE = M.ID_ARTICLE                       00550000
005600           LEFT OUTER JOIN API7.MOTIF_AJUSTEMENT R                00560000
005700             ON R.CODE_MOTIF = M.MOTIF_MVT                        00570000
005800          WHERE M.TYPE_MOUVEMENT IN ('X', 'I')                    00580000
005900            AND M.DATE_MOUVEMENT >=                               00590000
006000                DATE(:W-DATE-DEB) - :W-NB-MOIS-REF MONTHS         00600000
006100            AND M.DATE_MOUVEMENT < DATE(:W-DATE-DEB) + 1 MONTH    00610000
006200          GROUP BY M.ID_ENTREPOT, A.ID_FAMILLE, M.MOTIF_MVT,      00620000
006300                   R.LIB_MOTIF                                    00630000
006400          ORDER BY 1, 2, 3                                        00640000
006500      END-EXEC.                                                   00650000
006600******                                                            00660000
006700      EXEC SQL                                                    00670000
006800         DECLARE C-RECAP CURSOR FOR                               00680000
006900         SELECT M.MOTIF_MVT, COALESCE(R.LIB_MOTIF, ' '),          00690000
007000                SUM(CASE WHEN M.DATE_MOUVEMENT >= :W-DATE-DEB     00700000
007100                         THEN M.QUANTITE ELSE 0 END               00710000
007200                    * CASE WHEN M.TYPE_MOUVEMENT = 'X'            00720000
007300                           THEN 1 ELSE -1 END),                   00730000
007400                SUM(CASE WHEN M.DATE_MOUVEMENT >= :W-DATE-DEB     00740000
007500                         THEN M.QUANTITE * M.COUT_MOUVEMENT       00750000
007600                         ELSE 0 END                               00760000
007700                    * CASE WHEN M.TYPE_MOUVEMENT = 'X'            00770000
007800                           THEN 1 ELSE -1 END),                   00780000
007900                SUM(CASE WHEN M.DATE_MOUVEMENT < :W-DATE-DEB      00790000
008000                         THEN M.QUANTITE * M.COUT_MOUVEMENT       00800000
008100                         ELSE 0 END                               00810000
008200                    * CASE WHEN M.TYPE_MOUVEMENT = 'X'            00820000
008300                           THEN 1 ELSE -1 END)                    00830000
008400           FROM API7.MOUVEMENT_STOCK M                            00840000
008500           LEFT OUTER JOIN API7.MOTIF_AJUSTEMENT R                00850000
008600             ON R.CODE_MOTIF = M.MOTIF_MVT                        00860000
008700          WHERE M.TYPE_MOUVEMENT IN ('X', 'I')                    00870000
008800            AND M.DATE_MOUVEMENT >=                               00880000
008900                DATE(:W-DATE-DEB) - :W-NB-MOIS-REF MONTHS         00890000
009000            AND M.DATE_MOUVEMENT < DATE(:W-DATE-DEB) + 1 MONTH    00900000
009100          GROUP BY M.MOTIF_MVT, R.LIB_MOTIF                       00910000
009200          ORDER BY 1                                              00920000
009300      END-EXEC.                                                   00930000
009400******                                                            00940000
009500 COPY EDITWS.                                                     00950000
009600 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LDEMARQ'.                    00960000
009700 01  W-SQLCODE      PIC +++9.                                     00970000
009800 01  W-EOF-DEM      PIC X     VALUE '0'.                          00980000
009900     88  FIN-DEM-OK           VALUE '1'.                          00990000
010000 01  W-EOF-REC      PIC X     VALUE '0'.                          01000000
010100     88  FIN-REC-OK           VALUE '1'.                          01010000
010200 01  W-EOF-PRM      PIC X     VALUE '0'.                          01020000
010300     88  FIN-PRM-OK           VALUE '1'.                          01030000
010400 01  W-PERIODE-EDT  PIC X(6)  VALUE SPACES.                       01040000
010500 01  W-DATE-DEB.                                                  01050000
010600     05  W-DEB-AAAA PIC 9(4).                                     01060000
010700     05  FILLER     PIC X(1)  VALUE '-'.                          01070000
010800     05  W-DEB-MM   PIC 9(2).                                     01080000
010900     05  FILLER     PIC X(3)  VALUE '-01'.                        01090000
011000 01  W-NB-MOIS-REF  PIC S9(4) USAGE COMP VALUE 3.                 01100000
011100 01  W-ENT-CRS      PIC X(2).                                     01110000
011200 01  W-FAM-CRS      PIC X(2).                                     01120000
011300 01  W-MOT-CRS      PIC X(3).                                     01130000
011400 01  W-LIB-CRS      PIC X(20).                                    01140000
011500 01  W-QTE-MOIS     PIC S9(9) USAGE COMP.                         01150000
011600 01  W-VAL-MOIS     PIC S9(11)V9(2) USAGE COMP-3.                 01160000
011700 01  W-VAL-PREC     PIC S9(11)V9(2) USAGE COMP-3.                 01170000
011800 01  W-VAL-MOY      PIC S9(11)V9(2) USAGE COMP-3.                 01180000
011900 01  W-PREMIER-ENT  PIC X     VALUE '1'.                          01190000
012000     88  PREMIER-ENT          VALUE '1'.                          01200000
012100 01  W-PREV-ENT     PIC X(2)  VALUE SPACES.                       01210000
012200 01  W-ENT-QTE      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01220000
012300 01  W-ENT-VAL-MOIS PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      01230000
012400 01  W-ENT-VAL-PREC PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      01240000
012500 01  W-GEN-QTE      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01250000
012600 01  W-GEN-VAL-MOIS PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      01260000
012700 01  W-GEN-VAL-PREC PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      01270000
012800 COPY ANORMAL.                                                    01280000
012900 COPY JRNCOM.                                                     01290000
013000******                                                            01300000
013100 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01310000
013200 01  W-CPT-ENTS     PIC S9(9) USAGE COMP-3 VALUE ZERO.            01320000
013300 01  W-CPT-HAUSSES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01330000
013400 01  W-CPT-SANS-MOT PIC S9(9) USAGE COMP-3 VALUE ZERO.            01340000
013500******                                                            01350000
013600 01  W-LIGNE-ENTETE.                                              01360000
013700     05  FILLER   PIC X(26) VALUE                                 01370000
013800         'DEMARQUE PAR MOTIF        '.                            01380000
013900     05  WE-PERIODE     PIC X(6).                                 01390000
014000     05  FILLER   PIC X(8)  VALUE SPACES.                         01400000
014100 01  W-LIGNE-ENT-ENT.                                             01410000
014200     05  FILLER   PIC X(9)  VALUE 'ENTREPOT '.                    01420000
014300     05  WN-ENTREPOT    PIC X(2).                                 01430000
014400     05  FILLER   PIC X(69) VALUE SPACES.                         01440000
014500 01  W-LIGNE-COLONNES.                                            01450000
014600     05  FILLER   PIC X(30) VALUE                                 01460000
014700         'FA MOT LIBELLE           QTE M'.                        01470000
014800     05  FILLER   PIC X(30) VALUE                                 01480000
014900         'OIS  VALEUR MOIS  MOY. 3 MOIS '.                        01490000
015000     05  FILLER   PIC X(20) VALUE                                 01500000
015100         '       ECART'.                                          01510000
015200 01  W-LIGNE-DETAIL.                                              01520000
015300     05  WD-FAMILLE     PIC X(2).                                 01530000
015400     05  FILLER   PIC X(1)  VALUE SPACES.                         01540000
015500     05  WD-MOTIF       PIC X(3).                                 01550000
015600     05  FILLER   PIC X(1)  VALUE SPACES.                         01560000
015700     05  WD-LIBELLE     PIC X(14).                                01570000
015800     05  FILLER   PIC X(1)  VALUE SPACES.                         01580000
015900     05  WD-QTE-MOIS    PIC ---------9.                           01590000
016000     05  FILLER   PIC X(1)  VALUE SPACES.                         01600000
016100     05  WD-VAL-MOIS    PIC -------9.99.                          01610000
016200     05  FILLER   PIC X(1)  VALUE SPACES.                         01620000
016300     05  WD-VAL-MOY     PIC -------9.99.                          01630000
016400     05  FILLER   PIC X(1)  VALUE SPACES.                         01640000
016500     05  WD-ECART       PIC -------9.99.                          01650000
016600     05  FILLER   PIC X(1)  VALUE SPACES.                         01660000
016700     05  WD-ALERTE      PIC X(1).                                 01670000
016800     05  FILLER   PIC X(10) VALUE SPACES.                         01680000
016900 01  W-LIGNE-TOTAL.                                               01690000
017000     05  WT-LIBELLE     PIC X(22).                                01700000
017100     05  WT-QTE         PIC ---------9.                           01710000
017200     05  FILLER   PIC X(1)  VALUE SPACES.                         01720000
017300     05  WT-VAL-MOIS    PIC -------9.99.                          01730000
017400     05  FILLER   PIC X(1)  VALUE SPACES.                         01740000
017500     05  WT-VAL-MOY     PIC -------9.99.                          01750000
017600     05  FILLER   PIC X(1)  VALUE SPACES.                         01760000
017700     05  WT-ECART       PIC -------9.99.                          01770000
017800     05  FILLER   PIC X(12) VALUE SPACES.                         01780000
017900 01  W-LIGNE-ENT-REC.                                             01790000
018000     05  FILLER   PIC X(30) VALUE                                 01800000
018100         'RECAPITULATIF PAR MOTIF      '.                         01810000
018200     05  FILLER   PIC X(50) VALUE SPACES.                         01820000
018300 01  W-LIGNE-VIDE.                                                01830000
018400     05  FILLER   PIC X(30) VALUE                                 01840000
018500         'AUCUNE DEMARQUE SUR LA PERIODE'.                        01850000
018600     05  FILLER   PIC X(50) VALUE SPACES.                         01860000
018700******                                                            01870000
018800 PROCEDURE DIVISION.                                              01880000
018900 1000-LDEMARQ-DEB.                                                01890000
019000     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01900000
019100     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01910000
019200     MOVE 'D' TO JRN-PHASE                                        01920000
019300     CALL 'JRNEXEC' USING JRN-EXECUTION                           01930000
019400     PERFORM 5000-INIT-DEB                                        01940000
019500       THRU  5000-INIT-FIN.                                       01950000
019600     PERFORM 6010-TRAITE-DEB                                      01960000
019700       THRU  6010-TRAITE-FIN                                      01970000
019800       UNTIL FIN-DEM-OK.                                          01980000
019900     PERFORM 6050-TOT-GEN-DEB                                     01990000
020000       THRU  6050-TOT-GEN-FIN.                                    02000000
020100     PERFORM 7000-RECAP-DEB                                       02010000
020200       THRU  7000-RECAP-FIN.                                      02020000
020300     PERFORM 8000-FIN-TRT-DEB                                     02030000
020400       THRU  8000-FIN-TRT-FIN.                                    02040000
020500     PERFORM 9990-FIN-NORMALE-DEB                                 02050000
020600       THRU  9990-FIN-NORMALE-FIN.                                02060000
020700 1000-LDEMARQ-FIN.                                                02070000
020800     EXIT.                                                        02080000
020900***************                                                   02090000
021000 5000-INIT-DEB.                                                   02100000
021100     OPEN INPUT PARMDEM.                                          02110000
021200     READ PARMDEM AT END                                          02120000
021300         MOVE '1' TO W-EOF-PRM.                                   02130000
021400     IF FIN-PRM-OK                                                02140000
021500         MOVE 'LDEMARQ - PAS DE PERIODE EN PARAMETRE'             02150000
021600              TO W-MESSAGE-ANOR                                   02160000
021700         MOVE ZERO TO W-SQLCODE                                   02170000
021800         PERFORM 9999-FIN-ANORMALE-DEB                            02180000
021900           THRU  9999-FIN-ANORMALE-FIN.                           02190000
022000     MOVE PD00-AAAA TO W-DEB-AAAA.                                02200000
022100     MOVE PD00-MM TO W-DEB-MM.                                    02210000
022200     MOVE PD00-PERIODE TO W-PERIODE-EDT.                          02220000
022300     CLOSE PARMDEM.                                               02230000
022400     OPEN OUTPUT LISTDEM.                                         02240000
022500     MOVE W-PERIODE-EDT TO WE-PERIODE.                            02250000
022600     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           02260000
022700     PERFORM 8300-EDIT-INIT-DEB                                   02270000
022800       THRU  8300-EDIT-INIT-FIN.                                  02280000
022900     EXEC SQL                                                     02290000
023000         OPEN C-DEMARQ                                            02300000
023100     END-EXEC.                                                    02310000
023200     IF SQLCODE NOT = ZERO                                        02320000
023300         MOVE SQLCODE TO W-SQLCODE                                02330000
023400         MOVE 'OPEN C-DEMARQ SQLCODE = '                          02340000
023500              TO W-MESSAGE-ANOR                                   02350000
023600         PERFORM 9999-FIN-ANORMALE-DEB                            02360000
023700           THRU  9999-FIN-ANORMALE-FIN.                           02370000
023800 5000-INIT-FIN.                                                   02380000
023900      EXIT.                                                       02390000
024000***************                                                   02400000
024100 6010-TRAITE-DEB.                                                 02410000
024200     EXEC SQL                                                     02420000
024300         FETCH C-DEMARQ                                           02430000
024400           INTO :W-ENT-CRS, :W-FAM-CRS, :W-MOT-CRS, :W-LIB-CRS,   02440000
024500                :W-QTE-MOIS, :W-VAL-MOIS, :W-VAL-PREC             02450000
024600     END-EXEC.                                                    02460000
024700     EVALUATE SQLCODE                                             02470000
024800         WHEN 100                                                 02480000
024900             MOVE '1' TO W-EOF-DEM                                02490000
025000             GO TO 6010-TRAITE-FIN                                02500000
025100         WHEN ZERO                                                02510000
025200             CONTINUE                                             02520000
025300         WHEN OTHER                                               02530000
025400             MOVE SQLCODE TO W-SQLCODE                            02540000
025500             MOVE 'FETCH C-DEMARQ SQLCODE = '                     02550000
025600                  TO W-MESSAGE-ANOR                               02560000
025700             PERFORM 9999-FIN-ANORMALE-DEB                        02570000
025800               THRU  9999-FIN-ANORMALE-FIN                        02580000
025900     END-EVALUATE.                                                02590000
026000     IF PREMIER-ENT                                               02600000
026100         OR W-ENT-CRS NOT = W-PREV-ENT                            02610000
026200         PERFORM 6030-RUPT-ENT-DEB                                02620000
026300           THRU  6030-RUPT-ENT-FIN.                               02630000
026400     PERFORM 6020-CALCULE-DEB                                     02640000
026500       THRU  6020-CALCULE-FIN.                                    02650000
026600     ADD W-QTE-MOIS TO W-ENT-QTE W-GEN-QTE.                       02660000
026700     ADD W-VAL-MOIS TO W-ENT-VAL-MOIS W-GEN-VAL-MOIS.             02670000
026800     ADD W-VAL-PREC TO W-ENT-VAL-PREC W-GEN-VAL-PREC.             02680000
026900     MOVE W-FAM-CRS TO WD-FAMILLE.                                02690000
027000     MOVE W-MOT-CRS TO WD-MOTIF.                                  02700000
027100     MOVE W-LIB-CRS TO WD-LIBELLE.                                02710000
027200     IF W-MOT-CRS = SPACES                                        02720000
027300         MOVE 'SANS MOTIF' TO WD-LIBELLE                          02730000
027400         ADD 1 TO W-CPT-SANS-MOT.                                 02740000
027500     MOVE W-QTE-MOIS TO WD-QTE-MOIS.                              02750000
027600     MOVE W-VAL-MOIS TO WD-VAL-MOIS.                              02760000
027700     MOVE W-VAL-MOY TO WD-VAL-MOY.                                02770000
027800     COMPUTE WD-ECART = W-VAL-MOIS - W-VAL-MOY.                   02780000
027900     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           02790000
028000     PERFORM 8100-EDIT-LIGNE-DEB                                  02800000
028100       THRU  8100-EDIT-LIGNE-FIN.                                 02810000
028200     ADD 1 TO W-CPT-LIGNES.                                       02820000
028300 6010-TRAITE-FIN.                                                 02830000
028400      EXIT.                                                       02840000
028500***************                                                   02850000
028600 6020-CALCULE-DEB.                                                02860000
028700     COMPUTE W-VAL-MOY ROUNDED = W-VAL-PREC / W-NB-MOIS-REF.      02870000
028800     MOVE SPACE TO WD-ALERTE.                                     02880000
028900     IF W-VAL-MOIS > ZERO                                         02890000
029000         AND W-VAL-MOIS > W-VAL-MOY                               02900000
029100         MOVE '*' TO WD-ALERTE                                    02910000
029200         ADD 1 TO W-CPT-HAUSSES.                                  02920000
029300 6020-CALCULE-FIN.                                                02930000
029400      EXIT.                                                       02940000
029500***************                                                   02950000
029600 6030-RUPT-ENT-DEB.                                               02960000
029700     IF NOT PREMIER-ENT                                           02970000
029800         PERFORM 6040-TOT-ENT-DEB                                 02980000
029900           THRU  6040-TOT-ENT-FIN.                                02990000
030000     MOVE '0' TO W-PREMIER-ENT.                                   03000000
030100     MOVE W-ENT-CRS TO W-PREV-ENT.                                03010000
030200     ADD 1 TO W-CPT-ENTS.                                         03020000
030300     MOVE ZERO TO W-ENT-QTE W-ENT-VAL-MOIS W-ENT-VAL-PREC.        03030000
030400     MOVE W-PREV-ENT TO WN-ENTREPOT.                              03040000
030500     MOVE W-LIGNE-ENT-ENT TO EDIT-LIGNE.                          03050000
030600     PERFORM 8100-EDIT-LIGNE-DEB                                  03060000
030700       THRU  8100-EDIT-LIGNE-FIN.                                 03070000
030800     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         03080000
030900     PERFORM 8100-EDIT-LIGNE-DEB                                  03090000
031000       THRU  8100-EDIT-LIGNE-FIN.                                 03100000
031100 6030-RUPT-ENT-FIN.                                               03110000
031200      EXIT.                                                       03120000
031300***************                                                   03130000
031400 6040-TOT-ENT-DEB.                                                03140000
031500     MOVE SPACES TO WT-LIBELLE.                                   03150000
031600     STRING 'TOTAL ENTREPOT ' W-PREV-ENT                          03160000
031700         DELIMITED BY SIZE INTO WT-LIBELLE.                       03170000
031800     MOVE W-ENT-QTE TO WT-QTE.                                    03180000
031900     MOVE W-ENT-VAL-MOIS TO WT-VAL-MOIS.                          03190000
032000     COMPUTE W-VAL-MOY ROUNDED = W-ENT-VAL-PREC / W-NB-MOIS-REF.  03200000
032100     MOVE W-VAL-MOY TO WT-VAL-MOY.                                03210000
032200     COMPUTE WT-ECART = W-ENT-VAL-MOIS - W-VAL-MOY.               03220000
032300     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            03230000
032400     PERFORM 8100-EDIT-LIGNE-DEB                                  03240000
032500       THRU  8100-EDIT-LIGNE-FIN.                                 03250000
032600 6040-TOT-ENT-FIN.                                                03260000
032700      EXIT.                                                       03270000
032800***************                                                   03280000
032900 6050-TOT-GEN-DEB.                                                03290000
033000     EXEC SQL                                                     03300000
033100         CLOSE C-DEMARQ                                           03310000
033200     END-EXEC.                                                    03320000
033300     IF PREMIER-ENT                                               03330000
033400         MOVE W-LIGNE-VIDE TO EDIT-LIGNE                          03340000
033500         PERFORM 8100-EDIT-LIGNE-DEB                              03350000
033600           THRU  8100-EDIT-LIGNE-FIN                              03360000
033700         GO TO 6050-TOT-GEN-FIN.                                  03370000
033800     PERFORM 6040-TOT-ENT-DEB                                     03380000
033900       THRU  6040-TOT-ENT-FIN.                                    03390000
034000     MOVE 'TOTAL GENERAL' TO WT-LIBELLE.                          03400000
034100     MOVE W-GEN-QTE TO WT-QTE.                                    03410000
034200     MOVE W-GEN-VAL-MOIS TO WT-VAL-MOIS.                          03420000
034300     COMPUTE W-VAL-MOY ROUNDED = W-GEN-VAL-PREC / W-NB-MOIS-REF.  03430000
034400     MOVE W-VAL-MOY TO WT-VAL-MOY.                                03440000
034500     COMPUTE WT-ECART = W-GEN-VAL-MOIS - W-VAL-MOY.               03450000
034600     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            03460000
034700     PERFORM 8100-EDIT-LIGNE-DEB                                  03470000
034800       THRU  8100-EDIT-LIGNE-FIN.                                 03480000
034900 6050-TOT-GEN-FIN.                                                03490000
035000      EXIT.                                                       03500000
035100***************                                                   03510000
035200 7000-RECAP-DEB.                                                  03520000
035300     IF PREMIER-ENT                                               03530000
035400         GO TO 7000-RECAP-FIN.                                    03540000
035500     EXEC SQL                                                     03550000
035600         OPEN C-RECAP                                             03560000
035700     END-EXEC.                                                    03570000
035800     IF SQLCODE NOT = ZERO                                        03580000
035900         MOVE SQLCODE TO W-SQLCODE                                03590000
036000         MOVE 'OPEN C-RECAP SQLCODE = '                           03600000
036100              TO W-MESSAGE-ANOR                                   03610000
036200         PERFORM 9999-FIN-ANORMALE-DEB                            03620000
036300           THRU  9999-FIN-ANORMALE-FIN.                           03630000
036400     MOVE 99 TO EDIT-CPT-LIGNES.                                  03640000
036500     MOVE W-LIGNE-ENT-REC TO EDIT-LIGNE.                          03650000
036600     PERFORM 8100-EDIT-LIGNE-DEB                                  03660000
036700       THRU  8100-EDIT-LIGNE-FIN.                                 03670000
036800     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         03680000
036900     PERFORM 8100-EDIT-LIGNE-DEB                                  03690000
037000       THRU  8100-EDIT-LIGNE-FIN.                                 03700000
037100     PERFORM 7010-LIGNE-REC-DEB                                   03710000
037200       THRU  7010-LIGNE-REC-FIN                                   03720000
037300       UNTIL FIN-REC-OK.                                          03730000
037400     EXEC SQL                                                     03740000
037500         CLOSE C-RECAP                                            03750000
037600     END-EXEC.                                                    03760000
037700 7000-RECAP-FIN.                                                  03770000
037800      EXIT.                                                       03780000
037900***************                                                   03790000
038000 7010-LIGNE-REC-DEB.                                              03800000
038100     EXEC SQL                                                     03810000
038200         FETCH C-RECAP                                            03820000
038300           INTO :W-MOT-CRS, :W-LIB-CRS,                           03830000
038400                :W-QTE-MOIS, :W-VAL-MOIS, :W-VAL-PREC             03840000
038500     END-EXEC.                                                    03850000
038600     EVALUATE SQLCODE                                             03860000
038700         WHEN 100                                                 03870000
038800             MOVE '1' TO W-EOF-REC                                03880000
038900             GO TO 7010-LIGNE-REC-FIN                             03890000
039000         WHEN ZERO                                                03900000
039100             CONTINUE                                             03910000
039200         WHEN OTHER                                               03920000
039300             MOVE SQLCODE TO W-SQLCODE                            03930000
039400             MOVE 'FETCH C-RECAP SQLCODE = '                      03940000
039500                  TO W-MESSAGE-ANOR                               03950000
039600             PERFORM 9999-FIN-ANORMALE-DEB                        03960000
039700               THRU  9999-FIN-ANORMALE-FIN                        03970000
039800     END-EVALUATE.                                                03980000
039900     COMPUTE W-VAL-MOY ROUNDED = W-VAL-PREC / W-NB-MOIS-REF.      03990000
040000     MOVE SPACE TO WD-ALERTE.                                     04000000
040100     IF W-VAL-MOIS > ZERO                                         04010000
040200         AND W-VAL-MOIS > W-VAL-MOY                               04020000
040300         MOVE '*' TO WD-ALERTE.                                   04030000
040400     MOVE SPACES TO WD-FAMILLE.                                   04040000
040500     MOVE W-MOT-CRS TO WD-MOTIF.                                  04050000
040600     MOVE W-LIB-CRS TO WD-LIBELLE.                                04060000
040700     IF W-MOT-CRS = SPACES                                        04070000
040800         MOVE 'SANS MOTIF' TO WD-LIBELLE.                         04080000
040900     MOVE W-QTE-MOIS TO WD-QTE-MOIS.                              04090000
041000     MOVE W-VAL-MOIS TO WD-VAL-MOIS.                              04100000
041100     MOVE W-VAL-MOY TO WD-VAL-MOY.                                04110000
041200     COMPUTE WD-ECART = W-VAL-MOIS - W-VAL-MOY.                   04120000
041300     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           04130000
041400     PERFORM 8100-EDIT-LIGNE-DEB                                  04140000
041500       THRU  8100-EDIT-LIGNE-FIN.                                 04150000
041600 7010-LIGNE-REC-FIN.                                              04160000
041700      EXIT.                                                       04170000
041800***************                                                   04180000
041900 8000-FIN-TRT-DEB.                                                04190000
042000     CLOSE LISTDEM.                                               04200000
042100     DISPLAY 'LIGNES EDITEES       = ' W-CPT-LIGNES.              04210000
042200     DISPLAY 'ENTREPOTS EDITES     = ' W-CPT-ENTS.                04220000
042300     DISPLAY 'HAUSSES / MOYENNE    = ' W-CPT-HAUSSES.             04230000
042400     DISPLAY 'LIGNES SANS MOTIF    = ' W-CPT-SANS-MOT.            04240000
042500     MOVE 'F' TO JRN-PHASE.                                       04250000
042600     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          04260000
042700     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         04270000
042800     CALL 'JRNEXEC' USING JRN-EXECUTION.                          04280000
042900 8000-FIN-TRT-FIN.                                                04290000
043000      EXIT.                                                       04300000
043100************                                                      04310000
043200************                                                      04320000
043300  9990-FIN-NORMALE-DEB.                                           04330000
043400            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           04340000
043500       GOBACK.                                                    04350000
043600  9990-FIN-NORMALE-FIN.                                           04360000
043700       EXIT.                                                      04370000
043800*************                                                     04380000
043900 COPY EDITPRO REPLACING ==EDIT-RECORD==                           04390000
044000     BY ==LD00==.                                                 04400000
044100 COPY ANORPROC.                                                   04410000
