000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LRAPGL  .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMRGL       ASSIGN    PARMRGL.                  00060000
000700     SELECT     LISTRGL       ASSIGN    LISTRGL.                  00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 PARMRGL                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    PR00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               PR00.                                           00150000
001600   10             PR00-PERIODE.                                   00160000
001700     15           PR00-AAAA   PICTURE 9(4).                       00170000
001800     15           PR00-MM     PICTURE 9(2).                       00180000
001900   10             PR00-FILLER   PICTURE X(74).                    00190000
002000 FD                 LISTRGL                                       00200000
002100      BLOCK              00000 RECORDS                            00210000
002200      DATA RECORD                                                 00220000
002300                    LR00                                          00230000
002400           LABEL RECORD STANDARD.                                 00240000
002500 01               LR00               PICTURE X(80).               00250000
002600 WORKING-STORAGE SECTION.                                         00260000
002700      EXEC SQL                                                    00270000
002800         INCLUDE SQLCA                                            00280000
002900      END-EXEC.                                                   00290000
003000*****                                                             00300000
003100      EXEC SQL                                                    00310000
003200         INCLUDE FAMILLE                                          00320000
003300      END-EXEC.                                                   00330000
003400*****                                                             00340000
003500      EXEC SQL                                                    00350000
003600         INCLUDE COMPTGL                                          00360000
003700      END-EXEC.                                                   00370000
003800*****                                                             00380000
003900      EXEC SQL                                                    00390000
004000         INCLUDE STOCKHI                                          00400000
004100      END-EXEC.                                                   00410000
004200******                                                            00420000
004300      EXEC SQL                                                    00430000
004400         DECLARE C-FAMILLE CURSOR FOR                             00440000
004500         SELECT ID_FAMILLE, LIBELLE                               00450000
004600           FROM API7.FAMILLE                                      00460000
004700          ORDER BY ID_FAMILLE                                     00470000
004800      END-EXEC.                                                   00480000
004900******                                                            00490000
005000      EXEC SQL                                                    00500000
005100         DECLARE C-MVTFAM CURSOR FOR                              00510000
005200         SELECT M.TYPE_MOUVEMENT,                                 00520000
005300                CASE WHEN M.TYPE_MOUVEMENT IN ('I', 'J', 'K')     00530000
005400                       OR M.CONTREPASSE = 'C' THEN 'M'            00540000
005500                     WHEN M.TYPE_MOUVEMENT = 'R'                  00550000
005600                      AND M.STATUT_STOCK <> ' ' THEN 'Q'          00560000
005700                     ELSE ' ' END,                                00570000
005800                SUM(CASE WHEN M.TYPE_MOUVEMENT IN ('E', 'D', 'I') 00580000
005900                         THEN M.QUANTITE * A.PRIX                 00590000
006000                         WHEN M.TYPE_MOUVEMENT IN ('S', 'R')      00600000
006100                         THEN 0 - M.QUANTITE * A.PRIX             00610000
006200                         ELSE 0 END),                             00620000
006300                SUM(CASE WHEN M.TYPE_MOUVEMENT IN                 00630000
006400                              ('E', 'D', 'I', 'C', 'L', 'J')      00640000
006500                         THEN M.QUANTITE * M.COUT_MOUVEMENT       00650000
006600                         WHEN M.TYPE_MOUVEMENT IN                 00660000
006700                              ('S', 'T', 'Q', 'A', 'K')           00670000
006800                         THEN 0 - M.QUANTITE * M.COUT_MOUVEMENT   00680000
006900                         WHEN M.TYPE_MOUVEMENT = 'R'              00690000
007000                          AND M.STATUT_STOCK = ' '                00700000
007100                         THEN 0 - M.QUANTITE * M.COUT_MOUVEMENT   00710000
007200                         ELSE 0 END)                              00720000
007300           FROM API7.MOUVEMENT_STOCK M, API7.ARTICLE A            00730000
007400          WHERE A.ID_ARTICLE = M.ID_ARTICLE                       00740000
007500            AND A.ID_FAMILLE = :W-ID-FAMILLE OF DCLFAMILLE        00750000
007600            AND YEAR(M.DATE_MOUVEMENT) = :W-PER-AAAA              00760000
007700            AND MONTH(M.DATE_MOUVEMENT) = :W-PER-MM               00770000
007800          GROUP BY M.TYPE_MOUVEMENT,                              00780000
007900                CASE WHEN M.TYPE_MOUVEMENT IN ('I', 'J', 'K')     00790000
008000                       OR M.CONTREPASSE = 'C' THEN 'M'            00800000
008100                     WHEN M.TYPE_MOUVEMENT = 'R'                  00810000
008200                      AND M.STATUT_STOCK <> ' ' THEN 'Q'          00820000
008300                     ELSE ' ' END                                 00830000
008400          ORDER BY 1, 2                                           00840000
008500      END-EXEC.                                                   00850000
008600******                                                            00860000
008700 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LRAPGL'.                     00870000
008800 01  W-SQLCODE      PIC +++9.                                     00880000
008900 01  W-EOF-PRM      PIC X     VALUE '0'.                          00890000
009000     88  FIN-PRM-OK           VALUE '1'.                          00900000
009100 01  W-EOF-FAM      PIC X     VALUE '0'.                          00910000
009200     88  FIN-FAM-OK           VALUE '1'.                          00920000
009300 01  W-EOF-MVT      PIC X     VALUE '0'.                          00930000
009400     88  FIN-MVT-OK           VALUE '1'.                          00940000
009500 COPY ANORMAL.                                                    00950000
009600 COPY PRMCOM.                                                     00960000
009700 COPY JRNCOM.                                                     00970000
009800******                                                            00980000
009900 01  W-PER-AAAA     PIC S9(4) USAGE COMP VALUE ZERO.              00990000
010000 01  W-PER-MM       PIC S9(4) USAGE COMP VALUE ZERO.              01000000
010100 01  W-PERIODE-PREC.                                              01010000
010200     05  W-PREC-AAAA    PIC 9(4).                                 01020000
010300     05  W-PREC-MM      PIC 9(2).                                 01030000
010400 01  W-NB-PHOTO     PIC S9(9) USAGE COMP VALUE ZERO.              01040000
010500 01  W-TYP-CRS      PIC X(1).                                     01050000
010600 01  W-NAT-CRS      PIC X(1).                                     01060000
010700 01  W-GL-CRS       PIC S9(13)V9(2) USAGE COMP-3.                 01070000
010800 01  W-COUT-CRS     PIC S9(13)V9(2) USAGE COMP-3.                 01080000
010900 01  W-COMPTE-TROUVE PIC X    VALUE '0'.                          01090000
011000     88  COMPTE-TROUVE        VALUE '1'.                          01100000
011100******                                                            01110000
011200 01  W-CPT-FAMILLES PIC S9(9) USAGE COMP-3 VALUE ZERO.            01120000
011300 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01130000
011400 01  W-CPT-SANS-CPT PIC S9(9) USAGE COMP-3 VALUE ZERO.            01140000
011500******                                                            01150000
011600 01  W-FAM-VALEURS.                                               01160000
011700     05  W-FAM-OUVERTURE  PIC S9(13)V9(2) USAGE COMP-3.           01170000
011800     05  W-FAM-EXTRAIT    PIC S9(13)V9(2) USAGE COMP-3.           01180000
011900     05  W-FAM-CLOTURE    PIC S9(13)V9(2) USAGE COMP-3.           01190000
012000     05  W-FAM-SANS-CPT   PIC S9(13)V9(2) USAGE COMP-3.           01200000
012100     05  W-FAM-MANUEL     PIC S9(13)V9(2) USAGE COMP-3.           01210000
012200     05  W-FAM-VALORIS    PIC S9(13)V9(2) USAGE COMP-3.           01220000
012300     05  W-FAM-NON-CPTA   PIC S9(13)V9(2) USAGE COMP-3.           01230000
012400 01  W-TOT-VALEURS.                                               01240000
012500     05  W-TOT-OUVERTURE  PIC S9(13)V9(2) USAGE COMP-3.           01250000
012600     05  W-TOT-EXTRAIT    PIC S9(13)V9(2) USAGE COMP-3.           01260000
012700     05  W-TOT-CLOTURE    PIC S9(13)V9(2) USAGE COMP-3.           01270000
012800     05  W-TOT-SANS-CPT   PIC S9(13)V9(2) USAGE COMP-3.           01280000
012900     05  W-TOT-MANUEL     PIC S9(13)V9(2) USAGE COMP-3.           01290000
013000     05  W-TOT-VALORIS    PIC S9(13)V9(2) USAGE COMP-3.           01300000
013100     05  W-TOT-NON-CPTA   PIC S9(13)V9(2) USAGE COMP-3.           01310000
013200 01  W-BLOC-VALEURS.                                              01320000
013300     05  W-BLC-OUVERTURE  PIC S9(13)V9(2) USAGE COMP-3.           01330000
013400     05  W-BLC-EXTRAIT    PIC S9(13)V9(2) USAGE COMP-3.           01340000
013500     05  W-BLC-CLOTURE    PIC S9(13)V9(2) USAGE COMP-3.           01350000
013600     05  W-BLC-SANS-CPT   PIC S9(13)V9(2) USAGE COMP-3.           01360000
013700     05  W-BLC-MANUEL     PIC S9(13)V9(2) USAGE COMP-3.           01370000
013800     05  W-BLC-VALORIS    PIC S9(13)V9(2) USAGE COMP-3.           01380000
013900     05  W-BLC-NON-CPTA   PIC S9(13)V9(2) USAGE COMP-3.           01390000
014000 01  W-BLC-THEORIQUE  PIC S9(13)V9(2) USAGE COMP-3.               01400000
014100 01  W-BLC-ECART      PIC S9(13)V9(2) USAGE COMP-3.               01410000
014200 01  W-BLC-COUT       PIC S9(13)V9(2) USAGE COMP-3.               01420000
014300******                                                            01430000
014400 01  W-LIGNE-ENTETE.                                              01440000
014500     05  FILLER   PIC X(40) VALUE                                 01450000
014600         'RAPPROCHEMENT STOCK / COMPTABILITE     '.               01460000
014700     05  FILLER   PIC X(10) VALUE 'PERIODE : '.                   01470000
014800     05  WE-PERIODE     PIC X(6).                                 01480000
014900     05  FILLER   PIC X(14) VALUE '  OUVERTURE : '.               01490000
015000     05  WE-PERIODE-PREC PIC X(6).                                01500000
015100     05  FILLER   PIC X(4)  VALUE SPACES.                         01510000
015200 01  W-LIGNE-FAMILLE.                                             01520000
015300     05  FILLER   PIC X(8)  VALUE 'FAMILLE '.                     01530000
015400     05  WF-FAMILLE     PIC X(2).                                 01540000
015500     05  FILLER   PIC X(3)  VALUE ' - '.                          01550000
015600     05  WF-LIBELLE     PIC X(20).                                01560000
015700     05  FILLER   PIC X(47) VALUE SPACES.                         01570000
015800 01  W-LIGNE-TITRE.                                               01580000
015900     05  FILLER   PIC X(2)  VALUE SPACES.                         01590000
016000     05  FILLER   PIC X(5)  VALUE 'TYPE'.                         01600000
016100     05  FILLER   PIC X(4)  VALUE 'NAT'.                          01610000
016200     05  FILLER   PIC X(9)  VALUE 'DEBIT'.                        01620000
016300     05  FILLER   PIC X(9)  VALUE 'CREDIT'.                       01630000
016400     05  FILLER   PIC X(17) VALUE '  VALEUR EXTRAITE'.            01640000
016500     05  FILLER   PIC X(17) VALUE '     VALEUR COUT'.             01650000
016600     05  FILLER   PIC X(17) VALUE SPACES.                         01660000
016700 01  W-LIGNE-DETAIL.                                              01670000
016800     05  FILLER   PIC X(3)  VALUE SPACES.                         01680000
016900     05  WD-TYPE        PIC X(1).                                 01690000
017000     05  FILLER   PIC X(4)  VALUE SPACES.                         01700000
017100     05  WD-NATURE      PIC X(1).                                 01710000
017200     05  FILLER   PIC X(2)  VALUE SPACES.                         01720000
017300     05  WD-COMPTES.                                              01730000
017400         10  WD-DEBIT       PIC X(8).                             01740000
017500         10  FILLER         PIC X(1).                             01750000
017600         10  WD-CREDIT      PIC X(8).                             01760000
017700     05  WD-MENTION REDEFINES WD-COMPTES PIC X(17).               01770000
017800     05  WD-EXTRAIT     PIC -------------9.99.                    01780000
017900     05  WD-COUT        PIC -------------9.99.                    01790000
018000     05  FILLER   PIC X(18) VALUE SPACES.                         01800000
018100 01  W-LIGNE-SOMME.                                               01810000
018200     05  FILLER   PIC X(4)  VALUE SPACES.                         01820000
018300     05  WM-LIBELLE     PIC X(45).                                01830000
018400     05  WM-MONTANT     PIC -------------9.99.                    01840000
018500     05  FILLER   PIC X(14) VALUE SPACES.                         01850000
018600 01  W-LIGNE-BLANCHE   PIC X(80) VALUE SPACES.                    01860000
018700 01  W-LIGNE-VISA1.                                               01870000
018800     05  FILLER   PIC X(40) VALUE                                 01880000
018900         'RAPPROCHEMENT ETABLI PAR : ____________'.               01890000
019000     05  FILLER   PIC X(40) VALUE                                 01900000
019100         '   LE : ____________                   '.               01910000
019200 01  W-LIGNE-VISA2.                                               01920000
019300     05  FILLER   PIC X(40) VALUE                                 01930000
019400         'VISA COMPTABILITE        : ____________'.               01940000
019500     05  FILLER   PIC X(40) VALUE                                 01950000
019600         '   LE : ____________                   '.               01960000
019700******                                                            01970000
019800 PROCEDURE DIVISION.                                              01980000
019900 1000-LRAPGL-DEB.                                                 01990000
020000     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  02000000
020100     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           02010000
020200     MOVE 'D' TO JRN-PHASE                                        02020000
020300     CALL 'JRNEXEC' USING JRN-EXECUTION                           02030000
020400     PERFORM 5000-INIT-DEB                                        02040000
020500       THRU  5000-INIT-FIN.                                       02050000
020600     PERFORM 6010-TRAITE-DEB                                      02060000
020700       THRU  6010-TRAITE-FIN                                      02070000
020800       UNTIL FIN-FAM-OK.                                          02080000
020900     PERFORM 8000-FIN-TRT-DEB                                     02090000
021000       THRU  8000-FIN-TRT-FIN.                                    02100000
021100     PERFORM 9990-FIN-NORMALE-DEB                                 02110000
021200       THRU  9990-FIN-NORMALE-FIN.                                02120000
021300 1000-LRAPGL-FIN.                                                 02130000
021400     EXIT.                                                        02140000
021500***************                                                   02150000
021600 5000-INIT-DEB.                                                   02160000
021700     OPEN INPUT PARMRGL.                                          02170000
021800     READ PARMRGL AT END                                          02180000
021900         MOVE '1' TO W-EOF-PRM.                                   02190000
022000     IF FIN-PRM-OK OR PR00-PERIODE = SPACES                       02200000
022100         MOVE W-PROGRAM-ID TO PRM-PROGRAMME                       02210000
022200         MOVE 'PERIODE' TO PRM-NOM                                02220000
022300         CALL 'PARMLIT' USING PRM-LECTURE                         02230000
022400         IF PRM-CODE-RETOUR NOT = ZERO                            02240000
022500             MOVE 'PAS DE PARAMETRE PERIODE'                      02250000
022600                  TO W-MESSAGE-ANOR                               02260000
022700             MOVE ZERO TO W-SQLCODE                               02270000
022800             PERFORM 9999-FIN-ANORMALE-DEB                        02280000
022900               THRU  9999-FIN-ANORMALE-FIN                        02290000
023000         END-IF                                                   02300000
023100         MOVE PRM-VALEUR TO PR00-PERIODE.                         02310000
023200     CLOSE PARMRGL.                                               02320000
023300     IF PR00-AAAA NOT NUMERIC OR PR00-MM NOT NUMERIC              02330000
023400         OR PR00-MM < 1 OR PR00-MM > 12                           02340000
023500         MOVE 'PERIODE INVALIDE (AAAAMM)' TO W-MESSAGE-ANOR       02350000
023600         MOVE ZERO TO W-SQLCODE                                   02360000
023700         PERFORM 9999-FIN-ANORMALE-DEB                            02370000
023800           THRU  9999-FIN-ANORMALE-FIN.                           02380000
023900     MOVE PR00-AAAA TO W-PER-AAAA.                                02390000
024000     MOVE PR00-MM TO W-PER-MM.                                    02400000
024100     MOVE PR00-PERIODE TO W-PERIODE.                              02410000
024200     IF PR00-MM = 1                                               02420000
024300         COMPUTE W-PREC-AAAA = PR00-AAAA - 1                      02430000
024400         MOVE 12 TO W-PREC-MM                                     02440000
024500     ELSE                                                         02450000
024600         MOVE PR00-AAAA TO W-PREC-AAAA                            02460000
024700         COMPUTE W-PREC-MM = PR00-MM - 1.                         02470000
024800     EXEC SQL                                                     02480000
024900         SELECT COUNT(*)                                          02490000
025000           INTO :W-NB-PHOTO                                       02500000
025100           FROM API7.STOCK_HISTORIQUE                             02510000
025200          WHERE PERIODE = :W-PERIODE                              02520000
025300     END-EXEC.                                                    02530000
025400     IF SQLCODE NOT = ZERO                                        02540000
025500         MOVE SQLCODE TO W-SQLCODE                                02550000
025600         MOVE 'SELECT STOCK_HISTORIQUE SQLCODE = '                02560000
025700              TO W-MESSAGE-ANOR                                   02570000
025800         PERFORM 9999-FIN-ANORMALE-DEB                            02580000
025900           THRU  9999-FIN-ANORMALE-FIN.                           02590000
026000     IF W-NB-PHOTO = ZERO                                         02600000
026100         MOVE 'PAS DE PHOTO DE STOCK POUR LA PERIODE'             02610000
026200              TO W-MESSAGE-ANOR                                   02620000
026300         MOVE ZERO TO W-SQLCODE                                   02630000
026400         PERFORM 9999-FIN-ANORMALE-DEB                            02640000
026500           THRU  9999-FIN-ANORMALE-FIN.                           02650000
026600     EXEC SQL                                                     02660000
026700         SELECT COUNT(*)                                          02670000
026800           INTO :W-NB-PHOTO                                       02680000
026900           FROM API7.STOCK_HISTORIQUE                             02690000
027000          WHERE PERIODE = :W-PERIODE-PREC                         02700000
027100     END-EXEC.                                                    02710000
027200     IF SQLCODE NOT = ZERO                                        02720000
027300         MOVE SQLCODE TO W-SQLCODE                                02730000
027400         MOVE 'SELECT STOCK_HISTORIQUE SQLCODE = '                02740000
027500              TO W-MESSAGE-ANOR                                   02750000
027600         PERFORM 9999-FIN-ANORMALE-DEB                            02760000
027700           THRU  9999-FIN-ANORMALE-FIN.                           02770000
027800     IF W-NB-PHOTO = ZERO                                         02780000
027900         DISPLAY 'PAS DE PHOTO POUR ' W-PERIODE-PREC              02790000
028000                 ' - VALEUR D''OUVERTURE A ZERO'.                 02800000
028100     INITIALIZE W-TOT-VALEURS.                                    02810000
028200     OPEN OUTPUT LISTRGL.                                         02820000
028300     MOVE W-PERIODE TO WE-PERIODE.                                02830000
028400     MOVE W-PERIODE-PREC TO WE-PERIODE-PREC.                      02840000
028500     MOVE W-LIGNE-ENTETE TO LR00.                                 02850000
028600     WRITE LR00.                                                  02860000
028700     EXEC SQL                                                     02870000
028800         OPEN C-FAMILLE                                           02880000
028900     END-EXEC.                                                    02890000
029000     IF SQLCODE NOT = ZERO                                        02900000
029100         MOVE SQLCODE TO W-SQLCODE                                02910000
029200         MOVE 'OPEN C-FAMILLE SQLCODE = '                         02920000
029300              TO W-MESSAGE-ANOR                                   02930000
029400         PERFORM 9999-FIN-ANORMALE-DEB                            02940000
029500           THRU  9999-FIN-ANORMALE-FIN.                           02950000
029600 5000-INIT-FIN.                                                   02960000
029700      EXIT.                                                       02970000
029800***************                                                   02980000
029900 6010-TRAITE-DEB.                                                 02990000
030000     EXEC SQL                                                     03000000
030100         FETCH C-FAMILLE                                          03010000
030200           INTO :W-ID-FAMILLE OF DCLFAMILLE, :W-LIBELLE           03020000
030300     END-EXEC.                                                    03030000
030400     EVALUATE SQLCODE                                             03040000
030500         WHEN 100                                                 03050000
030600             MOVE '1' TO W-EOF-FAM                                03060000
030700             GO TO 6010-TRAITE-FIN                                03070000
030800         WHEN ZERO                                                03080000
030900             CONTINUE                                             03090000
031000         WHEN OTHER                                               03100000
031100             MOVE SQLCODE TO W-SQLCODE                            03110000
031200             MOVE 'FETCH C-FAMILLE SQLCODE = '                    03120000
031300                  TO W-MESSAGE-ANOR                               03130000
031400             PERFORM 9999-FIN-ANORMALE-DEB                        03140000
031500               THRU  9999-FIN-ANORMALE-FIN                        03150000
031600     END-EVALUATE.                                                03160000
031700     ADD 1 TO W-CPT-FAMILLES.                                     03170000
031800     INITIALIZE W-FAM-VALEURS.                                    03180000
031900     PERFORM 6020-VALEURS-DEB                                     03190000
032000       THRU  6020-VALEURS-FIN.                                    03200000
032100     MOVE W-LIGNE-BLANCHE TO LR00.                                03210000
032200     WRITE LR00.                                                  03220000
032300     MOVE W-ID-FAMILLE OF DCLFAMILLE TO WF-FAMILLE.               03230000
032400     MOVE W-LIBELLE TO WF-LIBELLE.                                03240000
032500     MOVE W-LIGNE-FAMILLE TO LR00.                                03250000
032600     WRITE LR00.                                                  03260000
032700     MOVE W-LIGNE-TITRE TO LR00.                                  03270000
032800     WRITE LR00.                                                  03280000
032900     MOVE '0' TO W-EOF-MVT.                                       03290000
033000     EXEC SQL                                                     03300000
033100         OPEN C-MVTFAM                                            03310000
033200     END-EXEC.                                                    03320000
033300     IF SQLCODE NOT = ZERO                                        03330000
033400         MOVE SQLCODE TO W-SQLCODE                                03340000
033500         MOVE 'OPEN C-MVTFAM SQLCODE = '                          03350000
033600              TO W-MESSAGE-ANOR                                   03360000
033700         PERFORM 9999-FIN-ANORMALE-DEB                            03370000
033800           THRU  9999-FIN-ANORMALE-FIN.                           03380000
033900     PERFORM 6030-MVT-DEB                                         03390000
034000       THRU  6030-MVT-FIN                                         03400000
034100       UNTIL FIN-MVT-OK.                                          03410000
034200     EXEC SQL                                                     03420000
034300         CLOSE C-MVTFAM                                           03430000
034400     END-EXEC.                                                    03440000
034500     MOVE W-FAM-VALEURS TO W-BLOC-VALEURS.                        03450000
034600     PERFORM 6050-SYNTHESE-DEB                                    03460000
034700       THRU  6050-SYNTHESE-FIN.                                   03470000
034800     ADD W-FAM-OUVERTURE TO W-TOT-OUVERTURE.                      03480000
034900     ADD W-FAM-EXTRAIT TO W-TOT-EXTRAIT.                          03490000
035000     ADD W-FAM-CLOTURE TO W-TOT-CLOTURE.                          03500000
035100     ADD W-FAM-SANS-CPT TO W-TOT-SANS-CPT.                        03510000
035200     ADD W-FAM-MANUEL TO W-TOT-MANUEL.                            03520000
035300     ADD W-FAM-VALORIS TO W-TOT-VALORIS.                          03530000
035400     ADD W-FAM-NON-CPTA TO W-TOT-NON-CPTA.                        03540000
035500 6010-TRAITE-FIN.                                                 03550000
035600      EXIT.                                                       03560000
035700***************                                                   03570000
035800 6020-VALEURS-DEB.                                                03580000
035900     EXEC SQL                                                     03590000
036000         SELECT COALESCE(SUM(H.QUANTITE * H.COUT_MOYEN), 0)       03600000
036100           INTO :W-FAM-OUVERTURE                                  03610000
036200           FROM API7.STOCK_HISTORIQUE H, API7.ARTICLE A           03620000
036300          WHERE A.ID_ARTICLE = H.ID_ARTICLE                       03630000
036400            AND A.ID_FAMILLE = :W-ID-FAMILLE OF DCLFAMILLE        03640000
036500            AND H.PERIODE = :W-PERIODE-PREC                       03650000
036600     END-EXEC.                                                    03660000
036700     IF SQLCODE NOT = ZERO                                        03670000
036800         MOVE SQLCODE TO W-SQLCODE                                03680000
036900         MOVE 'SELECT VALEUR OUVERTURE SQLCODE = '                03690000
037000              TO W-MESSAGE-ANOR                                   03700000
037100         PERFORM 9999-FIN-ANORMALE-DEB                            03710000
037200           THRU  9999-FIN-ANORMALE-FIN.                           03720000
037300     EXEC SQL                                                     03730000
037400         SELECT COALESCE(SUM(H.QUANTITE * H.COUT_MOYEN), 0)       03740000
037500           INTO :W-FAM-CLOTURE                                    03750000
037600           FROM API7.STOCK_HISTORIQUE H, API7.ARTICLE A           03760000
037700          WHERE A.ID_ARTICLE = H.ID_ARTICLE                       03770000
037800            AND A.ID_FAMILLE = :W-ID-FAMILLE OF DCLFAMILLE        03780000
037900            AND H.PERIODE = :W-PERIODE                            03790000
038000     END-EXEC.                                                    03800000
038100     IF SQLCODE NOT = ZERO                                        03810000
038200         MOVE SQLCODE TO W-SQLCODE                                03820000
038300         MOVE 'SELECT VALEUR CLOTURE SQLCODE = '                  03830000
038400              TO W-MESSAGE-ANOR                                   03840000
038500         PERFORM 9999-FIN-ANORMALE-DEB                            03850000
038600           THRU  9999-FIN-ANORMALE-FIN.                           03860000
038700 6020-VALEURS-FIN.                                                03870000
038800      EXIT.                                                       03880000
038900***************                                                   03890000
039000 6030-MVT-DEB.                                                    03900000
039100     EXEC SQL                                                     03910000
039200         FETCH C-MVTFAM                                           03920000
039300           INTO :W-TYP-CRS, :W-NAT-CRS, :W-GL-CRS, :W-COUT-CRS    03930000
039400     END-EXEC.                                                    03940000
039500     EVALUATE SQLCODE                                             03950000
039600         WHEN 100                                                 03960000
039700             MOVE '1' TO W-EOF-MVT                                03970000
039800             GO TO 6030-MVT-FIN                                   03980000
039900         WHEN ZERO                                                03990000
040000             CONTINUE                                             04000000
040100         WHEN OTHER                                               04010000
040200             MOVE SQLCODE TO W-SQLCODE                            04020000
040300             MOVE 'FETCH C-MVTFAM SQLCODE = '                     04030000
040400                  TO W-MESSAGE-ANOR                               04040000
040500             PERFORM 9999-FIN-ANORMALE-DEB                        04050000
040600               THRU  9999-FIN-ANORMALE-FIN                        04060000
040700     END-EVALUATE.                                                04070000
040800     MOVE W-TYP-CRS TO WD-TYPE.                                   04080000
040900     MOVE W-NAT-CRS TO WD-NATURE.                                 04090000
041000     MOVE SPACES TO WD-COMPTES.                                   04100000
041100     MOVE '0' TO W-COMPTE-TROUVE.                                 04110000
041150     IF W-TYP-CRS = 'E' OR W-TYP-CRS = 'S' OR W-TYP-CRS = 'I'     04115000
041200                       OR W-TYP-CRS = 'R' OR W-TYP-CRS = 'D'      04120000
041300         PERFORM 6040-COMPTES-DEB                                 04130000
041400           THRU  6040-COMPTES-FIN                                 04140000
041500     ELSE                                                         04150000
041600         MOVE 'NON COMPTABILISE' TO WD-MENTION.                   04160000
041700     IF NOT COMPTE-TROUVE                                         04170000
041800         MOVE ZERO TO W-GL-CRS.                                   04180000
041900     EVALUATE TRUE                                                04190000
042000         WHEN W-NAT-CRS = 'M'                                     04200000
042100             COMPUTE W-FAM-MANUEL =                               04210000
042200                 W-FAM-MANUEL + W-COUT-CRS - W-GL-CRS             04220000
042300         WHEN W-NAT-CRS = 'Q'                                     04230000
042400             COMPUTE W-FAM-NON-CPTA =                             04240000
042500                 W-FAM-NON-CPTA + W-COUT-CRS - W-GL-CRS           04250000
042600         WHEN W-TYP-CRS NOT = 'E' AND W-TYP-CRS NOT = 'S'         04260000
042700          AND W-TYP-CRS NOT = 'R' AND W-TYP-CRS NOT = 'D'         04270000
042800             ADD W-COUT-CRS TO W-FAM-NON-CPTA                     04280000
042900         WHEN NOT COMPTE-TROUVE                                   04290000
043000             ADD 1 TO W-CPT-SANS-CPT                              04300000
043100             ADD W-COUT-CRS TO W-FAM-SANS-CPT                     04310000
043200         WHEN OTHER                                               04320000
043300             COMPUTE W-FAM-VALORIS =                              04330000
043400                 W-FAM-VALORIS + W-COUT-CRS - W-GL-CRS            04340000
043500     END-EVALUATE.                                                04350000
043600     ADD W-GL-CRS TO W-FAM-EXTRAIT.                               04360000
043700     MOVE W-GL-CRS TO WD-EXTRAIT.                                 04370000
043800     MOVE W-COUT-CRS TO WD-COUT.                                  04380000
043900     MOVE W-LIGNE-DETAIL TO LR00.                                 04390000
044000     WRITE LR00.                                                  04400000
044100     ADD 1 TO W-CPT-LIGNES.                                       04410000
044200 6030-MVT-FIN.                                                    04420000
044300      EXIT.                                                       04430000
044400***************                                                   04440000
044500 6040-COMPTES-DEB.                                                04450000
044600     MOVE W-ID-FAMILLE OF DCLFAMILLE                              04460000
044700       TO W-ID-FAMILLE OF DCLCOMPTEGL.                            04470000
044800     MOVE W-TYP-CRS TO W-TYPE-MOUVEMENT.                          04480000
044900     EXEC SQL                                                     04490000
045000         SELECT COMPTE_DEBIT, COMPTE_CREDIT                       04500000
045100           INTO :W-COMPTE-DEBIT, :W-COMPTE-CREDIT                 04510000
045200           FROM API7.COMPTE_GL                                    04520000
045300          WHERE ID_FAMILLE = :W-ID-FAMILLE OF DCLCOMPTEGL         04530000
045350            AND MOTIF_MVT = ' '                                   04535000
045400            AND TYPE_MOUVEMENT = :W-TYPE-MOUVEMENT                04540000
045500     END-EXEC.                                                    04550000
045600     EVALUATE SQLCODE                                             04560000
045700         WHEN ZERO                                                04570000
045800             MOVE '1' TO W-COMPTE-TROUVE                          04580000
045900             MOVE W-COMPTE-DEBIT TO WD-DEBIT                      04590000
046000             MOVE W-COMPTE-CREDIT TO WD-CREDIT                    04600000
046100         WHEN 100                                                 04610000
046200             MOVE 'SANS COMPTE GL' TO WD-MENTION                  04620000
046300         WHEN OTHER                                               04630000
046400             MOVE SQLCODE TO W-SQLCODE                            04640000
046500             MOVE 'SELECT COMPTE_GL SQLCODE = '                   04650000
046600                  TO W-MESSAGE-ANOR                               04660000
046700             PERFORM 9999-FIN-ANORMALE-DEB                        04670000
046800               THRU  9999-FIN-ANORMALE-FIN                        04680000
046900     END-EVALUATE.                                                04690000
047000 6040-COMPTES-FIN.                                                04700000
047100      EXIT.                                                       04710000
047200***************                                                   04720000
047300 6050-SYNTHESE-DEB.                                               04730000
047400     COMPUTE W-BLC-THEORIQUE = W-BLC-OUVERTURE + W-BLC-EXTRAIT.   04740000
047500     COMPUTE W-BLC-ECART = W-BLC-CLOTURE - W-BLC-THEORIQUE.       04750000
047600     COMPUTE W-BLC-COUT = W-BLC-ECART - W-BLC-SANS-CPT            04760000
047700                        - W-BLC-MANUEL - W-BLC-VALORIS            04770000
047800                        - W-BLC-NON-CPTA.                         04780000
047900     MOVE 'VALEUR D''OUVERTURE' TO WM-LIBELLE.                    04790000
048000     MOVE W-BLC-OUVERTURE TO WM-MONTANT.                          04800000
048100     PERFORM 6060-ECRIT-SOMME-DEB                                 04810000
048200       THRU  6060-ECRIT-SOMME-FIN.                                04820000
048300     MOVE '+ MOUVEMENTS EXTRAITS VERS LA COMPTABILITE'            04830000
048400       TO WM-LIBELLE.                                             04840000
048500     MOVE W-BLC-EXTRAIT TO WM-MONTANT.                            04850000
048600     PERFORM 6060-ECRIT-SOMME-DEB                                 04860000
048700       THRU  6060-ECRIT-SOMME-FIN.                                04870000
048800     MOVE '= VALEUR THEORIQUE' TO WM-LIBELLE.                     04880000
048900     MOVE W-BLC-THEORIQUE TO WM-MONTANT.                          04890000
049000     PERFORM 6060-ECRIT-SOMME-DEB                                 04900000
049100       THRU  6060-ECRIT-SOMME-FIN.                                04910000
049200     MOVE 'VALEUR DE CLOTURE (STOCK AU COUT MOYEN)'               04920000
049300       TO WM-LIBELLE.                                             04930000
049400     MOVE W-BLC-CLOTURE TO WM-MONTANT.                            04940000
049500     PERFORM 6060-ECRIT-SOMME-DEB                                 04950000
049600       THRU  6060-ECRIT-SOMME-FIN.                                04960000
049700     MOVE 'ECART A JUSTIFIER' TO WM-LIBELLE.                      04970000
049800     MOVE W-BLC-ECART TO WM-MONTANT.                              04980000
049900     PERFORM 6060-ECRIT-SOMME-DEB                                 04990000
050000       THRU  6060-ECRIT-SOMME-FIN.                                05000000
050100     MOVE '  DONT MOUVEMENTS SANS COMPTE GL' TO WM-LIBELLE.       05010000
050200     MOVE W-BLC-SANS-CPT TO WM-MONTANT.                           05020000
050300     PERFORM 6060-ECRIT-SOMME-DEB                                 05030000
050400       THRU  6060-ECRIT-SOMME-FIN.                                05040000
050500     MOVE '  DONT AJUSTEMENTS MANUELS (INV./CONTREP.)'            05050000
050600       TO WM-LIBELLE.                                             05060000
050700     MOVE W-BLC-MANUEL TO WM-MONTANT.                             05070000
050800     PERFORM 6060-ECRIT-SOMME-DEB                                 05080000
050900       THRU  6060-ECRIT-SOMME-FIN.                                05090000
051000     MOVE '  DONT VARIATION DE COUT SANS MOUVEMENT'               05100000
051100       TO WM-LIBELLE.                                             05110000
051200     MOVE W-BLC-COUT TO WM-MONTANT.                               05120000
051300     PERFORM 6060-ECRIT-SOMME-DEB                                 05130000
051400       THRU  6060-ECRIT-SOMME-FIN.                                05140000
051500     MOVE '  DONT ECART PRIX EXTRAIT / COUT MOYEN'                05150000
051600       TO WM-LIBELLE.                                             05160000
051700     MOVE W-BLC-VALORIS TO WM-MONTANT.                            05170000
051800     PERFORM 6060-ECRIT-SOMME-DEB                                 05180000
051900       THRU  6060-ECRIT-SOMME-FIN.                                05190000
052000     MOVE '  DONT TRANSFERTS ET QUALITE NON COMPTAB.'             05200000
052100       TO WM-LIBELLE.                                             05210000
052200     MOVE W-BLC-NON-CPTA TO WM-MONTANT.                           05220000
052300     PERFORM 6060-ECRIT-SOMME-DEB                                 05230000
052400       THRU  6060-ECRIT-SOMME-FIN.                                05240000
052500 6050-SYNTHESE-FIN.                                               05250000
052600      EXIT.                                                       05260000
052700***************                                                   05270000
052800 6060-ECRIT-SOMME-DEB.                                            05280000
052900     MOVE W-LIGNE-SOMME TO LR00.                                  05290000
053000     WRITE LR00.                                                  05300000
053100 6060-ECRIT-SOMME-FIN.                                            05310000
053200      EXIT.                                                       05320000
053300***************                                                   05330000
053400 8000-FIN-TRT-DEB.                                                05340000
053500     EXEC SQL                                                     05350000
053600         CLOSE C-FAMILLE                                          05360000
053700     END-EXEC.                                                    05370000
053800     MOVE W-LIGNE-BLANCHE TO LR00.                                05380000
053900     WRITE LR00.                                                  05390000
054000     MOVE SPACES TO W-LIGNE-FAMILLE.                              05400000
054100     MOVE 'TOTAL TOUTES FAMILLES' TO W-LIGNE-FAMILLE.             05410000
054200     MOVE W-LIGNE-FAMILLE TO LR00.                                05420000
054300     WRITE LR00.                                                  05430000
054400     MOVE W-TOT-VALEURS TO W-BLOC-VALEURS.                        05440000
054500     PERFORM 6050-SYNTHESE-DEB                                    05450000
054600       THRU  6050-SYNTHESE-FIN.                                   05460000
054700     MOVE W-LIGNE-BLANCHE TO LR00.                                05470000
054800     WRITE LR00.                                                  05480000
054900     MOVE W-LIGNE-VISA1 TO LR00.                                  05490000
055000     WRITE LR00.                                                  05500000
055100     MOVE W-LIGNE-BLANCHE TO LR00.                                05510000
055200     WRITE LR00.                                                  05520000
055300     MOVE W-LIGNE-VISA2 TO LR00.                                  05530000
055400     WRITE LR00.                                                  05540000
055500     CLOSE LISTRGL.                                               05550000
055600     DISPLAY 'PERIODE RAPPROCHEE   = ' W-PERIODE.                 05560000
055700     DISPLAY 'FAMILLES TRAITEES    = ' W-CPT-FAMILLES.            05570000
055800     DISPLAY 'LIGNES DE MOUVEMENTS = ' W-CPT-LIGNES.              05580000
055900     DISPLAY 'SANS COMPTE GL       = ' W-CPT-SANS-CPT.            05590000
056000     MOVE 'F' TO JRN-PHASE.                                       05600000
056100     MOVE W-CPT-FAMILLES TO JRN-NB-LUS.                           05610000
056200     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          05620000
056300     MOVE W-CPT-SANS-CPT TO JRN-NB-REJETES.                       05630000
056400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         05640000
056500     CALL 'JRNEXEC' USING JRN-EXECUTION.                          05650000
056600 8000-FIN-TRT-FIN.                                                05660000
056700      EXIT.                                                       05670000
056800************                                                      05680000
056900************                                                      05690000
057000  9990-FIN-NORMALE-DEB.                                           05700000
057100            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           05710000
057200       GOBACK.                                                    05720000
057300  9990-FIN-NORMALE-FIN.                                           05730000
057400       EXIT.                                                      05740000
057500*************                                                     05750000
057600 COPY ANORPROC.                                                   05760000
