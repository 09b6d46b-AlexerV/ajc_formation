000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LIMPEMP .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMIMP       ASSIGN    PARMIMP.                  00060000
000700     SELECT     JRN-FICHIER   ASSIGN    JRNCUM.                   00070000
000800     SELECT     TRI-FICHIER   ASSIGN    TRIWORK.                  00080000
000900     SELECT     IMP-FICHIER   ASSIGN    TRIIMP.                   00090000
001000     SELECT     RNG-FICHIER   ASSIGN    TRIRNG.                   00100000
001100     SELECT     EMT-FICHIER   ASSIGN    TRIEMT.                   00110000
001200     SELECT     PRO-FICHIER   ASSIGN    PROPEMP.                  00120000
001300     SELECT     LISTIMP       ASSIGN    LISTIMP.                  00130000
001400 DATA DIVISION.                                                   00140000
001500 FILE SECTION.                                                    00150000
001600 FD                 PARMIMP                                       00160000
001700      BLOCK              00000 RECORDS                            00170000
001800      DATA RECORD                                                 00180000
001900                    PA00                                          00190000
002000           LABEL RECORD STANDARD.                                 00200000
002100 01               PA00.                                           00210000
002200   10             PA00-ENTREPOT PICTURE X(2).                     00220000
002300   10             PA00-NB-MOIS  PICTURE 9(2).                     00230000
002400   10             PA00-PAS-ALLEE PICTURE 9(2)V9.                  00240000
002500   10             PA00-PAS-CASIER PICTURE 9(2)V9.                 00250000
002600   10             PA00-CRITERE  PICTURE X(1).                     00260000
002700   10             PA00-FILLER   PICTURE X(69).                    00270000
002800 FD                 JRN-FICHIER                                   00280000
002900      BLOCK              00000 RECORDS                            00290000
003000      DATA RECORD                                                 00300000
003100                    JA00                                          00310000
003200           LABEL RECORD STANDARD.                                 00320000
003300 01               JA00.                                           00330000
003400   10             JA00-LIE      PICTURE 9(9).                     00340000
003500   10             JA00-NOART    PICTURE 9(9).                     00350000
003600   10             JA00-ENTREPOT PICTURE X(2).                     00360000
003700   10             JA00-QTE-DEM  PICTURE 9(9).                     00370000
003800   10             JA00-QTE-SERV PICTURE 9(9).                     00380000
003900   10             JA00-QTE-RELI PICTURE 9(9).                     00390000
004000   10             JA00-NO-LOT   PICTURE X(10).                    00400000
004100   10             JA00-NOART-KIT PICTURE 9(9).                    00410000
004200   10             JA00-SUBST    PICTURE X(1).                     00420000
004300   10             JA00-NOART-ORIG PICTURE 9(9).                   00430000
004400   10             JA00-FILLER   PICTURE X(4).                     00440000
004500 SD                 TRI-FICHIER                                   00450000
004600      DATA RECORD                                                 00460000
004700                    TL00.                                         00470000
004800 01               TL00.                                           00480000
004900   10             TL00-ENTREPOT PICTURE X(2).                     00490000
005000   10             TL00-NOART    PICTURE 9(9).                     00500000
005100   10             TL00-NB-LIG   PICTURE 9(9).                     00510000
005200   10             TL00-FILLER   PICTURE X(60).                    00520000
005300 01               TI00.                                           00530000
005400   10             TI00-ENTREPOT PICTURE X(2).                     00540000
005500   10             TI00-CLE-1    PICTURE 9(9).                     00550000
005600   10             TI00-CLE-2    PICTURE 9(9).                     00560000
005700   10             TI00-DISTANCE PICTURE 9(5)V9.                   00570000
005800   10             TI00-ALLEE    PICTURE X(2).                     00580000
005900   10             TI00-ETAGERE  PICTURE X(2).                     00590000
006000   10             TI00-CASIER   PICTURE X(3).                     00600000
006100   10             TI00-NOART    PICTURE 9(9).                     00610000
006200   10             TI00-CLASSE   PICTURE X(1).                     00620000
006300   10             TI00-NB-LIG   PICTURE 9(9).                     00630000
006400   10             TI00-FILLER   PICTURE X(28).                    00640000
006500 FD                 IMP-FICHIER                                   00650000
006600      BLOCK              00000 RECORDS                            00660000
006700      DATA RECORD                                                 00670000
006800                    IM00                                          00680000
006900           LABEL RECORD STANDARD.                                 00690000
007000 01               IM00.                                           00700000
007100   10             IM00-ENTREPOT PICTURE X(2).                     00710000
007200   10             IM00-CLE-1    PICTURE 9(9).                     00720000
007300   10             IM00-CLE-2    PICTURE 9(9).                     00730000
007400   10             IM00-DISTANCE PICTURE 9(5)V9.                   00740000
007500   10             IM00-ALLEE    PICTURE X(2).                     00750000
007600   10             IM00-ETAGERE  PICTURE X(2).                     00760000
007700   10             IM00-CASIER   PICTURE X(3).                     00770000
007800   10             IM00-NOART    PICTURE 9(9).                     00780000
007900   10             IM00-CLASSE   PICTURE X(1).                     00790000
008000   10             IM00-NB-LIG   PICTURE 9(9).                     00800000
008100   10             IM00-FILLER   PICTURE X(28).                    00810000
008200 FD                 RNG-FICHIER                                   00820000
008300      BLOCK              00000 RECORDS                            00830000
008400      DATA RECORD                                                 00840000
008500                    RG00                                          00850000
008600           LABEL RECORD STANDARD.                                 00860000
008700 01               RG00.                                           00870000
008800   10             RG00-ENTREPOT PICTURE X(2).                     00880000
008900   10             RG00-CLE-1    PICTURE 9(9).                     00890000
009000   10             RG00-CLE-2    PICTURE 9(9).                     00900000
009100   10             RG00-DISTANCE PICTURE 9(5)V9.                   00910000
009200   10             RG00-ALLEE    PICTURE X(2).                     00920000
009300   10             RG00-ETAGERE  PICTURE X(2).                     00930000
009400   10             RG00-CASIER   PICTURE X(3).                     00940000
009500   10             RG00-NOART    PICTURE 9(9).                     00950000
009600   10             RG00-CLASSE   PICTURE X(1).                     00960000
009700   10             RG00-NB-LIG   PICTURE 9(9).                     00970000
009800   10             RG00-FILLER   PICTURE X(28).                    00980000
009900 FD                 EMT-FICHIER                                   00990000
010000      BLOCK              00000 RECORDS                            01000000
010100      DATA RECORD                                                 01010000
010200                    EB00                                          01020000
010300           LABEL RECORD STANDARD.                                 01030000
010400 01               EB00.                                           01040000
010500   10             EB00-ENTREPOT PICTURE X(2).                     01050000
010600   10             EB00-CLE-1    PICTURE 9(9).                     01060000
010700   10             EB00-CLE-2    PICTURE 9(9).                     01070000
010800   10             EB00-DISTANCE PICTURE 9(5)V9.                   01080000
010900   10             EB00-ALLEE    PICTURE X(2).                     01090000
011000   10             EB00-ETAGERE  PICTURE X(2).                     01100000
011100   10             EB00-CASIER   PICTURE X(3).                     01110000
011200   10             EB00-NOART    PICTURE 9(9).                     01120000
011300   10             EB00-CLASSE   PICTURE X(1).                     01130000
011400   10             EB00-NB-LIG   PICTURE 9(9).                     01140000
011500   10             EB00-FILLER   PICTURE X(28).                    01150000
011600 FD                 PRO-FICHIER                                   01160000
011700      BLOCK              00000 RECORDS                            01170000
011800      DATA RECORD                                                 01180000
011900                    ME00                                          01190000
012000           LABEL RECORD STANDARD.                                 01200000
012100 01               ME00.                                           01210000
012200   10             ME00-NOART    PICTURE 9(9).                     01220000
012300   10             ME00-ENTREPOT PICTURE X(2).                     01230000
012400   10             ME00-ALLEE    PICTURE X(2).                     01240000
012500   10             ME00-ETAGERE  PICTURE X(2).                     01250000
012600   10             ME00-CASIER   PICTURE X(3).                     01260000
012700   10             ME00-CODE-TRT PICTURE X(1).                     01270000
012800   10             ME00-FILLER   PICTURE X(61).                    01280000
012900 FD                 LISTIMP                                       01290000
013000      BLOCK              00000 RECORDS                            01300000
013100      DATA RECORD                                                 01310000
013200                    LI00                                          01320000
013300           LABEL RECORD STANDARD.                                 01330000
013400 01               LI00               PICTURE X(81).               01340000
013500 WORKING-STORAGE SECTION.                                         01350000
013600      EXEC SQL                                                    01360000
013700         INCLUDE SQLCA                                            01370000
013800      END-EXEC.                                                   01380000
013900*****                                                             01390000
014000      EXEC SQL                                                    01400000
014100         INCLUDE EMPLACE                                          01410000
014200      END-EXEC.                                                   01420000
014300*****                                                             01430000
014400      EXEC SQL                                                    01440000
014500         INCLUDE CLASABC                                          01450000
014600      END-EXEC.                                                   01460000
014700*****                                                             01470000
014800      EXEC SQL                                                    01480000
014900         INCLUDE MVTHIST                                          01490000
015000      END-EXEC.                                                   01500000
015100******                                                            01510000
015200      EXEC SQL                                                    01520000
015300         DECLARE C-MVT CURSOR FOR                                 01530000
015400         SELECT ID_ENTREPOT, ID_ARTICLE, COUNT(*)                 01540000
015500           FROM API7.MOUVEMENT_STOCK                              01550000
015600          WHERE TYPE_MOUVEMENT = 'S'                              01560000
015700            AND ORIGINE <> 'LCONFEXP'                             01570000
015800            AND DATE_MOUVEMENT >=                                 01580000
015900                CURRENT DATE - :W-NB-MOIS MONTHS                  01590000
016000            AND (:W-ENT-DEM = '  '                                01600000
016100                 OR ID_ENTREPOT = :W-ENT-DEM)                     01610000
016200          GROUP BY ID_ENTREPOT, ID_ARTICLE                        01620000
016300      END-EXEC.                                                   01630000
016400******                                                            01640000
016500      EXEC SQL                                                    01650000
016600         DECLARE C-EMP CURSOR FOR                                 01660000
016700         SELECT E.ID_ENTREPOT, E.ID_ARTICLE, E.ALLEE,             01670000
016800                E.ETAGERE, E.CASIER,                              01680000
016900                COALESCE(C.CLASSE, 'C'),                          01690000
017000                (SELECT COUNT(DISTINCT E2.ALLEE)                  01700000
017100                   FROM API7.EMPLACEMENT E2                       01710000
017200                  WHERE E2.ID_ENTREPOT = E.ID_ENTREPOT            01720000
017300                    AND E2.ALLEE < E.ALLEE)                       01730000
017400           FROM API7.EMPLACEMENT E                                01740000
017500                LEFT OUTER JOIN API7.CLASSE_ABC C                 01750000
017600                   ON C.ID_ARTICLE = E.ID_ARTICLE                 01760000
017700          WHERE (:W-ENT-DEM = '  '                                01770000
017800                 OR E.ID_ENTREPOT = :W-ENT-DEM)                   01780000
017900          ORDER BY E.ID_ENTREPOT, E.ID_ARTICLE                    01790000
018000      END-EXEC.                                                   01800000
018100******                                                            01810000
018200 COPY EDITWS.                                                     01820000
018300 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LIMPEMP'.                    01830000
018400 01  W-SQLCODE      PIC +++9.                                     01840000
018500 01  W-EOF-PRM      PIC X     VALUE '0'.                          01850000
018600     88  FIN-PRM-OK           VALUE '1'.                          01860000
018700 01  W-EOF-JRN      PIC X     VALUE '0'.                          01870000
018800     88  FIN-JRN-OK           VALUE '1'.                          01880000
018900 01  W-EOF-MVT      PIC X     VALUE '0'.                          01890000
019000     88  FIN-MVT-OK           VALUE '1'.                          01900000
019100 01  W-EOF-TRI      PIC X     VALUE '0'.                          01910000
019200     88  FIN-TRI-OK           VALUE '1'.                          01920000
019300 01  W-EOF-EMP      PIC X     VALUE '0'.                          01930000
019400     88  FIN-EMP-OK           VALUE '1'.                          01940000
019500 01  W-EOF-RNG      PIC X     VALUE '0'.                          01950000
019600     88  FIN-RNG-OK           VALUE '1'.                          01960000
019700 01  W-ENT-DEM      PIC X(2)  VALUE SPACES.                       01970000
019800 01  W-NB-MOIS      PIC S9(2) USAGE COMP-3 VALUE ZERO.            01980000
019900 01  W-PAS-ALLEE    PIC S9(2)V9 USAGE COMP-3 VALUE ZERO.          01990000
020000 01  W-PAS-CASIER   PIC S9(2)V9 USAGE COMP-3 VALUE ZERO.          02000000
020100 01  W-CRITERE      PIC X     VALUE 'L'.                          02010000
020200     88  CRITERE-LIGNES       VALUE 'L'.                          02020000
020300     88  CRITERE-CLASSE       VALUE 'C'.                          02030000
020400 01  W-NB-MVT       PIC S9(9) USAGE COMP VALUE ZERO.              02040000
020500 01  W-RANG-ALLEE   PIC S9(9) USAGE COMP VALUE ZERO.              02050000
020600 01  W-CASIER-X     PIC X(3)  VALUE SPACES.                       02060000
020700 01  W-CASIER-N     REDEFINES W-CASIER-X PIC 9(3).                02070000
020800 01  W-NUM-CASIER   PIC S9(3) USAGE COMP-3 VALUE ZERO.            02080000
020900 01  W-DISTANCE     PIC S9(5)V9 USAGE COMP-3 VALUE ZERO.          02090000
021000 01  W-NB-LIG       PIC S9(9) USAGE COMP-3 VALUE ZERO.            02100000
021100 01  W-INV-LIG      PIC S9(9) USAGE COMP-3 VALUE ZERO.            02110000
021200 01  W-ORD-CLASSE   PIC S9(1) USAGE COMP-3 VALUE ZERO.            02120000
021300 01  W-CLE-LIG.                                                   02130000
021400     05  WL-ENTREPOT    PIC X(2).                                 02140000
021500     05  WL-NOART       PIC 9(9).                                 02150000
021600 01  W-CLE-EMP.                                                   02160000
021700     05  WE-ENTREPOT    PIC X(2).                                 02170000
021800     05  WE-NOART       PIC 9(9).                                 02180000
021900 01  W-PREV-ENTREPOT PIC X(2) VALUE SPACES.                       02190000
022000 01  W-GAIN         PIC S9(9)V9 USAGE COMP-3 VALUE ZERO.          02200000
022100 01  W-MARCHE-ACT   PIC S9(11)V9 USAGE COMP-3 VALUE ZERO.         02210000
022200 01  W-MARCHE-PRO   PIC S9(11)V9 USAGE COMP-3 VALUE ZERO.         02220000
022300 01  W-REDUCTION    PIC S9(11)V9 USAGE COMP-3 VALUE ZERO.         02230000
022400 01  W-PCT          PIC S9(3)V9 USAGE COMP-3 VALUE ZERO.          02240000
022500 01  W-CPT-ENT-PROP PIC S9(9) USAGE COMP-3 VALUE ZERO.            02250000
022600 COPY ANORMAL.                                                    02260000
022700 COPY JRNCOM.                                                     02270000
022800******                                                            02280000
022900 01  W-CPT-JRN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            02290000
023000 01  W-CPT-MVT      PIC S9(9) USAGE COMP-3 VALUE ZERO.            02300000
023100 01  W-CPT-EMP      PIC S9(9) USAGE COMP-3 VALUE ZERO.            02310000
023200 01  W-CPT-SANS-EMP PIC S9(9) USAGE COMP-3 VALUE ZERO.            02320000
023300 01  W-CPT-PROP     PIC S9(9) USAGE COMP-3 VALUE ZERO.            02330000
023400******                                                            02340000
023500 01  W-LIGNE-ENTETE.                                              02350000
023600     05  FILLER   PIC X(30) VALUE                                 02360000
023700         'PROPOSITIONS D''IMPLANTATION  '.                        02370000
023800     05  FILLER   PIC X(10) VALUE SPACES.                         02380000
023900 01  W-LIGNE-ENT-ENT.                                             02390000
024000     05  FILLER   PIC X(9)  VALUE 'ENTREPOT '.                    02400000
024100     05  WE-ENT         PIC X(2).                                 02410000
024200     05  FILLER   PIC X(12) VALUE ' - PERIODE :'.                 02420000
024300     05  WE-NB-MOIS     PIC Z9.                                   02430000
024400     05  FILLER   PIC X(17) VALUE ' MOIS - CRITERE :'.            02440000
024500     05  WE-CRITERE     PIC X(7).                                 02450000
024600     05  FILLER   PIC X(31) VALUE SPACES.                         02460000
024700 01  W-LIGNE-COLONNES.                                            02470000
024800     05  FILLER   PIC X(40) VALUE                                 02480000
024900         '  ARTICLE C  LIGNES ACTUEL      DIST   '.               02490000
025000     05  FILLER   PIC X(40) VALUE                                 02500000
025100         'PROPOSE      DIST      GAIN (M)         '.              02510000
025200 01  W-LIGNE-DETAIL.                                              02520000
025300     05  WD-NOART       PIC ZZZZZZZZ9.                            02530000
025400     05  FILLER   PIC X(1)  VALUE SPACES.                         02540000
025500     05  WD-CLASSE      PIC X(1).                                 02550000
025600     05  FILLER   PIC X(1)  VALUE SPACES.                         02560000
025700     05  WD-NB-LIG      PIC ZZZZZZ9.                              02570000
025800     05  FILLER   PIC X(1)  VALUE SPACES.                         02580000
025900     05  WD-ALL-ACT     PIC X(2).                                 02590000
026000     05  FILLER   PIC X(1)  VALUE '/'.                            02600000
026100     05  WD-ETA-ACT     PIC X(2).                                 02610000
026200     05  FILLER   PIC X(1)  VALUE '/'.                            02620000
026300     05  WD-CAS-ACT     PIC X(3).                                 02630000
026400     05  FILLER   PIC X(1)  VALUE SPACES.                         02640000
026500     05  WD-DIST-ACT    PIC ZZZZ9.9.                              02650000
026600     05  FILLER   PIC X(3)  VALUE SPACES.                         02660000
026700     05  WD-ALL-PRO     PIC X(2).                                 02670000
026800     05  FILLER   PIC X(1)  VALUE '/'.                            02680000
026900     05  WD-ETA-PRO     PIC X(2).                                 02690000
027000     05  FILLER   PIC X(1)  VALUE '/'.                            02700000
027100     05  WD-CAS-PRO     PIC X(3).                                 02710000
027200     05  FILLER   PIC X(1)  VALUE SPACES.                         02720000
027300     05  WD-DIST-PRO    PIC ZZZZ9.9.                              02730000
027400     05  FILLER   PIC X(1)  VALUE SPACES.                         02740000
027500     05  WD-GAIN        PIC ---------9.9.                         02750000
027600     05  FILLER   PIC X(10) VALUE SPACES.                         02760000
027700 01  W-LIGNE-MARCHE.                                              02770000
027800     05  FILLER   PIC X(22) VALUE                                 02780000
027900         'MARCHE ACTUELLE (M) : '.                                02790000
028000     05  WT-MARCHE-ACT  PIC ZZZZZZZZZZ9.9.                        02800000
028100     05  FILLER   PIC X(14) VALUE '  PROPOSEE : '.                02810000
028200     05  WT-MARCHE-PRO  PIC ZZZZZZZZZZ9.9.                        02820000
028300     05  FILLER   PIC X(18) VALUE SPACES.                         02830000
028400 01  W-LIGNE-REDUC.                                               02840000
028500     05  FILLER   PIC X(22) VALUE                                 02850000
028600         'REDUCTION ATTENDUE :  '.                                02860000
028700     05  WT-REDUCTION   PIC ----------9.9.                        02870000
028800     05  FILLER   PIC X(7)  VALUE ' M SOIT'.                      02880000
028900     05  WT-PCT         PIC ---9.9.                               02890000
029000     05  FILLER   PIC X(5)  VALUE ' % - '.                        02900000
029100     05  WT-CPT-PROP    PIC ZZZZZZ9.                              02910000
029200     05  FILLER   PIC X(20) VALUE ' DEPLACEMENT(S)     '.         02920000
029300******                                                            02930000
029400 PROCEDURE DIVISION.                                              02940000
029500 1000-LIMPEMP-DEB.                                                02950000
029600     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  02960000
029700     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           02970000
029800     MOVE 'D' TO JRN-PHASE                                        02980000
029900     CALL 'JRNEXEC' USING JRN-EXECUTION                           02990000
030000     PERFORM 5000-INIT-DEB                                        03000000
030100       THRU  5000-INIT-FIN.                                       03010000
030200     PERFORM 2000-TRI-LIGNES-DEB                                  03020000
030300       THRU  2000-TRI-LIGNES-FIN.                                 03030000
030400     PERFORM 3000-TRI-RANG-DEB                                    03040000
030500       THRU  3000-TRI-RANG-FIN.                                   03050000
030600     PERFORM 6000-PROPOSE-DEB                                     03060000
030700       THRU  6000-PROPOSE-FIN.                                    03070000
030800     PERFORM 8000-FIN-TRT-DEB                                     03080000
030900       THRU  8000-FIN-TRT-FIN.                                    03090000
031000     PERFORM 9990-FIN-NORMALE-DEB                                 03100000
031100       THRU  9990-FIN-NORMALE-FIN.                                03110000
031200 1000-LIMPEMP-FIN.                                                03120000
031300     EXIT.                                                        03130000
031400***************                                                   03140000
031500 5000-INIT-DEB.                                                   03150000
031600     OPEN INPUT PARMIMP.                                          03160000
031700     READ PARMIMP AT END                                          03170000
031800         MOVE '1' TO W-EOF-PRM.                                   03180000
031900     CLOSE PARMIMP.                                               03190000
032000     MOVE 3 TO W-NB-MOIS.                                         03200000
032100     MOVE 5 TO W-PAS-ALLEE.                                       03210000
032200     MOVE 1 TO W-PAS-CASIER.                                      03220000
032300     IF FIN-PRM-OK                                                03230000
032400         DISPLAY 'PAS DE CARTE PARAMETRE - 3 MOIS, TOUS '         03240000
032500                 'ENTREPOTS, PAS 5.0/1.0 M PAR DEFAUT'            03250000
032600         GO TO 5000-INIT-10.                                      03260000
032700     MOVE PA00-ENTREPOT TO W-ENT-DEM.                             03270000
032800     IF PA00-NB-MOIS NUMERIC AND PA00-NB-MOIS > ZERO              03280000
032900         MOVE PA00-NB-MOIS TO W-NB-MOIS.                          03290000
033000     IF PA00-PAS-ALLEE NUMERIC AND PA00-PAS-ALLEE > ZERO          03300000
033100         MOVE PA00-PAS-ALLEE TO W-PAS-ALLEE.                      03310000
033200     IF PA00-PAS-CASIER NUMERIC AND PA00-PAS-CASIER > ZERO        03320000
033300         MOVE PA00-PAS-CASIER TO W-PAS-CASIER.                    03330000
033400     IF PA00-CRITERE = 'C'                                        03340000
033500         MOVE 'C' TO W-CRITERE.                                   03350000
033600 5000-INIT-10.                                                    03360000
033700     DISPLAY 'ENTREPOT ' W-ENT-DEM ' - PERIODE ' W-NB-MOIS        03370000
033800             ' MOIS - CRITERE ' W-CRITERE.                        03380000
033900     OPEN OUTPUT LISTIMP.                                         03390000
034000     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           03400000
034100     PERFORM 8300-EDIT-INIT-DEB                                   03410000
034200       THRU  8300-EDIT-INIT-FIN.                                  03420000
034300 5000-INIT-FIN.                                                   03430000
034400      EXIT.                                                       03440000
034500***************                                                   03450000
034600 2000-TRI-LIGNES-DEB.                                             03460000
034700     SORT TRI-FICHIER                                             03470000
034800         ON ASCENDING KEY TL00-ENTREPOT TL00-NOART                03480000
034900         INPUT PROCEDURE 2100-CHARGE-DEB                          03490000
035000           THRU 2100-CHARGE-FIN                                   03500000
035100         OUTPUT PROCEDURE 2200-IMPLANT-DEB                        03510000
035200           THRU 2200-IMPLANT-FIN.                                 03520000
035300 2000-TRI-LIGNES-FIN.                                             03530000
035400      EXIT.                                                       03540000
035500***************                                                   03550000
035600 2100-CHARGE-DEB.                                                 03560000
035700     OPEN INPUT JRN-FICHIER.                                      03570000
035800     PERFORM 2110-LIT-JRN-DEB                                     03580000
035900       THRU  2110-LIT-JRN-FIN                                     03590000
036000       UNTIL FIN-JRN-OK.                                          03600000
036100     CLOSE JRN-FICHIER.                                           03610000
036200     EXEC SQL                                                     03620000
036300         OPEN C-MVT                                               03630000
036400     END-EXEC.                                                    03640000
036500     IF SQLCODE NOT = ZERO                                        03650000
036600         MOVE SQLCODE TO W-SQLCODE                                03660000
036700         MOVE 'OPEN C-MVT SQLCODE = '                             03670000
036800              TO W-MESSAGE-ANOR                                   03680000
036900         PERFORM 9999-FIN-ANORMALE-DEB                            03690000
037000           THRU  9999-FIN-ANORMALE-FIN.                           03700000
037100     PERFORM 2120-LIT-MVT-DEB                                     03710000
037200       THRU  2120-LIT-MVT-FIN                                     03720000
037300       UNTIL FIN-MVT-OK.                                          03730000
037400     EXEC SQL                                                     03740000
037500         CLOSE C-MVT                                              03750000
037600     END-EXEC.                                                    03760000
037700 2100-CHARGE-FIN.                                                 03770000
037800      EXIT.                                                       03780000
037900***************                                                   03790000
038000 2110-LIT-JRN-DEB.                                                03800000
038100     READ JRN-FICHIER AT END                                      03810000
038200         MOVE '1' TO W-EOF-JRN                                    03820000
038300         GO TO 2110-LIT-JRN-FIN.                                  03830000
038400     IF JA00-QTE-SERV = ZERO                                      03840000
038500         GO TO 2110-LIT-JRN-FIN.                                  03850000
038600     IF W-ENT-DEM NOT = SPACES                                    03860000
038700         AND JA00-ENTREPOT NOT = W-ENT-DEM                        03870000
038800         GO TO 2110-LIT-JRN-FIN.                                  03880000
038900     ADD 1 TO W-CPT-JRN.                                          03890000
039000     MOVE JA00-ENTREPOT TO TL00-ENTREPOT.                         03900000
039100     MOVE JA00-NOART TO TL00-NOART.                               03910000
039200     MOVE 1 TO TL00-NB-LIG.                                       03920000
039300     MOVE SPACES TO TL00-FILLER.                                  03930000
039400     RELEASE TL00.                                                03940000
039500 2110-LIT-JRN-FIN.                                                03950000
039600      EXIT.                                                       03960000
039700***************                                                   03970000
039800 2120-LIT-MVT-DEB.                                                03980000
039900     EXEC SQL                                                     03990000
040000         FETCH C-MVT                                              04000000
040100          INTO :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,               04010000
040200               :W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,                04020000
040300               :W-NB-MVT                                          04030000
040400     END-EXEC.                                                    04040000
040500     EVALUATE SQLCODE                                             04050000
040600         WHEN 100                                                 04060000
040700             MOVE '1' TO W-EOF-MVT                                04070000
040800             GO TO 2120-LIT-MVT-FIN                               04080000
040900         WHEN ZERO                                                04090000
041000             CONTINUE                                             04100000
041100         WHEN OTHER                                               04110000
041200             MOVE SQLCODE TO W-SQLCODE                            04120000
041300             MOVE 'FETCH C-MVT SQLCODE = '                        04130000
041400                  TO W-MESSAGE-ANOR                               04140000
041500             PERFORM 9999-FIN-ANORMALE-DEB                        04150000
041600               THRU  9999-FIN-ANORMALE-FIN                        04160000
041700     END-EVALUATE.                                                04170000
041800     ADD W-NB-MVT TO W-CPT-MVT.                                   04180000
041900     MOVE W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK TO TL00-ENTREPOT.    04190000
042000     MOVE W-ID-ARTICLE OF DCLMOUVEMENTSTOCK TO TL00-NOART.        04200000
042100     MOVE W-NB-MVT TO TL00-NB-LIG.                                04210000
042200     MOVE SPACES TO TL00-FILLER.                                  04220000
042300     RELEASE TL00.                                                04230000
042400 2120-LIT-MVT-FIN.                                                04240000
042500      EXIT.                                                       04250000
042600***************                                                   04260000
042700 2200-IMPLANT-DEB.                                                04270000
042800     OPEN OUTPUT IMP-FICHIER.                                     04280000
042900     PERFORM 2230-RETOUR-DEB                                      04290000
043000       THRU  2230-RETOUR-FIN.                                     04300000
043100     EXEC SQL                                                     04310000
043200         OPEN C-EMP                                               04320000
043300     END-EXEC.                                                    04330000
043400     IF SQLCODE NOT = ZERO                                        04340000
043500         MOVE SQLCODE TO W-SQLCODE                                04350000
043600         MOVE 'OPEN C-EMP SQLCODE = '                             04360000
043700              TO W-MESSAGE-ANOR                                   04370000
043800         PERFORM 9999-FIN-ANORMALE-DEB                            04380000
043900           THRU  9999-FIN-ANORMALE-FIN.                           04390000
044000     PERFORM 2210-LIT-EMP-DEB                                     04400000
044100       THRU  2210-LIT-EMP-FIN                                     04410000
044200       UNTIL FIN-EMP-OK.                                          04420000
044300     EXEC SQL                                                     04430000
044400         CLOSE C-EMP                                              04440000
044500     END-EXEC.                                                    04450000
044600     PERFORM 2240-SANS-EMP-DEB                                    04460000
044700       THRU  2240-SANS-EMP-FIN                                    04470000
044800       UNTIL FIN-TRI-OK.                                          04480000
044900     CLOSE IMP-FICHIER.                                           04490000
045000 2200-IMPLANT-FIN.                                                04500000
045100      EXIT.                                                       04510000
045200***************                                                   04520000
045300 2210-LIT-EMP-DEB.                                                04530000
045400     EXEC SQL                                                     04540000
045500         FETCH C-EMP                                              04550000
045600          INTO :W-ID-ENTREPOT OF DCLEMPLACEMENT,                  04560000
045700               :W-ID-ARTICLE OF DCLEMPLACEMENT,                   04570000
045800               :W-ALLEE, :W-ETAGERE, :W-CASIER,                   04580000
045900               :W-CLASSE, :W-RANG-ALLEE                           04590000
046000     END-EXEC.                                                    04600000
046100     EVALUATE SQLCODE                                             04610000
046200         WHEN 100                                                 04620000
046300             MOVE '1' TO W-EOF-EMP                                04630000
046400             GO TO 2210-LIT-EMP-FIN                               04640000
046500         WHEN ZERO                                                04650000
046600             CONTINUE                                             04660000
046700         WHEN OTHER                                               04670000
046800             MOVE SQLCODE TO W-SQLCODE                            04680000
046900             MOVE 'FETCH C-EMP SQLCODE = '                        04690000
047000                  TO W-MESSAGE-ANOR                               04700000
047100             PERFORM 9999-FIN-ANORMALE-DEB                        04710000
047200               THRU  9999-FIN-ANORMALE-FIN                        04720000
047300     END-EVALUATE.                                                04730000
047400     ADD 1 TO W-CPT-EMP.                                          04740000
047500     MOVE W-ID-ENTREPOT OF DCLEMPLACEMENT TO WE-ENTREPOT.         04750000
047600     MOVE W-ID-ARTICLE OF DCLEMPLACEMENT TO WE-NOART.             04760000
047700     MOVE ZERO TO W-NB-LIG.                                       04770000
047800     PERFORM 2240-SANS-EMP-DEB                                    04780000
047900       THRU  2240-SANS-EMP-FIN                                    04790000
048000       UNTIL FIN-TRI-OK                                           04800000
048100          OR W-CLE-LIG NOT < W-CLE-EMP.                           04810000
048200     PERFORM 2220-CUMUL-DEB                                       04820000
048300       THRU  2220-CUMUL-FIN                                       04830000
048400       UNTIL FIN-TRI-OK                                           04840000
048500          OR W-CLE-LIG NOT = W-CLE-EMP.                           04850000
048600     MOVE W-CASIER TO W-CASIER-X.                                 04860000
048700     IF W-CASIER-X NUMERIC                                        04870000
048800         MOVE W-CASIER-N TO W-NUM-CASIER                          04880000
048900     ELSE                                                         04890000
049000         MOVE ZERO TO W-NUM-CASIER.                               04900000
049100     COMPUTE W-DISTANCE =                                         04910000
049200         2 * (W-RANG-ALLEE * W-PAS-ALLEE                          04920000
049300              + W-NUM-CASIER * W-PAS-CASIER).                     04930000
049400     EVALUATE W-CLASSE                                            04940000
049500         WHEN 'A'                                                 04950000
049600             MOVE 1 TO W-ORD-CLASSE                               04960000
049700         WHEN 'B'                                                 04970000
049800             MOVE 2 TO W-ORD-CLASSE                               04980000
049900         WHEN OTHER                                               04990000
050000             MOVE 3 TO W-ORD-CLASSE                               05000000
050100     END-EVALUATE.                                                05010000
050200     COMPUTE W-INV-LIG = 999999999 - W-NB-LIG.                    05020000
050300     MOVE SPACES TO IM00.                                         05030000
050400     MOVE WE-ENTREPOT TO IM00-ENTREPOT.                           05040000
050500     IF CRITERE-CLASSE                                            05050000
050600         MOVE W-ORD-CLASSE TO IM00-CLE-1                          05060000
050700         MOVE W-INV-LIG TO IM00-CLE-2                             05070000
050800     ELSE                                                         05080000
050900         MOVE W-INV-LIG TO IM00-CLE-1                             05090000
051000         MOVE W-ORD-CLASSE TO IM00-CLE-2.                         05100000
051100     MOVE W-DISTANCE TO IM00-DISTANCE.                            05110000
051200     MOVE W-ALLEE TO IM00-ALLEE.                                  05120000
051300     MOVE W-ETAGERE TO IM00-ETAGERE.                              05130000
051400     MOVE W-CASIER TO IM00-CASIER.                                05140000
051500     MOVE WE-NOART TO IM00-NOART.                                 05150000
051600     MOVE W-CLASSE TO IM00-CLASSE.                                05160000
051700     MOVE W-NB-LIG TO IM00-NB-LIG.                                05170000
051800     WRITE IM00.                                                  05180000
051900 2210-LIT-EMP-FIN.                                                05190000
052000      EXIT.                                                       05200000
052100***************                                                   05210000
052200 2220-CUMUL-DEB.                                                  05220000
052300     ADD TL00-NB-LIG TO W-NB-LIG.                                 05230000
052400     PERFORM 2230-RETOUR-DEB                                      05240000
052500       THRU  2230-RETOUR-FIN.                                     05250000
052600 2220-CUMUL-FIN.                                                  05260000
052700      EXIT.                                                       05270000
052800***************                                                   05280000
052900 2230-RETOUR-DEB.                                                 05290000
053000     RETURN TRI-FICHIER AT END                                    05300000
053100         MOVE '1' TO W-EOF-TRI                                    05310000
053200         MOVE HIGH-VALUES TO W-CLE-LIG                            05320000
053300         GO TO 2230-RETOUR-FIN.                                   05330000
053400     MOVE TL00-ENTREPOT TO WL-ENTREPOT.                           05340000
053500     MOVE TL00-NOART TO WL-NOART.                                 05350000
053600 2230-RETOUR-FIN.                                                 05360000
053700      EXIT.                                                       05370000
053800***************                                                   05380000
053900 2240-SANS-EMP-DEB.                                               05390000
054000     ADD TL00-NB-LIG TO W-CPT-SANS-EMP.                           05400000
054100     PERFORM 2230-RETOUR-DEB                                      05410000
054200       THRU  2230-RETOUR-FIN.                                     05420000
054300 2240-SANS-EMP-FIN.                                               05430000
054400      EXIT.                                                       05440000
054500***************                                                   05450000
054600 3000-TRI-RANG-DEB.                                               05460000
054700     SORT TRI-FICHIER                                             05470000
054800         ON ASCENDING KEY TI00-ENTREPOT TI00-CLE-1                05480000
054900                          TI00-CLE-2 TI00-DISTANCE                05490000
055000                          TI00-ALLEE TI00-ETAGERE                 05500000
055100                          TI00-CASIER TI00-NOART                  05510000
055200         USING IMP-FICHIER                                        05520000
055300         GIVING RNG-FICHIER.                                      05530000
055400     SORT TRI-FICHIER                                             05540000
055500         ON ASCENDING KEY TI00-ENTREPOT TI00-DISTANCE             05550000
055600                          TI00-ALLEE TI00-ETAGERE                 05560000
055700                          TI00-CASIER TI00-NOART                  05570000
055800         USING IMP-FICHIER                                        05580000
055900         GIVING EMT-FICHIER.                                      05590000
056000 3000-TRI-RANG-FIN.                                               05600000
056100      EXIT.                                                       05610000
056200***************                                                   05620000
056300 6000-PROPOSE-DEB.                                                05630000
056400     OPEN INPUT RNG-FICHIER.                                      05640000
056500     OPEN INPUT EMT-FICHIER.                                      05650000
056600     OPEN OUTPUT PRO-FICHIER.                                     05660000
056700     PERFORM 6010-LIGNE-DEB                                       05670000
056800       THRU  6010-LIGNE-FIN                                       05680000
056900       UNTIL FIN-RNG-OK.                                          05690000
057000     IF W-PREV-ENTREPOT NOT = SPACES                              05700000
057100         PERFORM 6030-TOTAL-DEB                                   05710000
057200           THRU  6030-TOTAL-FIN.                                  05720000
057300     CLOSE RNG-FICHIER.                                           05730000
057400     CLOSE EMT-FICHIER.                                           05740000
057500     CLOSE PRO-FICHIER.                                           05750000
057600 6000-PROPOSE-FIN.                                                05760000
057700      EXIT.                                                       05770000
057800***************                                                   05780000
057900 6010-LIGNE-DEB.                                                  05790000
058000     READ RNG-FICHIER AT END                                      05800000
058100         MOVE '1' TO W-EOF-RNG                                    05810000
058200         GO TO 6010-LIGNE-FIN.                                    05820000
058300     READ EMT-FICHIER AT END                                      05830000
058400         MOVE 'FICHIERS TRIRNG/TRIEMT DESEQUILIBRES'              05840000
058500              TO W-MESSAGE-ANOR                                   05850000
058600         MOVE ZERO TO W-SQLCODE                                   05860000
058700         PERFORM 9999-FIN-ANORMALE-DEB                            05870000
058800           THRU  9999-FIN-ANORMALE-FIN.                           05880000
058900     IF RG00-ENTREPOT NOT = EB00-ENTREPOT                         05890000
059000         MOVE 'FICHIERS TRIRNG/TRIEMT DESEQUILIBRES'              05900000
059100              TO W-MESSAGE-ANOR                                   05910000
059200         MOVE ZERO TO W-SQLCODE                                   05920000
059300         PERFORM 9999-FIN-ANORMALE-DEB                            05930000
059400           THRU  9999-FIN-ANORMALE-FIN.                           05940000
059500     IF RG00-ENTREPOT NOT = W-PREV-ENTREPOT                       05950000
059600         PERFORM 6020-RUPTURE-DEB                                 05960000
059700           THRU  6020-RUPTURE-FIN.                                05970000
059800     COMPUTE W-MARCHE-ACT = W-MARCHE-ACT                          05980000
059900                          + RG00-NB-LIG * RG00-DISTANCE.          05990000
060000     COMPUTE W-MARCHE-PRO = W-MARCHE-PRO                          06000000
060100                          + RG00-NB-LIG * EB00-DISTANCE.          06010000
060200     IF RG00-ALLEE = EB00-ALLEE                                   06020000
060300         AND RG00-ETAGERE = EB00-ETAGERE                          06030000
060400         AND RG00-CASIER = EB00-CASIER                            06040000
060500         GO TO 6010-LIGNE-FIN.                                    06050000
060600     COMPUTE W-GAIN =                                             06060000
060700         RG00-NB-LIG * (RG00-DISTANCE - EB00-DISTANCE).           06070000
060800     MOVE RG00-NOART TO ME00-NOART.                               06080000
060900     MOVE RG00-ENTREPOT TO ME00-ENTREPOT.                         06090000
061000     MOVE EB00-ALLEE TO ME00-ALLEE.                               06100000
061100     MOVE EB00-ETAGERE TO ME00-ETAGERE.                           06110000
061200     MOVE EB00-CASIER TO ME00-CASIER.                             06120000
061300     MOVE 'M' TO ME00-CODE-TRT.                                   06130000
061400     MOVE SPACES TO ME00-FILLER.                                  06140000
061500     WRITE ME00.                                                  06150000
061600     ADD 1 TO W-CPT-PROP.                                         06160000
061700     ADD 1 TO W-CPT-ENT-PROP.                                     06170000
061800     MOVE RG00-NOART TO WD-NOART.                                 06180000
061900     MOVE RG00-CLASSE TO WD-CLASSE.                               06190000
062000     MOVE RG00-NB-LIG TO WD-NB-LIG.                               06200000
062100     MOVE RG00-ALLEE TO WD-ALL-ACT.                               06210000
062200     MOVE RG00-ETAGERE TO WD-ETA-ACT.                             06220000
062300     MOVE RG00-CASIER TO WD-CAS-ACT.                              06230000
062400     MOVE RG00-DISTANCE TO WD-DIST-ACT.                           06240000
062500     MOVE EB00-ALLEE TO WD-ALL-PRO.                               06250000
062600     MOVE EB00-ETAGERE TO WD-ETA-PRO.                             06260000
062700     MOVE EB00-CASIER TO WD-CAS-PRO.                              06270000
062800     MOVE EB00-DISTANCE TO WD-DIST-PRO.                           06280000
062900     MOVE W-GAIN TO WD-GAIN.                                      06290000
063000     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           06300000
063100     PERFORM 8100-EDIT-LIGNE-DEB                                  06310000
063200       THRU  8100-EDIT-LIGNE-FIN.                                 06320000
063300 6010-LIGNE-FIN.                                                  06330000
063400      EXIT.                                                       06340000
063500***************                                                   06350000
063600 6020-RUPTURE-DEB.                                                06360000
063700     IF W-PREV-ENTREPOT NOT = SPACES                              06370000
063800         PERFORM 6030-TOTAL-DEB                                   06380000
063900           THRU  6030-TOTAL-FIN.                                  06390000
064000     MOVE RG00-ENTREPOT TO W-PREV-ENTREPOT.                       06400000
064100     MOVE ZERO TO W-MARCHE-ACT.                                   06410000
064200     MOVE ZERO TO W-MARCHE-PRO.                                   06420000
064300     MOVE ZERO TO W-CPT-ENT-PROP.                                 06430000
064400     MOVE 99 TO EDIT-CPT-LIGNES.                                  06440000
064500     MOVE RG00-ENTREPOT TO WE-ENT.                                06450000
064600     MOVE W-NB-MOIS TO WE-NB-MOIS.                                06460000
064700     IF CRITERE-CLASSE                                            06470000
064800         MOVE 'CLASSE' TO WE-CRITERE                              06480000
064900     ELSE                                                         06490000
065000         MOVE 'LIGNES' TO WE-CRITERE.                             06500000
065100     MOVE W-LIGNE-ENT-ENT TO EDIT-LIGNE.                          06510000
065200     PERFORM 8100-EDIT-LIGNE-DEB                                  06520000
065300       THRU  8100-EDIT-LIGNE-FIN.                                 06530000
065400     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         06540000
065500     PERFORM 8100-EDIT-LIGNE-DEB                                  06550000
065600       THRU  8100-EDIT-LIGNE-FIN.                                 06560000
065700 6020-RUPTURE-FIN.                                                06570000
065800      EXIT.                                                       06580000
065900***************                                                   06590000
066000 6030-TOTAL-DEB.                                                  06600000
066100     COMPUTE W-REDUCTION = W-MARCHE-ACT - W-MARCHE-PRO.           06610000
066200     IF W-MARCHE-ACT = ZERO                                       06620000
066300         MOVE ZERO TO W-PCT                                       06630000
066400     ELSE                                                         06640000
066500         COMPUTE W-PCT ROUNDED =                                  06650000
066600             W-REDUCTION * 100 / W-MARCHE-ACT.                    06660000
066700     MOVE W-MARCHE-ACT TO WT-MARCHE-ACT.                          06670000
066800     MOVE W-MARCHE-PRO TO WT-MARCHE-PRO.                          06680000
066900     MOVE W-LIGNE-MARCHE TO EDIT-LIGNE.                           06690000
067000     PERFORM 8100-EDIT-LIGNE-DEB                                  06700000
067100       THRU  8100-EDIT-LIGNE-FIN.                                 06710000
067200     MOVE W-REDUCTION TO WT-REDUCTION.                            06720000
067300     MOVE W-PCT TO WT-PCT.                                        06730000
067400     MOVE W-CPT-ENT-PROP TO WT-CPT-PROP.                          06740000
067500     MOVE W-LIGNE-REDUC TO EDIT-LIGNE.                            06750000
067600     PERFORM 8100-EDIT-LIGNE-DEB                                  06760000
067700       THRU  8100-EDIT-LIGNE-FIN.                                 06770000
067800     DISPLAY 'ENTREPOT ' W-PREV-ENTREPOT                          06780000
067900             ' REDUCTION ATTENDUE (M) = ' WT-REDUCTION.           06790000
068000 6030-TOTAL-FIN.                                                  06800000
068100      EXIT.                                                       06810000
068200***************                                                   06820000
068300 8000-FIN-TRT-DEB.                                                06830000
068400     CLOSE LISTIMP.                                               06840000
068500     DISPLAY 'LIGNES JRNCUM RETENUES= ' W-CPT-JRN.                06850000
068600     DISPLAY 'LIGNES MVTS SORTIE    = ' W-CPT-MVT.                06860000
068700     DISPLAY 'EMPLACEMENTS LUS      = ' W-CPT-EMP.                06870000
068800     DISPLAY 'LIGNES SANS EMPLACEMT = ' W-CPT-SANS-EMP.           06880000
068900     DISPLAY 'DEPLACEMENTS PROPOSES = ' W-CPT-PROP.               06890000
069000     MOVE 'F' TO JRN-PHASE.                                       06900000
069100     MOVE W-CPT-EMP TO JRN-NB-LUS.                                06910000
069200     MOVE W-CPT-PROP TO JRN-NB-ECRITS.                            06920000
069300     MOVE ZERO TO JRN-NB-REJETES.                                 06930000
069400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         06940000
069500     CALL 'JRNEXEC' USING JRN-EXECUTION.                          06950000
069600 8000-FIN-TRT-FIN.                                                06960000
069700      EXIT.                                                       06970000
069800************                                                      06980000
069900************                                                      06990000
070000  9990-FIN-NORMALE-DEB.                                           07000000
070100            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           07010000
070200       GOBACK.                                                    07020000
070300  9990-FIN-NORMALE-FIN.                                           07030000
070400       EXIT.                                                      07040000
070500*************                                                     07050000
070600 COPY EDITPRO REPLACING ==EDIT-RECORD==                           07060000
070700     BY ==LI00==.                                                 07070000
070800 COPY ANORPROC.                                                   07080000
