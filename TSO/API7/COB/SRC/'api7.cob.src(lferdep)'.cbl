000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LFERDEP .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMFER       ASSIGN    PARMFER.                  00060000
000700     SELECT     LISTFER       ASSIGN    LISTFER.                  00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 PARMFER                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    PF00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               PF00.                                           00150000
001600   10             PF00-LIE-ANC  PICTURE 9(9).                     00160000
001700   10             PF00-LIE-SUC-X PICTURE X(9).                    00170000
001800   10             PF00-LIE-SUC  REDEFINES PF00-LIE-SUC-X          00180000
001900                                PICTURE 9(9).                     00190000
002000   10             PF00-DATE-EFFET.                                00200000
002100     15           PF00-EFF-AAAA PICTURE 9(4).                     00210000
002200     15           PF00-EFF-MM   PICTURE 9(2).                     00220000
002300     15           PF00-EFF-JJ   PICTURE 9(2).                     00230000
002400   10             PF00-OPTIONS  PICTURE X(5).                     00240000
002500   10             PF00-FILLER   PICTURE X(49).                    00250000
002600 FD                 LISTFER                                       00260000
002700      BLOCK              00000 RECORDS                            00270000
002800      DATA RECORD                                                 00280000
002900                    LF00                                          00290000
003000           LABEL RECORD STANDARD.                                 00300000
003100 01               LF00               PICTURE X(81).               00310000
003200 WORKING-STORAGE SECTION.                                         00320000
003300      EXEC SQL                                                    00330000
003400         INCLUDE SQLCA                                            00340000
003500      END-EXEC.                                                   00350000
003600*****                                                             00360000
003700      EXEC SQL                                                    00370000
003800         INCLUDE DEPART                                           00380000
003900      END-EXEC.                                                   00390000
004000******                                                            00400000
004100      EXEC SQL                                                    00410000
004200         DECLARE C-PERM CURSOR FOR                                00420000
004300         SELECT ID_ARTICLE, QUANTITE, FREQUENCE, JOUR             00430000
004400           FROM API7.COMMANDE_PERMANENTE                          00440000
004500          WHERE LIE = :W-LIE-ANC                                  00450000
004600          ORDER BY ID_ARTICLE                                     00460000
004700      END-EXEC.                                                   00470000
004800******                                                            00480000
004900      EXEC SQL                                                    00490000
005000         DECLARE C-BUDG CURSOR FOR                                00500000
005100         SELECT ANNEE, PERIODE, MONTANT                           00510000
005200           FROM API7.BUDGET_DEPT                                  00520000
005300          WHERE LIE = :W-LIE-ANC                                  00530000
005400            AND (ANNEE > :W-EFF-AAAA                              00540000
005500                 OR (ANNEE = :W-EFF-AAAA                          00550000
005600                     AND PERIODE >= :W-EFF-MM))                   00560000
005700          ORDER BY ANNEE, PERIODE                                 00570000
005800      END-EXEC.                                                   00580000
005900******                                                            00590000
006000      EXEC SQL                                                    00600000
006100         DECLARE C-DENT CURSOR FOR                                00610000
006200         SELECT ID_ENTREPOT                                       00620000
006300           FROM API7.DEPT_ENTREPOT                                00630000
006400          WHERE LIE = :W-LIE-ANC                                  00640000
006500          ORDER BY ID_ENTREPOT                                    00650000
006600      END-EXEC.                                                   00660000
006700******                                                            00670000
006800      EXEC SQL                                                    00680000
006900         DECLARE C-SAIS CURSOR FOR                                00690000
007000         SELECT NO_SAISIE, ID_ARTICLE, QUANTITE, ETAT             00700000
007100           FROM API7.COMMANDE_SAISIE                              00710000
007200          WHERE LIE = :W-LIE-ANC                                  00720000
007300            AND ETAT IN ('S', 'A')                                00730000
007400          ORDER BY NO_SAISIE                                      00740000
007500      END-EXEC.                                                   00750000
007600******                                                            00760000
007700      EXEC SQL                                                    00770000
007800         DECLARE C-RELI CURSOR FOR                                00780000
007900         SELECT ID_ARTICLE, CHAR(DATE_CDE, ISO), NOART_KIT,       00790000
008000                QTE_DEM, QTE_SERV, QTE_RELI                       00800000
008100           FROM API7.RELIQUAT                                     00810000
008200          WHERE LIE = :W-LIE-ANC                                  00820000
008300            AND ETAT = 'O'                                        00830000
008400          ORDER BY ID_ARTICLE, DATE_CDE, NOART_KIT                00840000
008500      END-EXEC.                                                   00850000
008600******                                                            00860000
008700 COPY EDITWS.                                                     00870000
008800 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LFERDEP'.                    00880000
008900 01  W-SQLCODE      PIC +++9.                                     00890000
009000 01  W-EOF-PRM      PIC X     VALUE '0'.                          00900000
009100     88  FIN-PRM-OK           VALUE '1'.                          00910000
009200 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00920000
009300 01  W-LIE-ANC      PIC S9(9) USAGE COMP VALUE ZERO.              00930000
009400 01  W-LIE-SUC      PIC S9(9) USAGE COMP VALUE ZERO.              00940000
009500 01  W-LIB-SUC      PIC X(20) VALUE SPACES.                       00950000
009600 01  W-ACTIF-SUC    PIC X(1)  VALUE SPACES.                       00960000
009700 01  W-DATE-EFFET.                                                00970000
009800     05  W-EFF-AAAA-X PIC 9(4).                                   00980000
009900     05  FILLER     PIC X(1)  VALUE '-'.                          00990000
010000     05  W-EFF-MM-X   PIC 9(2).                                   01000000
010100     05  FILLER     PIC X(1)  VALUE '-'.                          01010000
010200     05  W-EFF-JJ-X   PIC 9(2).                                   01020000
010300 01  W-DATE-CTL     PIC X(10) VALUE SPACES.                       01030000
010400 01  W-EFF-AAAA     PIC S9(4) USAGE COMP VALUE ZERO.              01040000
010500 01  W-EFF-MM       PIC S9(4) USAGE COMP VALUE ZERO.              01050000
010600 01  W-OPTIONS.                                                   01060000
010700     05  W-OPT-PERM PIC X(1).                                     01070000
010800         88  PERM-TRF         VALUE 'T'.                          01080000
010900     05  W-OPT-BUDG PIC X(1).                                     01090000
011000         88  BUDG-TRF         VALUE 'T'.                          01100000
011100     05  W-OPT-DENT PIC X(1).                                     01110000
011200         88  DENT-TRF         VALUE 'T'.                          01120000
011300     05  W-OPT-SAIS PIC X(1).                                     01130000
011400         88  SAIS-TRF         VALUE 'T'.                          01140000
011500     05  W-OPT-RELI PIC X(1).                                     01150000
011600         88  RELI-TRF         VALUE 'T'.                          01160000
011700 01  W-OPTIONS-TAB  REDEFINES W-OPTIONS.                          01170000
011800     05  W-OPT      PIC X(1)  OCCURS 5.                           01180000
011900 01  WX-OPT         PIC S9(4) USAGE COMP VALUE ZERO.              01190000
012000 01  W-ARTICLE      PIC S9(9) USAGE COMP VALUE ZERO.              01200000
012100 01  W-QTE          PIC S9(9) USAGE COMP VALUE ZERO.              01210000
012200 01  W-FREQUENCE    PIC X(1)  VALUE SPACES.                       01220000
012300 01  W-JOUR         PIC S9(4) USAGE COMP VALUE ZERO.              01230000
012400 01  W-ANNEE        PIC S9(4) USAGE COMP VALUE ZERO.              01240000
012500 01  W-PERIODE      PIC S9(4) USAGE COMP VALUE ZERO.              01250000
012600 01  W-MONTANT      PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       01260000
012700 01  W-ENTREPOT     PIC X(2)  VALUE SPACES.                       01270000
012800 01  W-NO-SAISIE    PIC S9(9) USAGE COMP VALUE ZERO.              01280000
012900 01  W-ETAT         PIC X(1)  VALUE SPACES.                       01290000
013000 01  W-DATE-CDE     PIC X(10) VALUE SPACES.                       01300000
013100 01  W-NOART-KIT    PIC S9(9) USAGE COMP VALUE ZERO.              01310000
013200 01  W-QTE-DEM      PIC S9(9) USAGE COMP VALUE ZERO.              01320000
013300 01  W-QTE-SERV     PIC S9(9) USAGE COMP VALUE ZERO.              01330000
013400 01  W-QTE-RELI     PIC S9(9) USAGE COMP VALUE ZERO.              01340000
013500 01  W-CNT          PIC S9(9) USAGE COMP VALUE ZERO.              01350000
013600 01  W-NUM-EDT      PIC ZZZZZZZZ9.                                01360000
013700 01  W-NUM2-EDT     PIC ZZZZZZZZ9.                                01370000
013800 01  W-AAAA-EDT     PIC 9(4).                                     01380000
013900 01  W-MM-EDT       PIC 9(2).                                     01390000
014000 01  W-JOUR-EDT     PIC Z9.                                       01400000
014100 COPY ANORMAL.                                                    01410000
014200 COPY JRNCOM.                                                     01420000
014300 COPY DATCOM.                                                     01430000
014400******                                                            01440000
014500 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01450000
014600 01  W-CPT-FERMES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01460000
014700 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01470000
014800 01  W-CPT-ELEMENTS PIC S9(9) USAGE COMP-3 VALUE ZERO.            01480000
014900 01  W-NB-TRF       PIC S9(9) USAGE COMP-3 VALUE ZERO.            01490000
015000 01  W-NB-ANN       PIC S9(9) USAGE COMP-3 VALUE ZERO.            01500000
015100******                                                            01510000
015200 01  W-LIGNE-ENTETE.                                              01520000
015300     05  FILLER   PIC X(26) VALUE                                 01530000
015400         'FERMETURE DE DEPARTEMENTS '.                            01540000
015500     05  FILLER   PIC X(14) VALUE SPACES.                         01550000
015600 01  W-LIGNE-DEPT.                                                01560000
015700     05  FILLER   PIC X(12) VALUE 'DEPARTEMENT '.                 01570000
015800     05  WE-LIE         PIC ZZZZZZZZ9.                            01580000
015900     05  FILLER   PIC X(1)  VALUE SPACES.                         01590000
016000     05  WE-LIB         PIC X(20).                                01600000
016100     05  FILLER   PIC X(7)  VALUE ' SUCC. '.                      01610000
016200     05  WE-SUC         PIC ZZZZZZZZ9.                            01620000
016300     05  FILLER   PIC X(7)  VALUE ' EFFET '.                      01630000
016400     05  WE-DATE.                                                 01640000
016500         10  WE-DATE-JJ   PIC 9(2).                               01650000
016600         10  FILLER       PIC X(1)  VALUE '/'.                    01660000
016700         10  WE-DATE-MM   PIC 9(2).                               01670000
016800         10  FILLER       PIC X(1)  VALUE '/'.                    01680000
016900         10  WE-DATE-AAAA PIC 9(4).                               01690000
017000     05  FILLER   PIC X(5)  VALUE SPACES.                         01700000
017100 01  W-LIGNE-SUCC.                                                01710000
017200     05  FILLER   PIC X(33) VALUE SPACES.                         01720000
017300     05  WS-LIB-SUC     PIC X(20).                                01730000
017400     05  FILLER   PIC X(27) VALUE SPACES.                         01740000
017500 01  W-LIGNE-OPTIONS.                                             01750000
017600     05  FILLER   PIC X(40) VALUE                                 01760000
017700         '  OPTIONS PERM/BUDG/ENTR/SAIS/RELI :   '.               01770000
017800     05  WO-OPTIONS     PIC X(5).                                 01780000
017900     05  FILLER   PIC X(35) VALUE                                 01790000
018000         '   (T = TRANSFERT, A = ANNULATION)'.                    01800000
018100 01  W-LIGNE-COLONNES.                                            01810000
018200     05  FILLER   PIC X(40) VALUE                                 01820000
018300         '  ELEMENT    CLE                        '.              01830000
018400     05  FILLER   PIC X(40) VALUE                                 01840000
018500         '      QTE/MONTANT  ACTION               '.              01850000
018600 01  W-LIGNE-DETAIL.                                              01860000
018700     05  FILLER   PIC X(2)  VALUE SPACES.                         01870000
018800     05  WD-TYPE        PIC X(10).                                01880000
018900     05  FILLER   PIC X(1)  VALUE SPACES.                         01890000
019000     05  WD-CLE         PIC X(30).                                01900000
019100     05  FILLER   PIC X(1)  VALUE SPACES.                         01910000
019200     05  WD-QTE         PIC -ZZZZZZZZ9.99 BLANK WHEN ZERO.        01920000
019300     05  FILLER   PIC X(2)  VALUE SPACES.                         01930000
019400     05  WD-ACTION      PIC X(20).                                01940000
019500     05  FILLER   PIC X(1)  VALUE SPACES.                         01950000
019600 01  W-LIGNE-TOTAL.                                               01960000
019700     05  FILLER   PIC X(24) VALUE '  ELEMENTS TRANSFERES : '.     01970000
019800     05  WT-TRF         PIC ZZZZZZZZ9.                            01980000
019900     05  FILLER   PIC X(12) VALUE '  ANNULES : '.                 01990000
020000     05  WT-ANN         PIC ZZZZZZZZ9.                            02000000
020100     05  FILLER   PIC X(26) VALUE SPACES.                         02010000
020200 01  W-LIGNE-REJET.                                               02020000
020300     05  FILLER   PIC X(28) VALUE                                 02030000
020400         'CARTE REJETEE - DEPARTEMENT '.                          02040000
020500     05  WR-LIE         PIC X(9).                                 02050000
020600     05  FILLER   PIC X(3)  VALUE ' : '.                          02060000
020700     05  WR-MOTIF       PIC X(30).                                02070000
020800     05  FILLER   PIC X(10) VALUE SPACES.                         02080000
020900******                                                            02090000
021000 PROCEDURE DIVISION.                                              02100000
021100 1000-LFERDEP-DEB.                                                02110000
021200     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  02120000
021300     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           02130000
021400     MOVE 'D' TO JRN-PHASE                                        02140000
021500     CALL 'JRNEXEC' USING JRN-EXECUTION                           02150000
021600     PERFORM 5000-INIT-DEB                                        02160000
021700       THRU  5000-INIT-FIN.                                       02170000
021800     PERFORM 6010-TRAITE-DEB                                      02180000
021900       THRU  6010-TRAITE-FIN                                      02190000
022000       UNTIL FIN-PRM-OK.                                          02200000
022100     PERFORM 8000-FIN-TRT-DEB                                     02210000
022200       THRU  8000-FIN-TRT-FIN.                                    02220000
022300     PERFORM 9990-FIN-NORMALE-DEB                                 02230000
022400       THRU  9990-FIN-NORMALE-FIN.                                02240000
022500 1000-LFERDEP-FIN.                                                02250000
022600     EXIT.                                                        02260000
022700***************                                                   02270000
022800 5000-INIT-DEB.                                                   02280000
022900     CALL 'DATETRT' USING DAT-TRAITEMENT.                         02290000
023000     IF DAT-CODE-RETOUR NOT = ZERO                                02300000
023100         MOVE ZERO TO W-SQLCODE                                   02310000
023200         MOVE 'AUCUNE JOURNEE OUVERTE'                            02320000
023300              TO W-MESSAGE-ANOR                                   02330000
023400         PERFORM 9999-FIN-ANORMALE-DEB                            02340000
023500           THRU  9999-FIN-ANORMALE-FIN.                           02350000
023600     OPEN INPUT PARMFER.                                          02360000
023700     OPEN OUTPUT LISTFER.                                         02370000
023800     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           02380000
023900     PERFORM 8300-EDIT-INIT-DEB                                   02390000
024000       THRU  8300-EDIT-INIT-FIN.                                  02400000
024100 5000-INIT-FIN.                                                   02410000
024200      EXIT.                                                       02420000
024300***************                                                   02430000
024400 6010-TRAITE-DEB.                                                 02440000
024500     READ PARMFER AT END                                          02450000
024600         MOVE '1' TO W-EOF-PRM                                    02460000
024700         GO TO 6010-TRAITE-FIN.                                   02470000
024800     ADD 1 TO W-CPT-LUS.                                          02480000
024900     PERFORM 6020-CONTROLE-DEB                                    02490000
025000       THRU  6020-CONTROLE-FIN.                                   02500000
025100     IF W-CODE-REJET NOT = SPACES                                 02510000
025200         PERFORM 6090-REJET-DEB                                   02520000
025300           THRU  6090-REJET-FIN                                   02530000
025400         GO TO 6010-TRAITE-FIN.                                   02540000
025500     MOVE ZERO TO W-NB-TRF.                                       02550000
025600     MOVE ZERO TO W-NB-ANN.                                       02560000
025700     PERFORM 6030-ENTETE-DEB                                      02570000
025800       THRU  6030-ENTETE-FIN.                                     02580000
025900     PERFORM 6100-PERM-DEB                                        02590000
026000       THRU  6100-PERM-FIN.                                       02600000
026100     PERFORM 6200-BUDG-DEB                                        02610000
026200       THRU  6200-BUDG-FIN.                                       02620000
026300     PERFORM 6300-DENT-DEB                                        02630000
026400       THRU  6300-DENT-FIN.                                       02640000
026500     PERFORM 6400-SAIS-DEB                                        02650000
026600       THRU  6400-SAIS-FIN.                                       02660000
026700     PERFORM 6500-RELI-DEB                                        02670000
026800       THRU  6500-RELI-FIN.                                       02680000
026900     PERFORM 6600-FERMETURE-DEB                                   02690000
027000       THRU  6600-FERMETURE-FIN.                                  02700000
027100     MOVE W-NB-TRF TO WT-TRF.                                     02710000
027200     MOVE W-NB-ANN TO WT-ANN.                                     02720000
027300     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02730000
027400     PERFORM 8100-EDIT-LIGNE-DEB                                  02740000
027500       THRU  8100-EDIT-LIGNE-FIN.                                 02750000
027600     EXEC SQL                                                     02760000
027700         COMMIT                                                   02770000
027800     END-EXEC.                                                    02780000
027900     ADD 1 TO W-CPT-FERMES.                                       02790000
028000 6010-TRAITE-FIN.                                                 02800000
028100      EXIT.                                                       02810000
028200***************                                                   02820000
028300 6020-CONTROLE-DEB.                                               02830000
028400     MOVE SPACES TO W-CODE-REJET.                                 02840000
028500     IF PF00-LIE-ANC NOT NUMERIC                                  02850000
028600         MOVE 'DEPARTEMENT NON NUMERIQUE' TO W-CODE-REJET         02860000
028700         GO TO 6020-CONTROLE-FIN.                                 02870000
028800     MOVE PF00-LIE-ANC TO W-LIE-ANC.                              02880000
028900     IF PF00-LIE-SUC-X NOT = SPACES                               02890000
029000         AND PF00-LIE-SUC NOT NUMERIC                             02900000
029100         MOVE 'SUCCESSEUR NON NUMERIQUE' TO W-CODE-REJET          02910000
029200         GO TO 6020-CONTROLE-FIN.                                 02920000
029300     MOVE ZERO TO W-LIE-SUC.                                      02930000
029400     IF PF00-LIE-SUC-X NOT = SPACES                               02940000
029500         MOVE PF00-LIE-SUC TO W-LIE-SUC.                          02950000
029600     EXEC SQL                                                     02960000
029700         SELECT LIB, ACTIF                                        02970000
029800           INTO :W-LIB, :W-ACTIF                                  02980000
029900           FROM API7.DEPARTEMENTS                                 02990000
030000          WHERE LIE = :W-LIE-ANC                                  03000000
030100     END-EXEC.                                                    03010000
030200     EVALUATE SQLCODE                                             03020000
030300         WHEN ZERO                                                03030000
030400             CONTINUE                                             03040000
030500         WHEN 100                                                 03050000
030600             MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET           03060000
030700             GO TO 6020-CONTROLE-FIN                              03070000
030800         WHEN OTHER                                               03080000
030900             MOVE SQLCODE TO W-SQLCODE                            03090000
031000             MOVE 'SELECT DEPARTEMENTS SQLCODE = '                03100000
031100                  TO W-MESSAGE-ANOR                               03110000
031200             PERFORM 9999-FIN-ANORMALE-DEB                        03120000
031300               THRU  9999-FIN-ANORMALE-FIN                        03130000
031400     END-EVALUATE.                                                03140000
031500     IF W-ACTIF NOT = 'O'                                         03150000
031600         MOVE 'DEPARTEMENT DEJA FERME' TO W-CODE-REJET            03160000
031700         GO TO 6020-CONTROLE-FIN.                                 03170000
031800     MOVE SPACES TO W-LIB-SUC.                                    03180000
031900     IF W-LIE-SUC = ZERO                                          03190000
032000         GO TO 6020-CONTROLE-20.                                  03200000
032100     IF W-LIE-SUC = W-LIE-ANC                                     03210000
032200         MOVE 'SUCCESSEUR IDENTIQUE' TO W-CODE-REJET              03220000
032300         GO TO 6020-CONTROLE-FIN.                                 03230000
032400     EXEC SQL                                                     03240000
032500         SELECT LIB, ACTIF                                        03250000
032600           INTO :W-LIB-SUC, :W-ACTIF-SUC                          03260000
032700           FROM API7.DEPARTEMENTS                                 03270000
032800          WHERE LIE = :W-LIE-SUC                                  03280000
032900     END-EXEC.                                                    03290000
033000     EVALUATE SQLCODE                                             03300000
033100         WHEN ZERO                                                03310000
033200             CONTINUE                                             03320000
033300         WHEN 100                                                 03330000
033400             MOVE 'SUCCESSEUR INCONNU' TO W-CODE-REJET            03340000
033500             GO TO 6020-CONTROLE-FIN                              03350000
033600         WHEN OTHER                                               03360000
033700             MOVE SQLCODE TO W-SQLCODE                            03370000
033800             MOVE 'SELECT DEPARTEMENTS SQLCODE = '                03380000
033900                  TO W-MESSAGE-ANOR                               03390000
034000             PERFORM 9999-FIN-ANORMALE-DEB                        03400000
034100               THRU  9999-FIN-ANORMALE-FIN                        03410000
034200     END-EVALUATE.                                                03420000
034300     IF W-ACTIF-SUC NOT = 'O'                                     03430000
034400         MOVE 'SUCCESSEUR FERME' TO W-CODE-REJET                  03440000
034500         GO TO 6020-CONTROLE-FIN.                                 03450000
034600 6020-CONTROLE-20.                                                03460000
034700     IF PF00-DATE-EFFET NOT NUMERIC                               03470000
034800         MOVE 'DATE D EFFET INVALIDE' TO W-CODE-REJET             03480000
034900         GO TO 6020-CONTROLE-FIN.                                 03490000
035000     MOVE PF00-EFF-AAAA TO W-EFF-AAAA-X.                          03500000
035100     MOVE PF00-EFF-MM TO W-EFF-MM-X.                              03510000
035200     MOVE PF00-EFF-JJ TO W-EFF-JJ-X.                              03520000
035300     EXEC SQL                                                     03530000
035400         SELECT CHAR(DATE(:W-DATE-EFFET), ISO)                    03540000
035500           INTO :W-DATE-CTL                                       03550000
035600           FROM SYSIBM.SYSDUMMY1                                  03560000
035700     END-EXEC.                                                    03570000
035800     IF SQLCODE NOT = ZERO                                        03580000
035900         MOVE 'DATE D EFFET INVALIDE' TO W-CODE-REJET             03590000
036000         GO TO 6020-CONTROLE-FIN.                                 03600000
036100     IF W-DATE-EFFET > DAT-DATE-ISO                               03610000
036200         MOVE 'DATE D EFFET FUTURE' TO W-CODE-REJET               03620000
036300         GO TO 6020-CONTROLE-FIN.                                 03630000
036400     MOVE PF00-EFF-AAAA TO W-EFF-AAAA.                            03640000
036500     MOVE PF00-EFF-MM TO W-EFF-MM.                                03650000
036600     MOVE PF00-OPTIONS TO W-OPTIONS.                              03660000
036700     MOVE 1 TO WX-OPT.                                            03670000
036800 6020-CONTROLE-30.                                                03680000
036900     IF WX-OPT > 5                                                03690000
037000         GO TO 6020-CONTROLE-FIN.                                 03700000
037100     IF W-OPT (WX-OPT) = SPACE                                    03710000
037200         IF W-LIE-SUC = ZERO                                      03720000
037300             MOVE 'A' TO W-OPT (WX-OPT)                           03730000
037400         ELSE                                                     03740000
037500             MOVE 'T' TO W-OPT (WX-OPT).                          03750000
037600     IF W-OPT (WX-OPT) NOT = 'T'                                  03760000
037700         AND W-OPT (WX-OPT) NOT = 'A'                             03770000
037800         MOVE 'OPTION INVALIDE' TO W-CODE-REJET                   03780000
037900         GO TO 6020-CONTROLE-FIN.                                 03790000
038000     IF W-OPT (WX-OPT) = 'T'                                      03800000
038100         AND W-LIE-SUC = ZERO                                     03810000
038200         MOVE 'TRANSFERT SANS SUCCESSEUR' TO W-CODE-REJET         03820000
038300         GO TO 6020-CONTROLE-FIN.                                 03830000
038400     ADD 1 TO WX-OPT.                                             03840000
038500     GO TO 6020-CONTROLE-30.                                      03850000
038600 6020-CONTROLE-FIN.                                               03860000
038700      EXIT.                                                       03870000
038800***************                                                   03880000
038900 6030-ENTETE-DEB.                                                 03890000
039000     MOVE 99 TO EDIT-CPT-LIGNES.                                  03900000
039100     MOVE W-LIE-ANC TO WE-LIE.                                    03910000
039200     MOVE W-LIB TO WE-LIB.                                        03920000
039300     MOVE W-LIE-SUC TO WE-SUC.                                    03930000
039400     MOVE PF00-EFF-JJ TO WE-DATE-JJ.                              03940000
039500     MOVE PF00-EFF-MM TO WE-DATE-MM.                              03950000
039600     MOVE PF00-EFF-AAAA TO WE-DATE-AAAA.                          03960000
039700     MOVE W-LIGNE-DEPT TO EDIT-LIGNE.                             03970000
039800     PERFORM 8100-EDIT-LIGNE-DEB                                  03980000
039900       THRU  8100-EDIT-LIGNE-FIN.                                 03990000
040000     IF W-LIE-SUC NOT = ZERO                                      04000000
040100         MOVE W-LIB-SUC TO WS-LIB-SUC                             04010000
040200         MOVE W-LIGNE-SUCC TO EDIT-LIGNE                          04020000
040300         PERFORM 8100-EDIT-LIGNE-DEB                              04030000
040400           THRU  8100-EDIT-LIGNE-FIN.                             04040000
040500     MOVE W-OPTIONS TO WO-OPTIONS.                                04050000
040600     MOVE W-LIGNE-OPTIONS TO EDIT-LIGNE.                          04060000
040700     PERFORM 8100-EDIT-LIGNE-DEB                                  04070000
040800       THRU  8100-EDIT-LIGNE-FIN.                                 04080000
040900     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         04090000
041000     PERFORM 8100-EDIT-LIGNE-DEB                                  04100000
041100       THRU  8100-EDIT-LIGNE-FIN.                                 04110000
041200 6030-ENTETE-FIN.                                                 04120000
041300      EXIT.                                                       04130000
041400***************                                                   04140000
041500 6090-REJET-DEB.                                                  04150000
041600     MOVE PF00-LIE-ANC TO WR-LIE.                                 04160000
041700     MOVE W-CODE-REJET TO WR-MOTIF.                               04170000
041800     MOVE W-LIGNE-REJET TO EDIT-LIGNE.                            04180000
041900     PERFORM 8100-EDIT-LIGNE-DEB                                  04190000
042000       THRU  8100-EDIT-LIGNE-FIN.                                 04200000
042100     DISPLAY 'CARTE REJETEE ' PF00-LIE-ANC ' : ' W-CODE-REJET.    04210000
042200     ADD 1 TO W-CPT-REJETS.                                       04220000
042300     MOVE 4 TO RETURN-CODE.                                       04230000
042400 6090-REJET-FIN.                                                  04240000
042500      EXIT.                                                       04250000
042600***************                                                   04260000
042700 6100-PERM-DEB.                                                   04270000
042800     EXEC SQL                                                     04280000
042900         OPEN C-PERM                                              04290000
043000     END-EXEC.                                                    04300000
043100     IF SQLCODE NOT = ZERO                                        04310000
043200         MOVE SQLCODE TO W-SQLCODE                                04320000
043300         MOVE 'OPEN C-PERM SQLCODE = '                            04330000
043400              TO W-MESSAGE-ANOR                                   04340000
043500         PERFORM 9999-FIN-ANORMALE-DEB                            04350000
043600           THRU  9999-FIN-ANORMALE-FIN.                           04360000
043700 6100-PERM-10.                                                    04370000
043800     EXEC SQL                                                     04380000
043900         FETCH C-PERM                                             04390000
044000           INTO :W-ARTICLE, :W-QTE, :W-FREQUENCE, :W-JOUR         04400000
044100     END-EXEC.                                                    04410000
044200     EVALUATE SQLCODE                                             04420000
044300         WHEN 100                                                 04430000
044400             GO TO 6100-PERM-90                                   04440000
044500         WHEN ZERO                                                04450000
044600             CONTINUE                                             04460000
044700         WHEN OTHER                                               04470000
044800             MOVE SQLCODE TO W-SQLCODE                            04480000
044900             MOVE 'FETCH C-PERM SQLCODE = '                       04490000
045000                  TO W-MESSAGE-ANOR                               04500000
045100             PERFORM 9999-FIN-ANORMALE-DEB                        04510000
045200               THRU  9999-FIN-ANORMALE-FIN                        04520000
045300     END-EVALUATE.                                                04530000
045400     MOVE 'CDE PERM.' TO WD-TYPE.                                 04540000
045500     MOVE W-ARTICLE TO W-NUM-EDT.                                 04550000
045600     MOVE W-JOUR TO W-JOUR-EDT.                                   04560000
045700     MOVE SPACES TO WD-CLE.                                       04570000
045800     STRING 'ARTICLE ' W-NUM-EDT ' ' W-FREQUENCE ' '              04580000
045900            W-JOUR-EDT                                            04590000
046000         DELIMITED BY SIZE INTO WD-CLE.                           04600000
046100     MOVE W-QTE TO WD-QTE.                                        04610000
046200     IF PERM-TRF                                                  04620000
046300         PERFORM 6110-PERM-TRF-DEB                                04630000
046400           THRU  6110-PERM-TRF-FIN                                04640000
046500         ADD 1 TO W-NB-TRF                                        04650000
046600     ELSE                                                         04660000
046700         MOVE 'SUPPRIMEE' TO WD-ACTION                            04670000
046800         PERFORM 6190-PERM-SUP-DEB                                04680000
046900           THRU  6190-PERM-SUP-FIN                                04690000
047000         ADD 1 TO W-NB-ANN.                                       04700000
047100     PERFORM 6700-DETAIL-DEB                                      04710000
047200       THRU  6700-DETAIL-FIN.                                     04720000
047300     GO TO 6100-PERM-10.                                          04730000
047400 6100-PERM-90.                                                    04740000
047500     EXEC SQL                                                     04750000
047600         CLOSE C-PERM                                             04760000
047700     END-EXEC.                                                    04770000
047800 6100-PERM-FIN.                                                   04780000
047900      EXIT.                                                       04790000
048000***************                                                   04800000
048100 6110-PERM-TRF-DEB.                                               04810000
048200     EXEC SQL                                                     04820000
048300         SELECT COUNT(*)                                          04830000
048400           INTO :W-CNT                                            04840000
048500           FROM API7.COMMANDE_PERMANENTE                          04850000
048600          WHERE LIE = :W-LIE-SUC                                  04860000
048700            AND ID_ARTICLE = :W-ARTICLE                           04870000
048800     END-EXEC.                                                    04880000
048900     IF W-CNT NOT = ZERO                                          04890000
049000         MOVE 'SUPPR. DEJA AU SUCC.' TO WD-ACTION                 04900000
049100         PERFORM 6190-PERM-SUP-DEB                                04910000
049200           THRU  6190-PERM-SUP-FIN                                04920000
049300         GO TO 6110-PERM-TRF-FIN.                                 04930000
049400     EXEC SQL                                                     04940000
049500         UPDATE API7.COMMANDE_PERMANENTE                          04950000
049600            SET LIE = :W-LIE-SUC                                  04960000
049700          WHERE LIE = :W-LIE-ANC                                  04970000
049800            AND ID_ARTICLE = :W-ARTICLE                           04980000
049900     END-EXEC.                                                    04990000
050000     IF SQLCODE NOT = ZERO                                        05000000
050100         MOVE SQLCODE TO W-SQLCODE                                05010000
050200         MOVE 'UPDATE COMMANDE_PERMANENTE SQLCODE = '             05020000
050300              TO W-MESSAGE-ANOR                                   05030000
050400         PERFORM 9999-FIN-ANORMALE-DEB                            05040000
050500           THRU  9999-FIN-ANORMALE-FIN.                           05050000
050600     MOVE 'TRANSFEREE' TO WD-ACTION.                              05060000
050700 6110-PERM-TRF-FIN.                                               05070000
050800      EXIT.                                                       05080000
050900***************                                                   05090000
051000 6190-PERM-SUP-DEB.                                               05100000
051100     EXEC SQL                                                     05110000
051200         DELETE FROM API7.COMMANDE_PERMANENTE                     05120000
051300          WHERE LIE = :W-LIE-ANC                                  05130000
051400            AND ID_ARTICLE = :W-ARTICLE                           05140000
051500     END-EXEC.                                                    05150000
051600     IF SQLCODE NOT = ZERO                                        05160000
051700         MOVE SQLCODE TO W-SQLCODE                                05170000
051800         MOVE 'DELETE COMMANDE_PERMANENTE SQLCODE = '             05180000
051900              TO W-MESSAGE-ANOR                                   05190000
052000         PERFORM 9999-FIN-ANORMALE-DEB                            05200000
052100           THRU  9999-FIN-ANORMALE-FIN.                           05210000
052200 6190-PERM-SUP-FIN.                                               05220000
052300      EXIT.                                                       05230000
052400***************                                                   05240000
052500 6200-BUDG-DEB.                                                   05250000
052600     EXEC SQL                                                     05260000
052700         OPEN C-BUDG                                              05270000
052800     END-EXEC.                                                    05280000
052900     IF SQLCODE NOT = ZERO                                        05290000
053000         MOVE SQLCODE TO W-SQLCODE                                05300000
053100         MOVE 'OPEN C-BUDG SQLCODE = '                            05310000
053200              TO W-MESSAGE-ANOR                                   05320000
053300         PERFORM 9999-FIN-ANORMALE-DEB                            05330000
053400           THRU  9999-FIN-ANORMALE-FIN.                           05340000
053500 6200-BUDG-10.                                                    05350000
053600     EXEC SQL                                                     05360000
053700         FETCH C-BUDG                                             05370000
053800           INTO :W-ANNEE, :W-PERIODE, :W-MONTANT                  05380000
053900     END-EXEC.                                                    05390000
054000     EVALUATE SQLCODE                                             05400000
054100         WHEN 100                                                 05410000
054200             GO TO 6200-BUDG-90                                   05420000
054300         WHEN ZERO                                                05430000
054400             CONTINUE                                             05440000
054500         WHEN OTHER                                               05450000
054600             MOVE SQLCODE TO W-SQLCODE                            05460000
054700             MOVE 'FETCH C-BUDG SQLCODE = '                       05470000
054800                  TO W-MESSAGE-ANOR                               05480000
054900             PERFORM 9999-FIN-ANORMALE-DEB                        05490000
055000               THRU  9999-FIN-ANORMALE-FIN                        05500000
055100     END-EVALUATE.                                                05510000
055200     MOVE 'BUDGET' TO WD-TYPE.                                    05520000
055300     MOVE W-ANNEE TO W-AAAA-EDT.                                  05530000
055400     MOVE W-PERIODE TO W-MM-EDT.                                  05540000
055500     MOVE SPACES TO WD-CLE.                                       05550000
055600     STRING 'PERIODE ' W-AAAA-EDT '/' W-MM-EDT                    05560000
055700         DELIMITED BY SIZE INTO WD-CLE.                           05570000
055800     MOVE W-MONTANT TO WD-QTE.                                    05580000
055900     IF BUDG-TRF                                                  05590000
056000         PERFORM 6210-BUDG-TRF-DEB                                05600000
056100           THRU  6210-BUDG-TRF-FIN                                05610000
056200         ADD 1 TO W-NB-TRF                                        05620000
056300     ELSE                                                         05630000
056400         MOVE 'SUPPRIME' TO WD-ACTION                             05640000
056500         ADD 1 TO W-NB-ANN.                                       05650000
056600     EXEC SQL                                                     05660000
056700         DELETE FROM API7.BUDGET_DEPT                             05670000
056800          WHERE LIE = :W-LIE-ANC                                  05680000
056900            AND ANNEE = :W-ANNEE                                  05690000
057000            AND PERIODE = :W-PERIODE                              05700000
057100     END-EXEC.                                                    05710000
057200     IF SQLCODE NOT = ZERO                                        05720000
057300         MOVE SQLCODE TO W-SQLCODE                                05730000
057400         MOVE 'DELETE BUDGET_DEPT SQLCODE = '                     05740000
057500              TO W-MESSAGE-ANOR                                   05750000
057600         PERFORM 9999-FIN-ANORMALE-DEB                            05760000
057700           THRU  9999-FIN-ANORMALE-FIN.                           05770000
057800     PERFORM 6700-DETAIL-DEB                                      05780000
057900       THRU  6700-DETAIL-FIN.                                     05790000
058000     GO TO 6200-BUDG-10.                                          05800000
058100 6200-BUDG-90.                                                    05810000
058200     EXEC SQL                                                     05820000
058300         CLOSE C-BUDG                                             05830000
058400     END-EXEC.                                                    05840000
058500 6200-BUDG-FIN.                                                   05850000
058600      EXIT.                                                       05860000
058700***************                                                   05870000
058800 6210-BUDG-TRF-DEB.                                               05880000
058900     EXEC SQL                                                     05890000
059000         UPDATE API7.BUDGET_DEPT                                  05900000
059100            SET MONTANT = MONTANT + :W-MONTANT                    05910000
059200          WHERE LIE = :W-LIE-SUC                                  05920000
059300            AND ANNEE = :W-ANNEE                                  05930000
059400            AND PERIODE = :W-PERIODE                              05940000
059500     END-EXEC.                                                    05950000
059600     EVALUATE SQLCODE                                             05960000
059700         WHEN ZERO                                                05970000
059800             MOVE 'AJOUTE AU SUCC.' TO WD-ACTION                  05980000
059900             GO TO 6210-BUDG-TRF-FIN                              05990000
060000         WHEN 100                                                 06000000
060100             CONTINUE                                             06010000
060200         WHEN OTHER                                               06020000
060300             MOVE SQLCODE TO W-SQLCODE                            06030000
060400             MOVE 'UPDATE BUDGET_DEPT SQLCODE = '                 06040000
060500                  TO W-MESSAGE-ANOR                               06050000
060600             PERFORM 9999-FIN-ANORMALE-DEB                        06060000
060700               THRU  9999-FIN-ANORMALE-FIN                        06070000
060800     END-EVALUATE.                                                06080000
060900     EXEC SQL                                                     06090000
061000         INSERT INTO API7.BUDGET_DEPT                             06100000
061100                (LIE, ANNEE, PERIODE, MONTANT)                    06110000
061200         VALUES (:W-LIE-SUC, :W-ANNEE, :W-PERIODE, :W-MONTANT)    06120000
061300     END-EXEC.                                                    06130000
061400     IF SQLCODE NOT = ZERO                                        06140000
061500         MOVE SQLCODE TO W-SQLCODE                                06150000
061600         MOVE 'INSERT BUDGET_DEPT SQLCODE = '                     06160000
061700              TO W-MESSAGE-ANOR                                   06170000
061800         PERFORM 9999-FIN-ANORMALE-DEB                            06180000
061900           THRU  9999-FIN-ANORMALE-FIN.                           06190000
062000     MOVE 'TRANSFERE' TO WD-ACTION.                               06200000
062100 6210-BUDG-TRF-FIN.                                               06210000
062200      EXIT.                                                       06220000
062300***************                                                   06230000
062400 6300-DENT-DEB.                                                   06240000
062500     EXEC SQL                                                     06250000
062600         OPEN C-DENT                                              06260000
062700     END-EXEC.                                                    06270000
062800     IF SQLCODE NOT = ZERO                                        06280000
062900         MOVE SQLCODE TO W-SQLCODE                                06290000
063000         MOVE 'OPEN C-DENT SQLCODE = '                            06300000
063100              TO W-MESSAGE-ANOR                                   06310000
063200         PERFORM 9999-FIN-ANORMALE-DEB                            06320000
063300           THRU  9999-FIN-ANORMALE-FIN.                           06330000
063400 6300-DENT-10.                                                    06340000
063500     EXEC SQL                                                     06350000
063600         FETCH C-DENT                                             06360000
063700           INTO :W-ENTREPOT                                       06370000
063800     END-EXEC.                                                    06380000
063900     EVALUATE SQLCODE                                             06390000
064000         WHEN 100                                                 06400000
064100             GO TO 6300-DENT-90                                   06410000
064200         WHEN ZERO                                                06420000
064300             CONTINUE                                             06430000
064400         WHEN OTHER                                               06440000
064500             MOVE SQLCODE TO W-SQLCODE                            06450000
064600             MOVE 'FETCH C-DENT SQLCODE = '                       06460000
064700                  TO W-MESSAGE-ANOR                               06470000
064800             PERFORM 9999-FIN-ANORMALE-DEB                        06480000
064900               THRU  9999-FIN-ANORMALE-FIN                        06490000
065000     END-EVALUATE.                                                06500000
065100     MOVE 'ENTREPOT' TO WD-TYPE.                                  06510000
065200     MOVE SPACES TO WD-CLE.                                       06520000
065300     STRING 'ENTREPOT ' W-ENTREPOT                                06530000
065400         DELIMITED BY SIZE INTO WD-CLE.                           06540000
065500     MOVE ZERO TO WD-QTE.                                         06550000
065600     IF DENT-TRF                                                  06560000
065700         PERFORM 6310-DENT-TRF-DEB                                06570000
065800           THRU  6310-DENT-TRF-FIN                                06580000
065900         ADD 1 TO W-NB-TRF                                        06590000
066000     ELSE                                                         06600000
066100         MOVE 'SUPPRIME' TO WD-ACTION                             06610000
066200         ADD 1 TO W-NB-ANN.                                       06620000
066300     EXEC SQL                                                     06630000
066400         DELETE FROM API7.DEPT_ENTREPOT                           06640000
066500          WHERE LIE = :W-LIE-ANC                                  06650000
066600            AND ID_ENTREPOT = :W-ENTREPOT                         06660000
066700     END-EXEC.                                                    06670000
066800     IF SQLCODE NOT = ZERO                                        06680000
066900         MOVE SQLCODE TO W-SQLCODE                                06690000
067000         MOVE 'DELETE DEPT_ENTREPOT SQLCODE = '                   06700000
067100              TO W-MESSAGE-ANOR                                   06710000
067200         PERFORM 9999-FIN-ANORMALE-DEB                            06720000
067300           THRU  9999-FIN-ANORMALE-FIN.                           06730000
067400     PERFORM 6700-DETAIL-DEB                                      06740000
067500       THRU  6700-DETAIL-FIN.                                     06750000
067600     GO TO 6300-DENT-10.                                          06760000
067700 6300-DENT-90.                                                    06770000
067800     EXEC SQL                                                     06780000
067900         CLOSE C-DENT                                             06790000
068000     END-EXEC.                                                    06800000
068100 6300-DENT-FIN.                                                   06810000
068200      EXIT.                                                       06820000
068300***************                                                   06830000
068400 6310-DENT-TRF-DEB.                                               06840000
068500     EXEC SQL                                                     06850000
068600         SELECT COUNT(*)                                          06860000
068700           INTO :W-CNT                                            06870000
068800           FROM API7.DEPT_ENTREPOT                                06880000
068900          WHERE LIE = :W-LIE-SUC                                  06890000
069000            AND ID_ENTREPOT = :W-ENTREPOT                         06900000
069100     END-EXEC.                                                    06910000
069200     IF W-CNT NOT = ZERO                                          06920000
069300         MOVE 'DEJA LIE AU SUCC.' TO WD-ACTION                    06930000
069400         GO TO 6310-DENT-TRF-FIN.                                 06940000
069500     EXEC SQL                                                     06950000
069600         INSERT INTO API7.DEPT_ENTREPOT                           06960000
069700                (LIE, ID_ENTREPOT)                                06970000
069800         VALUES (:W-LIE-SUC, :W-ENTREPOT)                         06980000
069900     END-EXEC.                                                    06990000
070000     IF SQLCODE NOT = ZERO                                        07000000
070100         MOVE SQLCODE TO W-SQLCODE                                07010000
070200         MOVE 'INSERT DEPT_ENTREPOT SQLCODE = '                   07020000
070300              TO W-MESSAGE-ANOR                                   07030000
070400         PERFORM 9999-FIN-ANORMALE-DEB                            07040000
070500           THRU  9999-FIN-ANORMALE-FIN.                           07050000
070600     MOVE 'TRANSFERE' TO WD-ACTION.                               07060000
070700 6310-DENT-TRF-FIN.                                               07070000
070800      EXIT.                                                       07080000
070900***************                                                   07090000
071000 6400-SAIS-DEB.                                                   07100000
071100     EXEC SQL                                                     07110000
071200         OPEN C-SAIS                                              07120000
071300     END-EXEC.                                                    07130000
071400     IF SQLCODE NOT = ZERO                                        07140000
071500         MOVE SQLCODE TO W-SQLCODE                                07150000
071600         MOVE 'OPEN C-SAIS SQLCODE = '                            07160000
071700              TO W-MESSAGE-ANOR                                   07170000
071800         PERFORM 9999-FIN-ANORMALE-DEB                            07180000
071900           THRU  9999-FIN-ANORMALE-FIN.                           07190000
072000 6400-SAIS-10.                                                    07200000
072100     EXEC SQL                                                     07210000
072200         FETCH C-SAIS                                             07220000
072300           INTO :W-NO-SAISIE, :W-ARTICLE, :W-QTE, :W-ETAT         07230000
072400     END-EXEC.                                                    07240000
072500     EVALUATE SQLCODE                                             07250000
072600         WHEN 100                                                 07260000
072700             GO TO 6400-SAIS-90                                   07270000
072800         WHEN ZERO                                                07280000
072900             CONTINUE                                             07290000
073000         WHEN OTHER                                               07300000
073100             MOVE SQLCODE TO W-SQLCODE                            07310000
073200             MOVE 'FETCH C-SAIS SQLCODE = '                       07320000
073300                  TO W-MESSAGE-ANOR                               07330000
073400             PERFORM 9999-FIN-ANORMALE-DEB                        07340000
073500               THRU  9999-FIN-ANORMALE-FIN                        07350000
073600     END-EVALUATE.                                                07360000
073700     MOVE 'SAISIE' TO WD-TYPE.                                    07370000
073800     MOVE W-NO-SAISIE TO W-NUM-EDT.                               07380000
073900     MOVE W-ARTICLE TO W-NUM2-EDT.                                07390000
074000     MOVE SPACES TO WD-CLE.                                       07400000
074100     STRING 'SAISIE ' W-NUM-EDT ' ART ' W-NUM2-EDT                07410000
074200         DELIMITED BY SIZE INTO WD-CLE.                           07420000
074300     MOVE W-QTE TO WD-QTE.                                        07430000
074400     IF SAIS-TRF                                                  07440000
074500         PERFORM 6410-SAIS-TRF-DEB                                07450000
074600           THRU  6410-SAIS-TRF-FIN                                07460000
074700         ADD 1 TO W-NB-TRF                                        07470000
074800     ELSE                                                         07480000
074900         PERFORM 6490-SAIS-REF-DEB                                07490000
075000           THRU  6490-SAIS-REF-FIN                                07500000
075100         ADD 1 TO W-NB-ANN.                                       07510000
075200     PERFORM 6700-DETAIL-DEB                                      07520000
075300       THRU  6700-DETAIL-FIN.                                     07530000
075400     GO TO 6400-SAIS-10.                                          07540000
075500 6400-SAIS-90.                                                    07550000
075600     EXEC SQL                                                     07560000
075700         CLOSE C-SAIS                                             07570000
075800     END-EXEC.                                                    07580000
075900 6400-SAIS-FIN.                                                   07590000
076000      EXIT.                                                       07600000
076100***************                                                   07610000
076200 6410-SAIS-TRF-DEB.                                               07620000
076300     EXEC SQL                                                     07630000
076400         UPDATE API7.COMMANDE_SAISIE                              07640000
076500            SET LIE = :W-LIE-SUC                                  07650000
076600          WHERE NO_SAISIE = :W-NO-SAISIE                          07660000
076700            AND LIE = :W-LIE-ANC                                  07670000
076800     END-EXEC.                                                    07680000
076900     IF SQLCODE NOT = ZERO                                        07690000
077000         MOVE SQLCODE TO W-SQLCODE                                07700000
077100         MOVE 'UPDATE COMMANDE_SAISIE SQLCODE = '                 07710000
077200              TO W-MESSAGE-ANOR                                   07720000
077300         PERFORM 9999-FIN-ANORMALE-DEB                            07730000
077400           THRU  9999-FIN-ANORMALE-FIN.                           07740000
077500     MOVE 'TRANSFEREE' TO WD-ACTION.                              07750000
077600 6410-SAIS-TRF-FIN.                                               07760000
077700      EXIT.                                                       07770000
077800***************                                                   07780000
077900 6490-SAIS-REF-DEB.                                               07790000
078000     EXEC SQL                                                     07800000
078100         UPDATE API7.COMMANDE_SAISIE                              07810000
078200            SET ETAT = 'F',                                       07820000
078300                DECISION = 'F',                                   07830000
078400                MOTIF_DECISION = 'DEPARTEMENT FERME',             07840000
078500                ID_VALIDEUR = :W-PROGRAM-ID,                      07850000
078600                DATE_DECISION = DATE(:DAT-DATE-ISO)               07860000
078700          WHERE NO_SAISIE = :W-NO-SAISIE                          07870000
078800            AND LIE = :W-LIE-ANC                                  07880000
078900     END-EXEC.                                                    07890000
079000     IF SQLCODE NOT = ZERO                                        07900000
079100         MOVE SQLCODE TO W-SQLCODE                                07910000
079200         MOVE 'UPDATE COMMANDE_SAISIE SQLCODE = '                 07920000
079300              TO W-MESSAGE-ANOR                                   07930000
079400         PERFORM 9999-FIN-ANORMALE-DEB                            07940000
079500           THRU  9999-FIN-ANORMALE-FIN.                           07950000
079600     MOVE 'REFUSEE' TO WD-ACTION.                                 07960000
079700 6490-SAIS-REF-FIN.                                               07970000
079800      EXIT.                                                       07980000
079900***************                                                   07990000
080000 6500-RELI-DEB.                                                   08000000
080100     EXEC SQL                                                     08010000
080200         OPEN C-RELI                                              08020000
080300     END-EXEC.                                                    08030000
080400     IF SQLCODE NOT = ZERO                                        08040000
080500         MOVE SQLCODE TO W-SQLCODE                                08050000
080600         MOVE 'OPEN C-RELI SQLCODE = '                            08060000
080700              TO W-MESSAGE-ANOR                                   08070000
080800         PERFORM 9999-FIN-ANORMALE-DEB                            08080000
080900           THRU  9999-FIN-ANORMALE-FIN.                           08090000
081000 6500-RELI-10.                                                    08100000
081100     EXEC SQL                                                     08110000
081200         FETCH C-RELI                                             08120000
081300           INTO :W-ARTICLE, :W-DATE-CDE, :W-NOART-KIT,            08130000
081400                :W-QTE-DEM, :W-QTE-SERV, :W-QTE-RELI              08140000
081500     END-EXEC.                                                    08150000
081600     EVALUATE SQLCODE                                             08160000
081700         WHEN 100                                                 08170000
081800             GO TO 6500-RELI-90                                   08180000
081900         WHEN ZERO                                                08190000
082000             CONTINUE                                             08200000
082100         WHEN OTHER                                               08210000
082200             MOVE SQLCODE TO W-SQLCODE                            08220000
082300             MOVE 'FETCH C-RELI SQLCODE = '                       08230000
082400                  TO W-MESSAGE-ANOR                               08240000
082500             PERFORM 9999-FIN-ANORMALE-DEB                        08250000
082600               THRU  9999-FIN-ANORMALE-FIN                        08260000
082700     END-EVALUATE.                                                08270000
082800     MOVE 'RELIQUAT' TO WD-TYPE.                                  08280000
082900     MOVE W-ARTICLE TO W-NUM-EDT.                                 08290000
083000     MOVE SPACES TO WD-CLE.                                       08300000
083100     STRING 'ART ' W-NUM-EDT ' DU ' W-DATE-CDE                    08310000
083200         DELIMITED BY SIZE INTO WD-CLE.                           08320000
083300     MOVE W-QTE-RELI TO WD-QTE.                                   08330000
083400     IF RELI-TRF                                                  08340000
083500         PERFORM 6510-RELI-TRF-DEB                                08350000
083600           THRU  6510-RELI-TRF-FIN                                08360000
083700         ADD 1 TO W-NB-TRF                                        08370000
083800     ELSE                                                         08380000
083900         MOVE 'ANNULE' TO WD-ACTION                               08390000
084000         PERFORM 6590-RELI-ANN-DEB                                08400000
084100           THRU  6590-RELI-ANN-FIN                                08410000
084200         ADD 1 TO W-NB-ANN.                                       08420000
084300     PERFORM 6700-DETAIL-DEB                                      08430000
084400       THRU  6700-DETAIL-FIN.                                     08440000
084500     GO TO 6500-RELI-10.                                          08450000
084600 6500-RELI-90.                                                    08460000
084700     EXEC SQL                                                     08470000
084800         CLOSE C-RELI                                             08480000
084900     END-EXEC.                                                    08490000
085000 6500-RELI-FIN.                                                   08500000
085100      EXIT.                                                       08510000
085200***************                                                   08520000
085300 6510-RELI-TRF-DEB.                                               08530000
085400     EXEC SQL                                                     08540000
085500         UPDATE API7.RELIQUAT                                     08550000
085600            SET LIE = :W-LIE-SUC,                                 08560000
085700                DATE_MAJ = DATE(:DAT-DATE-ISO)                    08570000
085800          WHERE LIE = :W-LIE-ANC                                  08580000
085900            AND ID_ARTICLE = :W-ARTICLE                           08590000
086000            AND DATE_CDE = DATE(:W-DATE-CDE)                      08600000
086100            AND NOART_KIT = :W-NOART-KIT                          08610000
086200     END-EXEC.                                                    08620000
086300     EVALUATE SQLCODE                                             08630000
086400         WHEN ZERO                                                08640000
086500             MOVE 'TRANSFERE' TO WD-ACTION                        08650000
086600             GO TO 6510-RELI-TRF-FIN                              08660000
086700         WHEN -803                                                08670000
086800             CONTINUE                                             08680000
086900         WHEN OTHER                                               08690000
087000             MOVE SQLCODE TO W-SQLCODE                            08700000
087100             MOVE 'UPDATE RELIQUAT SQLCODE = '                    08710000
087200                  TO W-MESSAGE-ANOR                               08720000
087300             PERFORM 9999-FIN-ANORMALE-DEB                        08730000
087400               THRU  9999-FIN-ANORMALE-FIN                        08740000
087500     END-EVALUATE.                                                08750000
087600     EXEC SQL                                                     08760000
087700         UPDATE API7.RELIQUAT                                     08770000
087800            SET QTE_DEM = QTE_DEM + :W-QTE-DEM,                   08780000
087900                QTE_SERV = QTE_SERV + :W-QTE-SERV,                08790000
088000                QTE_RELI = QTE_RELI + :W-QTE-RELI,                08800000
088100                ETAT = 'O',                                       08810000
088200                DATE_MAJ = DATE(:DAT-DATE-ISO)                    08820000
088300          WHERE LIE = :W-LIE-SUC                                  08830000
088400            AND ID_ARTICLE = :W-ARTICLE                           08840000
088500            AND DATE_CDE = DATE(:W-DATE-CDE)                      08850000
088600            AND NOART_KIT = :W-NOART-KIT                          08860000
088700     END-EXEC.                                                    08870000
088800     IF SQLCODE NOT = ZERO                                        08880000
088900         MOVE SQLCODE TO W-SQLCODE                                08890000
089000         MOVE 'UPDATE RELIQUAT SQLCODE = '                        08900000
089100              TO W-MESSAGE-ANOR                                   08910000
089200         PERFORM 9999-FIN-ANORMALE-DEB                            08920000
089300           THRU  9999-FIN-ANORMALE-FIN.                           08930000
089400     PERFORM 6590-RELI-ANN-DEB                                    08940000
089500       THRU  6590-RELI-ANN-FIN.                                   08950000
089600     MOVE 'CUMULE AU SUCC.' TO WD-ACTION.                         08960000
089700 6510-RELI-TRF-FIN.                                               08970000
089800      EXIT.                                                       08980000
089900***************                                                   08990000
090000 6590-RELI-ANN-DEB.                                               09000000
090100     EXEC SQL                                                     09010000
090200         UPDATE API7.RELIQUAT                                     09020000
090300            SET ETAT = 'A',                                       09030000
090400                DATE_MAJ = DATE(:DAT-DATE-ISO)                    09040000
090500          WHERE LIE = :W-LIE-ANC                                  09050000
090600            AND ID_ARTICLE = :W-ARTICLE                           09060000
090700            AND DATE_CDE = DATE(:W-DATE-CDE)                      09070000
090800            AND NOART_KIT = :W-NOART-KIT                          09080000
090900     END-EXEC.                                                    09090000
091000     IF SQLCODE NOT = ZERO                                        09100000
091100         MOVE SQLCODE TO W-SQLCODE                                09110000
091200         MOVE 'UPDATE RELIQUAT SQLCODE = '                        09120000
091300              TO W-MESSAGE-ANOR                                   09130000
091400         PERFORM 9999-FIN-ANORMALE-DEB                            09140000
091500           THRU  9999-FIN-ANORMALE-FIN.                           09150000
091600 6590-RELI-ANN-FIN.                                               09160000
091700      EXIT.                                                       09170000
091800***************                                                   09180000
091900 6600-FERMETURE-DEB.                                              09190000
092000     EXEC SQL                                                     09200000
092100         UPDATE API7.DEPARTEMENTS                                 09210000
092200            SET ACTIF = 'N',                                      09220000
092300                DATE_FERMETURE = DATE(:W-DATE-EFFET),             09230000
092400                LIE_SUCCESSEUR = :W-LIE-SUC                       09240000
092500          WHERE LIE = :W-LIE-ANC                                  09250000
092600     END-EXEC.                                                    09260000
092700     IF SQLCODE NOT = ZERO                                        09270000
092800         MOVE SQLCODE TO W-SQLCODE                                09280000
092900         MOVE 'UPDATE DEPARTEMENTS SQLCODE = '                    09290000
093000              TO W-MESSAGE-ANOR                                   09300000
093100         PERFORM 9999-FIN-ANORMALE-DEB                            09310000
093200           THRU  9999-FIN-ANORMALE-FIN.                           09320000
093300     DISPLAY 'DEPARTEMENT FERME ' W-LIE-ANC                       09330000
093400             ' SUCCESSEUR ' W-LIE-SUC.                            09340000
093500 6600-FERMETURE-FIN.                                              09350000
093600      EXIT.                                                       09360000
093700***************                                                   09370000
093800 6700-DETAIL-DEB.                                                 09380000
093900     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           09390000
094000     PERFORM 8100-EDIT-LIGNE-DEB                                  09400000
094100       THRU  8100-EDIT-LIGNE-FIN.                                 09410000
094200     ADD 1 TO W-CPT-ELEMENTS.                                     09420000
094300 6700-DETAIL-FIN.                                                 09430000
094400      EXIT.                                                       09440000
094500***************                                                   09450000
094600 8000-FIN-TRT-DEB.                                                09460000
094700     CLOSE PARMFER.                                               09470000
094800     CLOSE LISTFER.                                               09480000
094900     IF W-CPT-LUS = ZERO                                          09490000
095000         DISPLAY 'PAS DE CARTE PARAMETRE - AUCUNE FERMETURE'.     09500000
095100     DISPLAY 'CARTES LUES          = ' W-CPT-LUS.                 09510000
095200     DISPLAY 'DEPARTEMENTS FERMES  = ' W-CPT-FERMES.              09520000
095300     DISPLAY 'CARTES REJETEES      = ' W-CPT-REJETS.              09530000
095400     DISPLAY 'ELEMENTS TRAITES     = ' W-CPT-ELEMENTS.            09540000
095500     MOVE 'F' TO JRN-PHASE.                                       09550000
095600     MOVE W-CPT-LUS TO JRN-NB-LUS.                                09560000
095700     MOVE W-CPT-FERMES TO JRN-NB-ECRITS.                          09570000
095800     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         09580000
095900     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         09590000
096000     CALL 'JRNEXEC' USING JRN-EXECUTION.                          09600000
096100 8000-FIN-TRT-FIN.                                                09610000
096200      EXIT.                                                       09620000
096300************                                                      09630000
096400************                                                      09640000
096500  9990-FIN-NORMALE-DEB.                                           09650000
096600            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           09660000
096700       GOBACK.                                                    09670000
096800  9990-FIN-NORMALE-FIN.                                           09680000
096900       EXIT.                                                      09690000
097000*************                                                     09700000
097100 COPY EDITPRO REPLACING ==EDIT-RECORD==                           09710000
097200     BY ==LF00==.                                                 09720000
097300 COPY ANORPROC.                                                   09730000
