000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LEQUDEP .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     LISTEQU       ASSIGN    LISTEQU.                  00060000
000700 DATA DIVISION.                                                   00070000
000800 FILE SECTION.                                                    00080000
000900 FD                 LISTEQU                                       00090000
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
002100         DECLARE C-EQUIP CURSOR FOR                               00210000
002200         SELECT S.LIE, D.LIB, S.ID_ARTICLE, A.DESIGNATION,        00220000
002300                S.NO_SERIE, CHAR(S.DATE_SORTIE, ISO),             00230000
002400                COALESCE(CHAR(S.DATE_RETOUR_PREVUE, ISO), ' '),   00240000
002500                CASE WHEN S.DATE_RETOUR_PREVUE                    00250000
002600                          < DATE(:DAT-DATE-ISO)                   00260000
002700                     THEN 'O' ELSE 'N'                            00270000
002800                END                                               00280000
002900           FROM API7.NUMERO_SERIE S,                              00290000
003000                API7.DEPARTEMENTS D,                              00300000
003100                API7.ARTICLE A                                    00310000
003200          WHERE S.STATUT = 'E'                                    00320000
003300            AND D.LIE = S.LIE                                     00330000
003400            AND A.ID_ARTICLE = S.ID_ARTICLE                       00340000
003500          ORDER BY S.LIE, S.ID_ARTICLE, S.NO_SERIE                00350000
003600      END-EXEC.                                                   00360000
003700******                                                            00370000
003800 COPY EDITWS.                                                     00380000
003900 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LEQUDEP'.                    00390000
004000 01  W-SQLCODE      PIC +++9.                                     00400000
004100 01  W-EOF-EQU      PIC X     VALUE '0'.                          00410000
004200     88  FIN-EQU-OK           VALUE '1'.                          00420000
004300 01  W-PREMIER-DEP  PIC X     VALUE '1'.                          00430000
004400     88  PREMIER-DEP          VALUE '1'.                          00440000
004500 01  W-LIE          PIC S9(9) USAGE COMP VALUE ZERO.              00450000
004600 01  W-PREV-LIE     PIC S9(9) USAGE COMP VALUE ZERO.              00460000
004700 01  W-LIB-DEP      PIC X(20) VALUE SPACES.                       00470000
004800 01  W-NOART        PIC S9(9) USAGE COMP VALUE ZERO.              00480000
004900 01  W-DESIGN       PIC X(20) VALUE SPACES.                       00490000
005000 01  W-NO-SERIE     PIC X(10) VALUE SPACES.                       00500000
005100 01  W-DATE-SORTIE  PIC X(10) VALUE SPACES.                       00510000
005200 01  W-DATE-PREVUE  PIC X(10) VALUE SPACES.                       00520000
005300 01  W-RETARD       PIC X     VALUE 'N'.                          00530000
005400     88  EN-RETARD            VALUE 'O'.                          00540000
005500 01  W-NB-DEP       PIC S9(9) USAGE COMP VALUE ZERO.              00550000
005600 01  W-RET-DEP      PIC S9(9) USAGE COMP VALUE ZERO.              00560000
005700 COPY ANORMAL.                                                    00570000
005800 COPY JRNCOM.                                                     00580000
005900 COPY DATCOM.                                                     00590000
006000******                                                            00600000
006100 01  W-CPT-UNITES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00610000
006200 01  W-CPT-RETARDS  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00620000
006300 01  W-CPT-DEPTS    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00630000
006400******                                                            00640000
006500 01  W-LIGNE-ENTETE.                                              00650000
006600     05  FILLER   PIC X(23) VALUE                                 00660000
006700         'EQUIPEMENTS DETENUS AU '.                               00670000
006800     05  WE-DATE        PIC X(10).                                00680000
006900     05  FILLER   PIC X(7)  VALUE SPACES.                         00690000
007000 01  W-LIGNE-DEPT.                                                00700000
007100     05  FILLER   PIC X(12) VALUE 'DEPARTEMENT '.                 00710000
007200     05  WF-LIE         PIC ZZZZZZZZ9.                            00720000
007300     05  FILLER   PIC X(1)  VALUE SPACES.                         00730000
007400     05  WF-LIB         PIC X(20).                                00740000
007500     05  FILLER   PIC X(38) VALUE SPACES.                         00750000
007600 01  W-LIGNE-COLONNES.                                            00760000
007700     05  FILLER   PIC X(40) VALUE                                 00770000
007800         '  ARTICLE DESIGNATION          NO SERIE '.              00780000
007900     05  FILLER   PIC X(40) VALUE                                 00790000
008000         '  SORTIE     ECHEANCE   RETARD          '.              00800000
008100 01  W-LIGNE-DETAIL.                                              00810000
008200     05  WD-NOART       PIC ZZZZZZZZ9.                            00820000
008300     05  FILLER   PIC X(1)  VALUE SPACES.                         00830000
008400     05  WD-DESIGN      PIC X(20).                                00840000
008500     05  FILLER   PIC X(1)  VALUE SPACES.                         00850000
008600     05  WD-NO-SERIE    PIC X(10).                                00860000
008700     05  FILLER   PIC X(1)  VALUE SPACES.                         00870000
008800     05  WD-SORTIE      PIC X(10).                                00880000
008900     05  FILLER   PIC X(1)  VALUE SPACES.                         00890000
009000     05  WD-PREVUE      PIC X(10).                                00900000
009100     05  FILLER   PIC X(1)  VALUE SPACES.                         00910000
009200     05  WD-RETARD      PIC X(6).                                 00920000
009300     05  FILLER   PIC X(10) VALUE SPACES.                         00930000
009400 01  W-LIGNE-TOTAL.                                               00940000
009500     05  WT-LIBELLE     PIC X(20).                                00950000
009600     05  WT-NB          PIC ZZZZZZZZ9.                            00960000
009700     05  FILLER   PIC X(17) VALUE '  DONT EN RETARD '.            00970000
009800     05  WT-RETARD      PIC ZZZZZZZZ9.                            00980000
009900     05  FILLER   PIC X(25) VALUE SPACES.                         00990000
010000******                                                            01000000
010100 PROCEDURE DIVISION.                                              01010000
010200 1000-LEQUDEP-DEB.                                                01020000
010300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01030000
010400     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01040000
010500     MOVE 'D' TO JRN-PHASE                                        01050000
010600     CALL 'JRNEXEC' USING JRN-EXECUTION                           01060000
010700     PERFORM 5000-INIT-DEB                                        01070000
010800       THRU  5000-INIT-FIN.                                       01080000
010900     PERFORM 6010-TRAITE-DEB                                      01090000
011000       THRU  6010-TRAITE-FIN                                      01100000
011100       UNTIL FIN-EQU-OK.                                          01110000
011200     PERFORM 8000-FIN-TRT-DEB                                     01120000
011300       THRU  8000-FIN-TRT-FIN.                                    01130000
011400     PERFORM 9990-FIN-NORMALE-DEB                                 01140000
011500       THRU  9990-FIN-NORMALE-FIN.                                01150000
011600 1000-LEQUDEP-FIN.                                                01160000
011700     EXIT.                                                        01170000
011800***************                                                   01180000
011900 5000-INIT-DEB.                                                   01190000
012000     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01200000
012100     IF DAT-CODE-RETOUR NOT = ZERO                                01210000
012200         MOVE ZERO TO W-SQLCODE                                   01220000
012300         MOVE 'AUCUNE JOURNEE OUVERTE'                            01230000
012400              TO W-MESSAGE-ANOR                                   01240000
012500         PERFORM 9999-FIN-ANORMALE-DEB                            01250000
012600           THRU  9999-FIN-ANORMALE-FIN.                           01260000
012700     OPEN OUTPUT LISTEQU.                                         01270000
012800     MOVE DAT-DATE-ISO TO WE-DATE.                                01280000
012900     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           01290000
013000     PERFORM 8300-EDIT-INIT-DEB                                   01300000
013100       THRU  8300-EDIT-INIT-FIN.                                  01310000
013200     EXEC SQL                                                     01320000
013300         OPEN C-EQUIP                                             01330000
013400     END-EXEC.                                                    01340000
013500     IF SQLCODE NOT = ZERO                                        01350000
013600         MOVE SQLCODE TO W-SQLCODE                                01360000
013700         MOVE 'OPEN C-EQUIP SQLCODE = '                           01370000
013800              TO W-MESSAGE-ANOR                                   01380000
013900         PERFORM 9999-FIN-ANORMALE-DEB                            01390000
014000           THRU  9999-FIN-ANORMALE-FIN.                           01400000
014100 5000-INIT-FIN.                                                   01410000
014200      EXIT.                                                       01420000
014300***************                                                   01430000
014400 6010-TRAITE-DEB.                                                 01440000
014500     EXEC SQL                                                     01450000
014600         FETCH C-EQUIP                                            01460000
014700           INTO :W-LIE, :W-LIB-DEP, :W-NOART, :W-DESIGN,          01470000
014800                :W-NO-SERIE, :W-DATE-SORTIE, :W-DATE-PREVUE,      01480000
014900                :W-RETARD                                         01490000
015000     END-EXEC.                                                    01500000
015100     EVALUATE SQLCODE                                             01510000
015200         WHEN 100                                                 01520000
015300             MOVE '1' TO W-EOF-EQU                                01530000
015400             GO TO 6010-TRAITE-FIN                                01540000
015500         WHEN ZERO                                                01550000
015600             CONTINUE                                             01560000
015700         WHEN OTHER                                               01570000
015800             MOVE SQLCODE TO W-SQLCODE                            01580000
015900             MOVE 'FETCH C-EQUIP SQLCODE = '                      01590000
016000                  TO W-MESSAGE-ANOR                               01600000
016100             PERFORM 9999-FIN-ANORMALE-DEB                        01610000
016200               THRU  9999-FIN-ANORMALE-FIN                        01620000
016300     END-EVALUATE.                                                01630000
016400     IF PREMIER-DEP                                               01640000
016500         OR W-LIE NOT = W-PREV-LIE                                01650000
016600         IF NOT PREMIER-DEP                                       01660000
016700             PERFORM 6040-TOTAL-DEP-DEB                           01670000
016800               THRU  6040-TOTAL-DEP-FIN                           01680000
016900         END-IF                                                   01690000
017000         MOVE '0' TO W-PREMIER-DEP                                01700000
017100         MOVE W-LIE TO W-PREV-LIE                                 01710000
017200         PERFORM 6030-ENT-DEPT-DEB                                01720000
017300           THRU  6030-ENT-DEPT-FIN.                               01730000
017400     ADD 1 TO W-NB-DEP.                                           01740000
017500     ADD 1 TO W-CPT-UNITES.                                       01750000
017600     MOVE W-NOART TO WD-NOART.                                    01760000
017700     MOVE W-DESIGN TO WD-DESIGN.                                  01770000
017800     MOVE W-NO-SERIE TO WD-NO-SERIE.                              01780000
017900     MOVE W-DATE-SORTIE TO WD-SORTIE.                             01790000
018000     MOVE W-DATE-PREVUE TO WD-PREVUE.                             01800000
018100     IF EN-RETARD                                                 01810000
018200         MOVE 'RETARD' TO WD-RETARD                               01820000
018300         ADD 1 TO W-RET-DEP                                       01830000
018400         ADD 1 TO W-CPT-RETARDS                                   01840000
018500     ELSE                                                         01850000
018600         MOVE SPACES TO WD-RETARD.                                01860000
018700     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           01870000
018800     PERFORM 8100-EDIT-LIGNE-DEB                                  01880000
018900       THRU  8100-EDIT-LIGNE-FIN.                                 01890000
019000 6010-TRAITE-FIN.                                                 01900000
019100      EXIT.                                                       01910000
019200***************                                                   01920000
019300 6030-ENT-DEPT-DEB.                                               01930000
019400     MOVE ZERO TO W-NB-DEP.                                       01940000
019500     MOVE ZERO TO W-RET-DEP.                                      01950000
019600     ADD 1 TO W-CPT-DEPTS.                                        01960000
019700     MOVE 99 TO EDIT-CPT-LIGNES.                                  01970000
019800     MOVE W-LIE TO WF-LIE.                                        01980000
019900     MOVE W-LIB-DEP TO WF-LIB.                                    01990000
020000     MOVE W-LIGNE-DEPT TO EDIT-LIGNE.                             02000000
020100     PERFORM 8100-EDIT-LIGNE-DEB                                  02010000
020200       THRU  8100-EDIT-LIGNE-FIN.                                 02020000
020300     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         02030000
020400     PERFORM 8100-EDIT-LIGNE-DEB                                  02040000
020500       THRU  8100-EDIT-LIGNE-FIN.                                 02050000
020600 6030-ENT-DEPT-FIN.                                               02060000
020700      EXIT.                                                       02070000
020800***************                                                   02080000
020900 6040-TOTAL-DEP-DEB.                                              02090000
021000     MOVE 'UNITES DETENUES' TO WT-LIBELLE.                        02100000
021100     MOVE W-NB-DEP TO WT-NB.                                      02110000
021200     MOVE W-RET-DEP TO WT-RETARD.                                 02120000
021300     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02130000
021400     PERFORM 8100-EDIT-LIGNE-DEB                                  02140000
021500       THRU  8100-EDIT-LIGNE-FIN.                                 02150000
021600 6040-TOTAL-DEP-FIN.                                              02160000
021700      EXIT.                                                       02170000
021800***************                                                   02180000
021900 8000-FIN-TRT-DEB.                                                02190000
022000     EXEC SQL                                                     02200000
022100         CLOSE C-EQUIP                                            02210000
022200     END-EXEC.                                                    02220000
022300     IF NOT PREMIER-DEP                                           02230000
022400         PERFORM 6040-TOTAL-DEP-DEB                               02240000
022500           THRU  6040-TOTAL-DEP-FIN.                              02250000
022600     MOVE 'TOTAL GENERAL' TO WT-LIBELLE.                          02260000
022700     MOVE W-CPT-UNITES TO WT-NB.                                  02270000
022800     MOVE W-CPT-RETARDS TO WT-RETARD.                             02280000
022900     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02290000
023000     PERFORM 8100-EDIT-LIGNE-DEB                                  02300000
023100       THRU  8100-EDIT-LIGNE-FIN.                                 02310000
023200     CLOSE LISTEQU.                                               02320000
023300     DISPLAY 'DEPARTEMENTS EDITES  = ' W-CPT-DEPTS.               02330000
023400     DISPLAY 'UNITES DETENUES      = ' W-CPT-UNITES.              02340000
023500     DISPLAY 'UNITES EN RETARD     = ' W-CPT-RETARDS.             02350000
023600     MOVE 'F' TO JRN-PHASE.                                       02360000
023700     MOVE W-CPT-UNITES TO JRN-NB-LUS.                             02370000
023800     MOVE W-CPT-UNITES TO JRN-NB-ECRITS.                          02380000
023900     MOVE ZERO TO JRN-NB-REJETES.                                 02390000
024000     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02400000
024100     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02410000
024200 8000-FIN-TRT-FIN.                                                02420000
024300      EXIT.                                                       02430000
024400************                                                      02440000
024500************                                                      02450000
024600  9990-FIN-NORMALE-DEB.                                           02460000
024700            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           02470000
024800       GOBACK.                                                    02480000
024900  9990-FIN-NORMALE-FIN.                                           02490000
025000       EXIT.                                                      02500000
025100*************                                                     02510000
025200 COPY EDITPRO REPLACING ==EDIT-RECORD==                           02520000
025300     BY ==LE00==.                                                 02530000
025400 COPY ANORPROC.                                                   02540000
