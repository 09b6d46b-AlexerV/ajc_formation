000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LRECUTI .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     LISTREC       ASSIGN    LISTREC.                  00060000
000700 DATA DIVISION.                                                   00070000
000800 FILE SECTION.                                                    00080000
000900 FD                 LISTREC                                       00090000
001000      BLOCK              00000 RECORDS                            00100000
001100      DATA RECORD                                                 00110000
001200                    LR00                                          00120000
001300           LABEL RECORD STANDARD.                                 00130000
001400 01               LR00               PICTURE X(80).               00140000
001500 WORKING-STORAGE SECTION.                                         00150000
001600      EXEC SQL                                                    00160000
001700         INCLUDE SQLCA                                            00170000
001800      END-EXEC.                                                   00180000
001900*****                                                             00190000
002000      EXEC SQL                                                    00200000
002100         INCLUDE UTILIS                                           00210000
002200      END-EXEC.                                                   00220000
002300******                                                            00230000
002400      EXEC SQL                                                    00240000
002500         DECLARE C-RECERT CURSOR FOR                              00250000
002600         SELECT U.ID_UTILISATEUR, U.NIVEAU_AUTORITE,              00260000
002700                VALUE(U.LIE, 0), U.BLOQUE,                        00270000
002800                MAX(J.DATE_EVENEMENT),                            00280000
002900                DAYS(CURRENT DATE) - DAYS(MAX(J.DATE_EVENEMENT))  00290000
003000           FROM API7.UTILISATEUR U                                00300000
003100           LEFT OUTER JOIN API7.JOURNAL_SIGNON J                  00310000
003200             ON J.ID_UTILISATEUR = U.ID_UTILISATEUR               00320000
003300            AND J.EVENEMENT = 'SIGNON'                            00330000
003400          WHERE U.ACTIF = 'O'                                     00340000
003500          GROUP BY U.ID_UTILISATEUR, U.NIVEAU_AUTORITE,           00350000
003600                   U.LIE, U.BLOQUE                                00360000
003700          ORDER BY 3, 1                                           00370000
003800      END-EXEC.                                                   00380000
003900******                                                            00390000
004000 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LRECUTI'.                    00400000
004100 01  W-SQLCODE      PIC +++9.                                     00410000
004200 01  W-EOF-REC      PIC X     VALUE '0'.                          00420000
004300     88  FIN-REC-OK           VALUE '1'.                          00430000
004400 COPY ANORMAL.                                                    00440000
004500 COPY PRMCOM.                                                     00450000
004600 01  W-PRM-INACT-X.                                               00460000
004700     05  W-PRM-INACT PIC 9(3).                                    00470000
004800******                                                            00480000
004900 01  W-INACTIVITE   PIC S9(9) USAGE COMP-3 VALUE 90.              00490000
005000 01  W-DERN-SIGNON  PIC X(10).                                    00500000
005100 01  W-IND-DERN     PIC S9(4) USAGE COMP.                         00510000
005200 01  W-NB-JOURS     PIC S9(9) USAGE COMP.                         00520000
005300 01  W-IND-JOURS    PIC S9(4) USAGE COMP.                         00530000
005400 01  W-LIE-PREC     PIC S9(9) USAGE COMP VALUE -1.                00540000
005500 01  W-DATE-ISO.                                                  00550000
005600     05  W-ISO-AAAA PIC X(4).                                     00560000
005700     05  FILLER     PIC X(1).                                     00570000
005800     05  W-ISO-MM   PIC X(2).                                     00580000
005900     05  FILLER     PIC X(1).                                     00590000
006000     05  W-ISO-JJ   PIC X(2).                                     00600000
006100 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00610000
006200 01  W-CPT-INACTIFS PIC S9(9) USAGE COMP-3 VALUE ZERO.            00620000
006300 01  W-CPT-JAMAIS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00630000
006400 01  W-CPT-MAITRISE PIC S9(9) USAGE COMP-3 VALUE ZERO.            00640000
006500******                                                            00650000
006600 01  W-LIGNE-ENTETE.                                              00660000
006700     05  FILLER   PIC X(40) VALUE                                 00670000
006800         'RECERTIFICATION DES ACCES UTILISATEURS'.                00680000
006900     05  FILLER   PIC X(22) VALUE                                 00690000
007000         '  SEUIL INACTIVITE :  '.                                00700000
007100     05  WE-SEUIL       PIC ZZ9.                                  00710000
007200     05  FILLER   PIC X(15) VALUE ' JOURS'.                       00720000
007300 01  W-LIGNE-TITRE.                                               00730000
007400     05  FILLER   PIC X(2)  VALUE SPACES.                         00740000
007500     05  FILLER   PIC X(10) VALUE 'UTILISAT.'.                    00750000
007600     05  FILLER   PIC X(4)  VALUE 'NIV'.                          00760000
007700     05  FILLER   PIC X(11) VALUE '     DEPT'.                    00770000
007800     05  FILLER   PIC X(12) VALUE 'DERN.SIGNON'.                  00780000
007900     05  FILLER   PIC X(7)  VALUE 'JOURS'.                        00790000
008000     05  FILLER   PIC X(3)  VALUE SPACES.                         00800000
008100     05  FILLER   PIC X(31) VALUE 'VISA RESPONSABLE'.             00810000
008200 01  W-LIGNE-DEPART.                                              00820000
008300     05  FILLER   PIC X(15) VALUE 'DEPARTEMENT : '.               00830000
008400     05  WP-LIE         PIC ZZZZZZZZ9.                            00840000
008500     05  FILLER   PIC X(56) VALUE SPACES.                         00850000
008600 01  W-LIGNE-DETAIL.                                              00860000
008700     05  FILLER   PIC X(2)  VALUE SPACES.                         00870000
008800     05  WD-UTILISATEUR PIC X(8).                                 00880000
008900     05  FILLER   PIC X(2)  VALUE SPACES.                         00890000
009000     05  WD-NIVEAU      PIC 9.                                    00900000
009100     05  FILLER   PIC X(3)  VALUE SPACES.                         00910000
009200     05  WD-LIE         PIC ZZZZZZZZ9.                            00920000
009300     05  FILLER   PIC X(2)  VALUE SPACES.                         00930000
009400     05  WD-DERN-SIGNON.                                          00940000
009500         10  WD-DATE-JJ   PIC X(2).                               00950000
009600         10  WD-DATE-S1   PIC X(1).                               00960000
009700         10  WD-DATE-MM   PIC X(2).                               00970000
009800         10  WD-DATE-S2   PIC X(1).                               00980000
009900         10  WD-DATE-AAAA PIC X(4).                               00990000
010000     05  FILLER   PIC X(2)  VALUE SPACES.                         01000000
010100     05  WD-JOURS       PIC ZZZZ9.                                01010000
010200     05  FILLER   PIC X(2)  VALUE SPACES.                         01020000
010300     05  WD-ALERTE      PIC X(1).                                 01030000
010400     05  FILLER   PIC X(2)  VALUE SPACES.                         01040000
010500     05  WD-VISA        PIC X(10) VALUE '__________'.             01050000
010600     05  FILLER   PIC X(21) VALUE SPACES.                         01060000
010700 01  W-LIGNE-TOTAL.                                               01070000
010800     05  FILLER   PIC X(14) VALUE 'UTILISATEURS :'.               01080000
010900     05  WT-LIGNES      PIC ZZZZZZ9.                              01090000
011000     05  FILLER   PIC X(13) VALUE '  A REVOIR : '.                01100000
011100     05  WT-INACTIFS    PIC ZZZZZZ9.                              01110000
011200     05  FILLER   PIC X(14) VALUE '  MAITRISE :  '.               01120000
011300     05  WT-MAITRISE    PIC ZZZZZZ9.                              01130000
011400     05  FILLER   PIC X(18) VALUE SPACES.                         01140000
011500******                                                            01150000
011600 PROCEDURE DIVISION.                                              01160000
011700 1000-LRECUTI-DEB.                                                01170000
011800     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01180000
011900     PERFORM 5000-INIT-DEB                                        01190000
012000       THRU  5000-INIT-FIN.                                       01200000
012100     PERFORM 6010-TRAITE-DEB                                      01210000
012200       THRU  6010-TRAITE-FIN                                      01220000
012300       UNTIL FIN-REC-OK.                                          01230000
012400     PERFORM 8000-FIN-TRT-DEB                                     01240000
012500       THRU  8000-FIN-TRT-FIN.                                    01250000
012600     PERFORM 9990-FIN-NORMALE-DEB                                 01260000
012700       THRU  9990-FIN-NORMALE-FIN.                                01270000
012800 1000-LRECUTI-FIN.                                                01280000
012900     EXIT.                                                        01290000
013000***************                                                   01300000
013100 5000-INIT-DEB.                                                   01310000
013200     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          01320000
013300     MOVE 'INACTIVITE' TO PRM-NOM.                                01330000
013400     CALL 'PARMLIT' USING PRM-LECTURE.                            01340000
013500     MOVE PRM-VALEUR TO W-PRM-INACT-X.                            01350000
013600     IF PRM-CODE-RETOUR = ZERO                                    01360000
013700         AND W-PRM-INACT NUMERIC                                  01370000
013800         MOVE W-PRM-INACT TO W-INACTIVITE                         01380000
013900     ELSE                                                         01390000
014000         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      01400000
014100                 ' - VALEUR PAR DEFAUT ' W-INACTIVITE.            01410000
014200     MOVE W-INACTIVITE TO WE-SEUIL.                               01420000
014300     OPEN OUTPUT LISTREC.                                         01430000
014400     MOVE W-LIGNE-ENTETE TO LR00.                                 01440000
014500     WRITE LR00.                                                  01450000
014600     MOVE W-LIGNE-TITRE TO LR00.                                  01460000
014700     WRITE LR00.                                                  01470000
014800     EXEC SQL                                                     01480000
014900         OPEN C-RECERT                                            01490000
015000     END-EXEC.                                                    01500000
015100     IF SQLCODE NOT = ZERO                                        01510000
015200         MOVE SQLCODE TO W-SQLCODE                                01520000
015300         MOVE 'OPEN C-RECERT SQLCODE = '                          01530000
015400              TO W-MESSAGE-ANOR                                   01540000
015500         PERFORM 9999-FIN-ANORMALE-DEB                            01550000
015600           THRU  9999-FIN-ANORMALE-FIN.                           01560000
015700 5000-INIT-FIN.                                                   01570000
015800      EXIT.                                                       01580000
015900***************                                                   01590000
016000 6010-TRAITE-DEB.                                                 01600000
016100     EXEC SQL                                                     01610000
016200         FETCH C-RECERT                                           01620000
016300           INTO :W-ID-UTILISATEUR, :W-NIVEAU-AUTORITE,            01630000
016400                :W-LIE, :W-BLOQUE,                                01640000
016500                :W-DERN-SIGNON :W-IND-DERN,                       01650000
016600                :W-NB-JOURS :W-IND-JOURS                          01660000
016700     END-EXEC.                                                    01670000
016800     EVALUATE SQLCODE                                             01680000
016900         WHEN 100                                                 01690000
017000             MOVE '1' TO W-EOF-REC                                01700000
017100             GO TO 6010-TRAITE-FIN                                01710000
017200         WHEN ZERO                                                01720000
017300             CONTINUE                                             01730000
017400         WHEN OTHER                                               01740000
017500             MOVE SQLCODE TO W-SQLCODE                            01750000
017600             MOVE 'FETCH C-RECERT SQLCODE = '                     01760000
017700                  TO W-MESSAGE-ANOR                               01770000
017800             PERFORM 9999-FIN-ANORMALE-DEB                        01780000
017900               THRU  9999-FIN-ANORMALE-FIN                        01790000
018000     END-EVALUATE.                                                01800000
018100     IF W-LIE NOT = W-LIE-PREC                                    01810000
018200         MOVE W-LIE TO W-LIE-PREC                                 01820000
018300         MOVE W-LIE TO WP-LIE                                     01830000
018400         MOVE W-LIGNE-DEPART TO LR00                              01840000
018500         WRITE LR00.                                              01850000
018600     ADD 1 TO W-CPT-LIGNES.                                       01860000
018700     IF W-NIVEAU-AUTORITE = 2                                     01870000
018800         ADD 1 TO W-CPT-MAITRISE.                                 01880000
018900     MOVE W-ID-UTILISATEUR TO WD-UTILISATEUR.                     01890000
019000     MOVE W-NIVEAU-AUTORITE TO WD-NIVEAU.                         01900000
019100     MOVE W-LIE TO WD-LIE.                                        01910000
019200     MOVE SPACE TO WD-ALERTE.                                     01920000
019300     IF W-IND-DERN < ZERO                                         01930000
019400         MOVE 'JAMAIS' TO WD-DERN-SIGNON                          01940000
019500         MOVE ZERO TO WD-JOURS                                    01950000
019600         MOVE '*' TO WD-ALERTE                                    01960000
019700         ADD 1 TO W-CPT-JAMAIS                                    01970000
019800     ELSE                                                         01980000
019900         MOVE W-DERN-SIGNON TO W-DATE-ISO                         01990000
020000         MOVE W-ISO-JJ TO WD-DATE-JJ                              02000000
020100         MOVE '/' TO WD-DATE-S1                                   02010000
020200         MOVE W-ISO-MM TO WD-DATE-MM                              02020000
020300         MOVE '/' TO WD-DATE-S2                                   02030000
020400         MOVE W-ISO-AAAA TO WD-DATE-AAAA                          02040000
020500         MOVE W-NB-JOURS TO WD-JOURS                              02050000
020600         IF W-NB-JOURS > W-INACTIVITE                             02060000
020700             MOVE '*' TO WD-ALERTE                                02070000
020800         END-IF                                                   02080000
020900     END-IF.                                                      02090000
021000     IF WD-ALERTE = '*'                                           02100000
021100         ADD 1 TO W-CPT-INACTIFS.                                 02110000
021200     IF W-BLOQUE = 'O'                                            02120000
021300         MOVE 'B' TO WD-ALERTE.                                   02130000
021400     MOVE W-LIGNE-DETAIL TO LR00.                                 02140000
021500     WRITE LR00.                                                  02150000
021600 6010-TRAITE-FIN.                                                 02160000
021700      EXIT.                                                       02170000
021800***************                                                   02180000
021900 8000-FIN-TRT-DEB.                                                02190000
022000     EXEC SQL                                                     02200000
022100         CLOSE C-RECERT                                           02210000
022200     END-EXEC.                                                    02220000
022300     MOVE W-CPT-LIGNES TO WT-LIGNES.                              02230000
022400     MOVE W-CPT-INACTIFS TO WT-INACTIFS.                          02240000
022500     MOVE W-CPT-MAITRISE TO WT-MAITRISE.                          02250000
022600     MOVE W-LIGNE-TOTAL TO LR00.                                  02260000
022700     WRITE LR00.                                                  02270000
022800     CLOSE LISTREC.                                               02280000
022900     DISPLAY 'UTILISATEURS ACTIFS  = ' W-CPT-LIGNES.              02290000
023000     DISPLAY 'A REVOIR (INACTIFS)  = ' W-CPT-INACTIFS.            02300000
023100     DISPLAY 'DONT JAMAIS CONNECTES= ' W-CPT-JAMAIS.              02310000
023200     DISPLAY 'NIVEAU MAITRISE      = ' W-CPT-MAITRISE.            02320000
023300 8000-FIN-TRT-FIN.                                                02330000
023400      EXIT.                                                       02340000
023500************                                                      02350000
023600************                                                      02360000
023700  9990-FIN-NORMALE-DEB.                                           02370000
023800            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           02380000
023900       GOBACK.                                                    02390000
024000  9990-FIN-NORMALE-FIN.                                           02400000
024100       EXIT.                                                      02410000
024200*************                                                     02420000
024300 COPY ANORPROC.                                                   02430000
