000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LDEMVAL .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     LISTDEM       ASSIGN    LISTDEM.                  00060000
000700 DATA DIVISION.                                                   00070000
000800 FILE SECTION.                                                    00080000
000900 FD                 LISTDEM                                       00090000
001000      BLOCK              00000 RECORDS                            00100000
001100      DATA RECORD                                                 00110000
001200                    LD00                                          00120000
001300           LABEL RECORD STANDARD.                                 00130000
001400 01               LD00               PICTURE X(120).              00140000
001500 WORKING-STORAGE SECTION.                                         00150000
001600      EXEC SQL                                                    00160000
001700         INCLUDE SQLCA                                            00170000
001800      END-EXEC.                                                   00180000
001900*****                                                             00190000
002000      EXEC SQL                                                    00200000
002100         INCLUDE DEMVAL                                           00210000
002200      END-EXEC.                                                   00220000
002300******                                                            00230000
002400      EXEC SQL                                                    00240000
002500         DECLARE C-DEMANDE CURSOR FOR                             00250000
002600         SELECT ID_DEMANDE, TYPE_DEMANDE, CLE_OBJET,              00260000
002700                VALEUR_AVANT, VALEUR_APRES, ID_DEMANDEUR,         00270000
002800                DATE_DEMANDE, ETAT, ID_VALIDEUR                   00280000
002900           FROM API7.DEMANDE_VALIDATION                           00290000
003000          WHERE ETAT = 'A'                                        00300000
003100             OR DATE_DECISION = CURRENT DATE                      00310000
003200          ORDER BY ETAT, ID_DEMANDE                               00320000
003300      END-EXEC.                                                   00330000
003400******                                                            00340000
003500 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LDEMVAL'.                    00350000
003600 01  W-SQLCODE      PIC +++9.                                     00360000
003700 01  W-EOF-DEM      PIC X     VALUE '0'.                          00370000
003800     88  FIN-DEM-OK           VALUE '1'.                          00380000
003900 COPY ANORMAL.                                                    00390000
004000 COPY PRMCOM.                                                     00400000
004100 01  W-PRM-DELAI-X.                                               00410000
004200     05  W-PRM-DELAI PIC 9(3).                                    00420000
004300 COPY JRNCOM.                                                     00430000
004400******                                                            00440000
004500 01  W-DELAI        PIC S9(9) USAGE COMP-3 VALUE 7.               00450000
004600 01  W-IND-VALIDEUR PIC S9(4) USAGE COMP.                         00460000
004700 01  W-ETAT-PREC    PIC X(1)  VALUE SPACES.                       00470000
004800 01  W-DATE-ISO.                                                  00480000
004900     05  W-ISO-AAAA PIC X(4).                                     00490000
005000     05  FILLER     PIC X(1).                                     00500000
005100     05  W-ISO-MM   PIC X(2).                                     00510000
005200     05  FILLER     PIC X(1).                                     00520000
005300     05  W-ISO-JJ   PIC X(2).                                     00530000
005400 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00540000
005500 01  W-CPT-ATTENTE  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00550000
005600 01  W-CPT-VALIDEES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00560000
005700 01  W-CPT-REJETEES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00570000
005800 01  W-CPT-EXPIREES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00580000
005900 01  W-CPT-EXPIRATION PIC S9(9) USAGE COMP-3 VALUE ZERO.          00590000
006000******                                                            00600000
006100 01  W-LIGNE-ENTETE.                                              00610000
006200     05  FILLER   PIC X(40) VALUE                                 00620000
006300         'DEMANDES DE VALIDATION (QUATRE YEUX)'.                  00630000
006400     05  FILLER   PIC X(22) VALUE                                 00640000
006500         '  DELAI EXPIRATION :  '.                                00650000
006600     05  WE-DELAI       PIC ZZ9.                                  00660000
006700     05  FILLER   PIC X(55) VALUE ' JOURS'.                       00670000
006800 01  W-LIGNE-TITRE.                                               00680000
006900     05  FILLER   PIC X(2)  VALUE SPACES.                         00690000
007000     05  FILLER   PIC X(10) VALUE '  DEMANDE'.                    00700000
007100     05  FILLER   PIC X(3)  VALUE 'TY'.                           00710000
007200     05  FILLER   PIC X(21) VALUE 'CLE'.                          00720000
007300     05  FILLER   PIC X(21) VALUE 'VALEUR AVANT'.                 00730000
007400     05  FILLER   PIC X(21) VALUE 'VALEUR APRES'.                 00740000
007500     05  FILLER   PIC X(9)  VALUE 'DEMANDEUR'.                    00750000
007600     05  FILLER   PIC X(11) VALUE 'LE'.                           00760000
007700     05  FILLER   PIC X(2)  VALUE 'E'.                            00770000
007800     05  FILLER   PIC X(20) VALUE 'VALIDEUR'.                     00780000
007900 01  W-LIGNE-ETAT.                                                00790000
008000     05  FILLER   PIC X(8)  VALUE 'ETAT : '.                      00800000
008100     05  WP-ETAT        PIC X(1).                                 00810000
008200     05  FILLER   PIC X(3)  VALUE ' - '.                          00820000
008300     05  WP-LIBELLE     PIC X(20).                                00830000
008400     05  FILLER   PIC X(88) VALUE SPACES.                         00840000
008500 01  W-LIGNE-DETAIL.                                              00850000
008600     05  FILLER   PIC X(2)  VALUE SPACES.                         00860000
008700     05  WD-DEMANDE     PIC ZZZZZZZZ9.                            00870000
008800     05  FILLER   PIC X(1)  VALUE SPACES.                         00880000
008900     05  WD-TYPE        PIC X(2).                                 00890000
009000     05  FILLER   PIC X(1)  VALUE SPACES.                         00900000
009100     05  WD-CLE         PIC X(20).                                00910000
009200     05  FILLER   PIC X(1)  VALUE SPACES.                         00920000
009300     05  WD-AVANT       PIC X(20).                                00930000
009400     05  FILLER   PIC X(1)  VALUE SPACES.                         00940000
009500     05  WD-APRES       PIC X(20).                                00950000
009600     05  FILLER   PIC X(1)  VALUE SPACES.                         00960000
009700     05  WD-DEMANDEUR   PIC X(8).                                 00970000
009800     05  FILLER   PIC X(1)  VALUE SPACES.                         00980000
009900     05  WD-DATE.                                                 00990000
010000         10  WD-DATE-JJ   PIC X(2).                               01000000
010100         10  WD-DATE-S1   PIC X(1).                               01010000
010200         10  WD-DATE-MM   PIC X(2).                               01020000
010300         10  WD-DATE-S2   PIC X(1).                               01030000
010400         10  WD-DATE-AAAA PIC X(4).                               01040000
010500     05  FILLER   PIC X(1)  VALUE SPACES.                         01050000
010600     05  WD-ETAT        PIC X(1).                                 01060000
010700     05  FILLER   PIC X(1)  VALUE SPACES.                         01070000
010800     05  WD-VALIDEUR    PIC X(8).                                 01080000
010900     05  FILLER   PIC X(12) VALUE SPACES.                         01090000
011000 01  W-LIGNE-TOTAL.                                               01100000
011100     05  FILLER   PIC X(13) VALUE 'EN ATTENTE : '.                01110000
011200     05  WT-ATTENTE     PIC ZZZZZZ9.                              01120000
011300     05  FILLER   PIC X(13) VALUE '  VALIDEES : '.                01130000
011400     05  WT-VALIDEES    PIC ZZZZZZ9.                              01140000
011500     05  FILLER   PIC X(13) VALUE '  REJETEES : '.                01150000
011600     05  WT-REJETEES    PIC ZZZZZZ9.                              01160000
011700     05  FILLER   PIC X(13) VALUE '  EXPIREES : '.                01170000
011800     05  WT-EXPIREES    PIC ZZZZZZ9.                              01180000
011900     05  FILLER   PIC X(40) VALUE SPACES.                         01190000
012000******                                                            01200000
012100 PROCEDURE DIVISION.                                              01210000
012200 1000-LDEMVAL-DEB.                                                01220000
012300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01230000
012400     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01240000
012500     MOVE 'D' TO JRN-PHASE                                        01250000
012600     CALL 'JRNEXEC' USING JRN-EXECUTION                           01260000
012700     PERFORM 5000-INIT-DEB                                        01270000
012800       THRU  5000-INIT-FIN.                                       01280000
012900     PERFORM 6010-TRAITE-DEB                                      01290000
013000       THRU  6010-TRAITE-FIN                                      01300000
013100       UNTIL FIN-DEM-OK.                                          01310000
013200     PERFORM 8000-FIN-TRT-DEB                                     01320000
013300       THRU  8000-FIN-TRT-FIN.                                    01330000
013400     PERFORM 9990-FIN-NORMALE-DEB                                 01340000
013500       THRU  9990-FIN-NORMALE-FIN.                                01350000
013600 1000-LDEMVAL-FIN.                                                01360000
013700     EXIT.                                                        01370000
013800***************                                                   01380000
013900 5000-INIT-DEB.                                                   01390000
014000     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          01400000
014100     MOVE 'EXPIRATION' TO PRM-NOM.                                01410000
014200     CALL 'PARMLIT' USING PRM-LECTURE.                            01420000
014300     MOVE PRM-VALEUR TO W-PRM-DELAI-X.                            01430000
014400     IF PRM-CODE-RETOUR = ZERO                                    01440000
014500         AND W-PRM-DELAI NUMERIC                                  01450000
014600         MOVE W-PRM-DELAI TO W-DELAI                              01460000
014700     ELSE                                                         01470000
014800         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      01480000
014900                 ' - VALEUR PAR DEFAUT ' W-DELAI.                 01490000
015000     MOVE W-DELAI TO WE-DELAI.                                    01500000
015100     EXEC SQL                                                     01510000
015200         UPDATE API7.DEMANDE_VALIDATION                           01520000
015300            SET ETAT = 'E',                                       01530000
015400                ID_VALIDEUR = :W-PROGRAM-ID,                      01540000
015500                DATE_DECISION = CURRENT DATE,                     01550000
015600                HEURE_DECISION = CURRENT TIME                     01560000
015700          WHERE ETAT = 'A'                                        01570000
015800            AND DAYS(CURRENT DATE) - DAYS(DATE_DEMANDE)           01580000
015900                > :W-DELAI                                        01590000
016000     END-EXEC.                                                    01600000
016100     EVALUATE SQLCODE                                             01610000
016200         WHEN ZERO                                                01620000
016300             MOVE SQLERRD (3) TO W-CPT-EXPIRATION                 01630000
016400         WHEN 100                                                 01640000
016500             MOVE ZERO TO W-CPT-EXPIRATION                        01650000
016600         WHEN OTHER                                               01660000
016700             MOVE SQLCODE TO W-SQLCODE                            01670000
016800             MOVE 'UPDATE DEMANDE_VALIDATION SQLCODE = '          01680000
016900                  TO W-MESSAGE-ANOR                               01690000
017000             PERFORM 9999-FIN-ANORMALE-DEB                        01700000
017100               THRU  9999-FIN-ANORMALE-FIN                        01710000
017200     END-EVALUATE.                                                01720000
017300     OPEN OUTPUT LISTDEM.                                         01730000
017400     MOVE W-LIGNE-ENTETE TO LD00.                                 01740000
017500     WRITE LD00.                                                  01750000
017600     MOVE W-LIGNE-TITRE TO LD00.                                  01760000
017700     WRITE LD00.                                                  01770000
017800     EXEC SQL                                                     01780000
017900         OPEN C-DEMANDE                                           01790000
018000     END-EXEC.                                                    01800000
018100     IF SQLCODE NOT = ZERO                                        01810000
018200         MOVE SQLCODE TO W-SQLCODE                                01820000
018300         MOVE 'OPEN C-DEMANDE SQLCODE = '                         01830000
018400              TO W-MESSAGE-ANOR                                   01840000
018500         PERFORM 9999-FIN-ANORMALE-DEB                            01850000
018600           THRU  9999-FIN-ANORMALE-FIN.                           01860000
018700 5000-INIT-FIN.                                                   01870000
018800      EXIT.                                                       01880000
018900***************                                                   01890000
019000 6010-TRAITE-DEB.                                                 01900000
019100     EXEC SQL                                                     01910000
019200         FETCH C-DEMANDE                                          01920000
019300           INTO :W-ID-DEMANDE, :W-TYPE-DEMANDE, :W-CLE-OBJET,     01930000
019400                :W-VALEUR-AVANT, :W-VALEUR-APRES,                 01940000
019500                :W-ID-DEMANDEUR, :W-DATE-DEMANDE, :W-ETAT,        01950000
019600                :W-ID-VALIDEUR :W-IND-VALIDEUR                    01960000
019700     END-EXEC.                                                    01970000
019800     EVALUATE SQLCODE                                             01980000
019900         WHEN 100                                                 01990000
020000             MOVE '1' TO W-EOF-DEM                                02000000
020100             GO TO 6010-TRAITE-FIN                                02010000
020200         WHEN ZERO                                                02020000
020300             CONTINUE                                             02030000
020400         WHEN OTHER                                               02040000
020500             MOVE SQLCODE TO W-SQLCODE                            02050000
020600             MOVE 'FETCH C-DEMANDE SQLCODE = '                    02060000
020700                  TO W-MESSAGE-ANOR                               02070000
020800             PERFORM 9999-FIN-ANORMALE-DEB                        02080000
020900               THRU  9999-FIN-ANORMALE-FIN                        02090000
021000     END-EVALUATE.                                                02100000
021100     ADD 1 TO W-CPT-LUS.                                          02110000
021200     IF W-ETAT NOT = W-ETAT-PREC                                  02120000
021300         MOVE W-ETAT TO W-ETAT-PREC                               02130000
021400         PERFORM 6020-RUPTURE-DEB                                 02140000
021500           THRU  6020-RUPTURE-FIN.                                02150000
021600     EVALUATE W-ETAT                                              02160000
021700         WHEN 'A'                                                 02170000
021800             ADD 1 TO W-CPT-ATTENTE                               02180000
021900         WHEN 'V'                                                 02190000
022000             ADD 1 TO W-CPT-VALIDEES                              02200000
022100         WHEN 'R'                                                 02210000
022200             ADD 1 TO W-CPT-REJETEES                              02220000
022300         WHEN 'E'                                                 02230000
022400             ADD 1 TO W-CPT-EXPIREES                              02240000
022500     END-EVALUATE.                                                02250000
022600     MOVE W-ID-DEMANDE TO WD-DEMANDE.                             02260000
022700     MOVE W-TYPE-DEMANDE TO WD-TYPE.                              02270000
022800     MOVE W-CLE-OBJET TO WD-CLE.                                  02280000
022900     MOVE W-VALEUR-AVANT TO WD-AVANT.                             02290000
023000     MOVE W-VALEUR-APRES TO WD-APRES.                             02300000
023100     MOVE W-ID-DEMANDEUR TO WD-DEMANDEUR.                         02310000
023200     MOVE W-DATE-DEMANDE TO W-DATE-ISO.                           02320000
023300     MOVE W-ISO-JJ TO WD-DATE-JJ.                                 02330000
023400     MOVE '/' TO WD-DATE-S1.                                      02340000
023500     MOVE W-ISO-MM TO WD-DATE-MM.                                 02350000
023600     MOVE '/' TO WD-DATE-S2.                                      02360000
023700     MOVE W-ISO-AAAA TO WD-DATE-AAAA.                             02370000
023800     MOVE W-ETAT TO WD-ETAT.                                      02380000
023900     IF W-IND-VALIDEUR < ZERO                                     02390000
024000         MOVE SPACES TO WD-VALIDEUR                               02400000
024100     ELSE                                                         02410000
024200         MOVE W-ID-VALIDEUR TO WD-VALIDEUR.                       02420000
024300     MOVE W-LIGNE-DETAIL TO LD00.                                 02430000
024400     WRITE LD00.                                                  02440000
024500 6010-TRAITE-FIN.                                                 02450000
024600      EXIT.                                                       02460000
024700***************                                                   02470000
024800 6020-RUPTURE-DEB.                                                02480000
024900     MOVE W-ETAT TO WP-ETAT.                                      02490000
025000     EVALUATE W-ETAT                                              02500000
025100         WHEN 'A'                                                 02510000
025200             MOVE 'EN ATTENTE' TO WP-LIBELLE                      02520000
025300         WHEN 'V'                                                 02530000
025400             MOVE 'VALIDEES CE JOUR' TO WP-LIBELLE                02540000
025500         WHEN 'R'                                                 02550000
025600             MOVE 'REJETEES CE JOUR' TO WP-LIBELLE                02560000
025700         WHEN 'E'                                                 02570000
025800             MOVE 'EXPIREES CE JOUR' TO WP-LIBELLE                02580000
025900         WHEN OTHER                                               02590000
026000             MOVE SPACES TO WP-LIBELLE                            02600000
026100     END-EVALUATE.                                                02610000
026200     MOVE W-LIGNE-ETAT TO LD00.                                   02620000
026300     WRITE LD00.                                                  02630000
026400 6020-RUPTURE-FIN.                                                02640000
026500      EXIT.                                                       02650000
026600***************                                                   02660000
026700 8000-FIN-TRT-DEB.                                                02670000
026800     EXEC SQL                                                     02680000
026900         CLOSE C-DEMANDE                                          02690000
027000     END-EXEC.                                                    02700000
027100     MOVE W-CPT-ATTENTE TO WT-ATTENTE.                            02710000
027200     MOVE W-CPT-VALIDEES TO WT-VALIDEES.                          02720000
027300     MOVE W-CPT-REJETEES TO WT-REJETEES.                          02730000
027400     MOVE W-CPT-EXPIREES TO WT-EXPIREES.                          02740000
027500     MOVE W-LIGNE-TOTAL TO LD00.                                  02750000
027600     WRITE LD00.                                                  02760000
027700     CLOSE LISTDEM.                                               02770000
027800     DISPLAY 'DEMANDES LUES        = ' W-CPT-LUS.                 02780000
027900     DISPLAY 'EN ATTENTE           = ' W-CPT-ATTENTE.             02790000
028000     DISPLAY 'VALIDEES CE JOUR     = ' W-CPT-VALIDEES.            02800000
028100     DISPLAY 'REJETEES CE JOUR     = ' W-CPT-REJETEES.            02810000
028200     DISPLAY 'EXPIREES CE JOUR     = ' W-CPT-EXPIREES.            02820000
028300     DISPLAY 'DONT EXPIREES PAR LE TRAITEMENT = '                 02830000
028400             W-CPT-EXPIRATION.                                    02840000
028500     EXEC SQL                                                     02850000
028600         COMMIT                                                   02860000
028700     END-EXEC.                                                    02870000
028800     MOVE 'F' TO JRN-PHASE.                                       02880000
028900     MOVE W-CPT-LUS TO JRN-NB-LUS.                                02890000
029000     MOVE W-CPT-EXPIRATION TO JRN-NB-ECRITS.                      02900000
029100     MOVE ZERO TO JRN-NB-REJETES.                                 02910000
029200     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02920000
029300     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02930000
029400 8000-FIN-TRT-FIN.                                                02940000
029500      EXIT.                                                       02950000
029600************                                                      02960000
029700************                                                      02970000
029800  9990-FIN-NORMALE-DEB.                                           02980000
029900            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           02990000
030000       GOBACK.                                                    03000000
030100  9990-FIN-NORMALE-FIN.                                           03010000
030200       EXIT.                                                      03020000
030300*************                                                     03030000
030400 COPY ANORPROC.                                                   03040000
