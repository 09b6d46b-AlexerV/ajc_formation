000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LCHGTAU .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     TAU-FICHIER   ASSIGN    TAUXCHG.                  00060000
000700     SELECT     REJ-FICHIER   ASSIGN    REJTAU.                   00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 TAU-FICHIER                                   00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    TX00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               TX00.                                           00150000
001600   10             TX00-DEVISE   PICTURE X(3).                     00160000
001700   10             TX00-DATE     PICTURE X(10).                    00170000
001800   10             TX00-TAUX     PICTURE 9(5)V9(6).                00180000
001900   10             TX00-FILLER   PICTURE X(56).                    00190000
002000 FD                 REJ-FICHIER                                   00200000
002100      BLOCK              00000 RECORDS                            00210000
002200      DATA RECORD                                                 00220000
002300                    RX00                                          00230000
002400           LABEL RECORD STANDARD.                                 00240000
002500 01               RX00.                                           00250000
002600   10             RX00-CARTE    PICTURE X(50).                    00260000
002700   10             RX00-RAISON   PICTURE X(30).                    00270000
002800 WORKING-STORAGE SECTION.                                         00280000
002900      EXEC SQL                                                    00290000
003000         INCLUDE SQLCA                                            00300000
003100      END-EXEC.                                                   00310000
003200*****                                                             00320000
003300      EXEC SQL                                                    00330000
003400         INCLUDE TAUXCHG                                          00340000
003500      END-EXEC.                                                   00350000
003600******                                                            00360000
003700      EXEC SQL                                                    00370000
003800         DECLARE C-SANSTAUX CURSOR FOR                            00380000
003900         SELECT DISTINCT F.DEVISE                                 00390000
004000           FROM API7.FOURNISSEUR F                                00400000
004100          WHERE F.DEVISE <> ' '                                   00410000
004200            AND F.DEVISE <> :W-DEVISE-LOC                         00420000
004300            AND NOT EXISTS                                        00430000
004400                (SELECT 1                                         00440000
004500                   FROM API7.TAUX_CHANGE T                        00450000
004600                  WHERE T.DEVISE = F.DEVISE                       00460000
004700                    AND T.DATE_TAUX = DATE(:DAT-DATE-ISO))        00470000
004800          ORDER BY F.DEVISE                                       00480000
004900      END-EXEC.                                                   00490000
005000******                                                            00500000
005100 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCHGTAU'.                    00510000
005200 01  W-SQLCODE      PIC +++9.                                     00520000
005300 01  W-EOF-TAU      PIC X     VALUE '0'.                          00530000
005400     88  FIN-TAU-OK           VALUE '1'.                          00540000
005500 01  W-EOF-MAN      PIC X     VALUE '0'.                          00550000
005600     88  FIN-MAN-OK           VALUE '1'.                          00560000
005700 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00570000
005800 01  W-DEVISE-LOC   PIC X(3)  VALUE SPACES.                       00580000
005900 01  W-DEVISE-MAN   PIC X(3)  VALUE SPACES.                       00590000
006000 COPY ANORMAL.                                                    00600000
006100 COPY JRNCOM.                                                     00610000
006200 COPY DATCOM.                                                     00620000
006300 COPY DEVCOM.                                                     00630000
006400******                                                            00640000
006500 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00650000
006600 01  W-CPT-CREES    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00660000
006700 01  W-CPT-MODIFS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00670000
006800 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00680000
006900 01  W-CPT-MANQUANT PIC S9(9) USAGE COMP-3 VALUE ZERO.            00690000
007000******                                                            00700000
007100 PROCEDURE DIVISION.                                              00710000
007200 1000-LCHGTAU-DEB.                                                00720000
007300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00730000
007400     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00740000
007500     MOVE 'D' TO JRN-PHASE                                        00750000
007600     CALL 'JRNEXEC' USING JRN-EXECUTION                           00760000
007700     PERFORM 5000-INIT-DEB                                        00770000
007800       THRU  5000-INIT-FIN.                                       00780000
007900     PERFORM 6010-TRAITE-DEB                                      00790000
008000       THRU  6010-TRAITE-FIN                                      00800000
008100       UNTIL FIN-TAU-OK.                                          00810000
008200     PERFORM 7000-CTL-DEVISES-DEB                                 00820000
008300       THRU  7000-CTL-DEVISES-FIN.                                00830000
008400     PERFORM 8000-FIN-TRT-DEB                                     00840000
008500       THRU  8000-FIN-TRT-FIN.                                    00850000
008600     PERFORM 9990-FIN-NORMALE-DEB                                 00860000
008700       THRU  9990-FIN-NORMALE-FIN.                                00870000
008800 1000-LCHGTAU-FIN.                                                00880000
008900     EXIT.                                                        00890000
009000***************                                                   00900000
009100 5000-INIT-DEB.                                                   00910000
009200     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00920000
009300     IF DAT-CODE-RETOUR NOT = ZERO                                00930000
009400         MOVE ZERO TO W-SQLCODE                                   00940000
009500         MOVE 'AUCUNE JOURNEE OUVERTE'                            00950000
009600              TO W-MESSAGE-ANOR                                   00960000
009700         PERFORM 9999-FIN-ANORMALE-DEB                            00970000
009800           THRU  9999-FIN-ANORMALE-FIN.                           00980000
009900     MOVE SPACES TO DEV-DEVISE.                                   00990000
010000     MOVE ZERO TO DEV-MONTANT.                                    01000000
010100     CALL 'CONVDEV' USING DEV-CONVERSION.                         01010000
010200     MOVE DEV-DEVISE-LOC TO W-DEVISE-LOC.                         01020000
010300     DISPLAY 'DEVISE DE REFERENCE  = ' W-DEVISE-LOC.              01030000
010400     OPEN INPUT  TAU-FICHIER.                                     01040000
010500     OPEN OUTPUT REJ-FICHIER.                                     01050000
010600 5000-INIT-FIN.                                                   01060000
010700      EXIT.                                                       01070000
010800***************                                                   01080000
010900 6010-TRAITE-DEB.                                                 01090000
011000     READ TAU-FICHIER AT END                                      01100000
011100         MOVE '1' TO W-EOF-TAU                                    01110000
011200         GO TO 6010-TRAITE-FIN.                                   01120000
011300     ADD 1 TO W-CPT-LUS.                                          01130000
011400     MOVE SPACES TO W-CODE-REJET.                                 01140000
011500     PERFORM 6020-CHARGE-DEB                                      01150000
011600       THRU  6020-CHARGE-FIN.                                     01160000
011700     IF W-CODE-REJET NOT = SPACES                                 01170000
011800         PERFORM 6040-REJET-DEB                                   01180000
011900           THRU  6040-REJET-FIN.                                  01190000
012000 6010-TRAITE-FIN.                                                 01200000
012100      EXIT.                                                       01210000
012200***************                                                   01220000
012300 6020-CHARGE-DEB.                                                 01230000
012400     IF TX00-DEVISE = SPACES                                      01240000
012500         MOVE 'CODE DEVISE ABSENT' TO W-CODE-REJET                01250000
012600         GO TO 6020-CHARGE-FIN.                                   01260000
012700     IF TX00-DEVISE = W-DEVISE-LOC                                01270000
012800         MOVE 'DEVISE DE REFERENCE' TO W-CODE-REJET               01280000
012900         GO TO 6020-CHARGE-FIN.                                   01290000
013000     IF TX00-TAUX NOT NUMERIC                                     01300000
013100        OR TX00-TAUX = ZERO                                       01310000
013200         MOVE 'TAUX INVALIDE' TO W-CODE-REJET                     01320000
013300         GO TO 6020-CHARGE-FIN.                                   01330000
013400     MOVE TX00-DEVISE TO W-DEVISE.                                01340000
013500     IF TX00-DATE = SPACES                                        01350000
013600         MOVE DAT-DATE-ISO TO W-DATE-TAUX                         01360000
013700     ELSE                                                         01370000
013800         MOVE TX00-DATE TO W-DATE-TAUX.                           01380000
013900     MOVE TX00-TAUX TO W-TAUX.                                    01390000
014000     EXEC SQL                                                     01400000
014100         INSERT INTO API7.TAUX_CHANGE                             01410000
014200                (DEVISE, DATE_TAUX, TAUX, DATE_CHARGEMENT)        01420000
014300         VALUES (:W-DEVISE, DATE(:W-DATE-TAUX), :W-TAUX,          01430000
014400                 DATE(:DAT-DATE-ISO))                             01440000
014500     END-EXEC.                                                    01450000
014600     EVALUATE SQLCODE                                             01460000
014700         WHEN ZERO                                                01470000
014800             ADD 1 TO W-CPT-CREES                                 01480000
014900         WHEN -803                                                01490000
015000             PERFORM 6030-REMPLACE-DEB                            01500000
015100               THRU  6030-REMPLACE-FIN                            01510000
015200         WHEN -180                                                01520000
015300         WHEN -181                                                01530000
015400             MOVE 'DATE INVALIDE (AAAA-MM-JJ)' TO W-CODE-REJET    01540000
015500         WHEN OTHER                                               01550000
015600             MOVE SQLCODE TO W-SQLCODE                            01560000
015700             MOVE 'INSERT TAUX_CHANGE SQLCODE = '                 01570000
015800                  TO W-MESSAGE-ANOR                               01580000
015900             PERFORM 9999-FIN-ANORMALE-DEB                        01590000
016000               THRU  9999-FIN-ANORMALE-FIN                        01600000
016100     END-EVALUATE.                                                01610000
016200 6020-CHARGE-FIN.                                                 01620000
016300      EXIT.                                                       01630000
016400***************                                                   01640000
016500 6030-REMPLACE-DEB.                                               01650000
016600     EXEC SQL                                                     01660000
016700         UPDATE API7.TAUX_CHANGE                                  01670000
016800            SET TAUX = :W-TAUX,                                   01680000
016900                DATE_CHARGEMENT = DATE(:DAT-DATE-ISO)             01690000
017000          WHERE DEVISE = :W-DEVISE                                01700000
017100            AND DATE_TAUX = DATE(:W-DATE-TAUX)                    01710000
017200     END-EXEC.                                                    01720000
017300     IF SQLCODE NOT = ZERO                                        01730000
017400         MOVE SQLCODE TO W-SQLCODE                                01740000
017500         MOVE 'UPDATE TAUX_CHANGE SQLCODE = '                     01750000
017600              TO W-MESSAGE-ANOR                                   01760000
017700         PERFORM 9999-FIN-ANORMALE-DEB                            01770000
017800           THRU  9999-FIN-ANORMALE-FIN.                           01780000
017900     ADD 1 TO W-CPT-MODIFS.                                       01790000
018000 6030-REMPLACE-FIN.                                               01800000
018100      EXIT.                                                       01810000
018200***************                                                   01820000
018300 6040-REJET-DEB.                                                  01830000
018400     MOVE TX00 TO RX00-CARTE.                                     01840000
018500     MOVE W-CODE-REJET TO RX00-RAISON.                            01850000
018600     WRITE RX00.                                                  01860000
018700     ADD 1 TO W-CPT-REJETS.                                       01870000
018800 6040-REJET-FIN.                                                  01880000
018900      EXIT.                                                       01890000
019000***************                                                   01900000
019100 7000-CTL-DEVISES-DEB.                                            01910000
019200     EXEC SQL                                                     01920000
019300         OPEN C-SANSTAUX                                          01930000
019400     END-EXEC.                                                    01940000
019500     IF SQLCODE NOT = ZERO                                        01950000
019600         MOVE SQLCODE TO W-SQLCODE                                01960000
019700         MOVE 'OPEN C-SANSTAUX SQLCODE = '                        01970000
019800              TO W-MESSAGE-ANOR                                   01980000
019900         PERFORM 9999-FIN-ANORMALE-DEB                            01990000
020000           THRU  9999-FIN-ANORMALE-FIN.                           02000000
020100     PERFORM 7010-LIT-MANQUANT-DEB                                02010000
020200       THRU  7010-LIT-MANQUANT-FIN                                02020000
020300       UNTIL FIN-MAN-OK.                                          02030000
020400     EXEC SQL                                                     02040000
020500         CLOSE C-SANSTAUX                                         02050000
020600     END-EXEC.                                                    02060000
020700 7000-CTL-DEVISES-FIN.                                            02070000
020800      EXIT.                                                       02080000
020900***************                                                   02090000
021000 7010-LIT-MANQUANT-DEB.                                           02100000
021100     EXEC SQL                                                     02110000
021200         FETCH C-SANSTAUX                                         02120000
021300           INTO :W-DEVISE-MAN                                     02130000
021400     END-EXEC.                                                    02140000
021500     IF SQLCODE = 100                                             02150000
021600         MOVE '1' TO W-EOF-MAN                                    02160000
021700         GO TO 7010-LIT-MANQUANT-FIN.                             02170000
021800     IF SQLCODE NOT = ZERO                                        02180000
021900         MOVE SQLCODE TO W-SQLCODE                                02190000
022000         MOVE 'FETCH C-SANSTAUX SQLCODE = '                       02200000
022100              TO W-MESSAGE-ANOR                                   02210000
022200         PERFORM 9999-FIN-ANORMALE-DEB                            02220000
022300           THRU  9999-FIN-ANORMALE-FIN.                           02230000
022400     DISPLAY 'DEVISE SANS TAUX DU ' DAT-DATE-ISO                  02240000
022500             ' : ' W-DEVISE-MAN.                                  02250000
022600     ADD 1 TO W-CPT-MANQUANT.                                     02260000
022700 7010-LIT-MANQUANT-FIN.                                           02270000
022800      EXIT.                                                       02280000
022900***************                                                   02290000
023000 8000-FIN-TRT-DEB.                                                02300000
023100     CLOSE TAU-FICHIER.                                           02310000
023200     CLOSE REJ-FICHIER.                                           02320000
023300     DISPLAY 'TAUX LUS             = ' W-CPT-LUS.                 02330000
023400     DISPLAY 'TAUX CREES           = ' W-CPT-CREES.               02340000
023500     DISPLAY 'TAUX REMPLACES       = ' W-CPT-MODIFS.              02350000
023600     DISPLAY 'TAUX REJETES         = ' W-CPT-REJETS.              02360000
023700     DISPLAY 'DEVISES SANS TAUX    = ' W-CPT-MANQUANT.            02370000
023800     IF W-CPT-REJETS NOT = ZERO                                   02380000
023900        OR W-CPT-MANQUANT NOT = ZERO                              02390000
024000         MOVE 4 TO RETURN-CODE.                                   02400000
024100     MOVE 'F' TO JRN-PHASE.                                       02410000
024200     MOVE W-CPT-LUS TO JRN-NB-LUS.                                02420000
024300     COMPUTE JRN-NB-ECRITS = W-CPT-CREES + W-CPT-MODIFS.          02430000
024400     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         02440000
024500     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02450000
024600     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02460000
024700 8000-FIN-TRT-FIN.                                                02470000
024800      EXIT.                                                       02480000
024900************                                                      02490000
025000************                                                      02500000
025100  9990-FIN-NORMALE-DEB.                                           02510000
025200            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           02520000
025300       GOBACK.                                                    02530000
025400  9990-FIN-NORMALE-FIN.                                           02540000
025500       EXIT.                                                      02550000
025600*************                                                     02560000
025700 COPY ANORPROC.                                                   02570000
