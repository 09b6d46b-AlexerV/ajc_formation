000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LCTLCHN .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMCHN       ASSIGN    PARMCHN.                  00060000
000700     SELECT     DAT-FICHIER   ASSIGN    DATEJOUR.                 00070000
000800     SELECT     PERIODE       ASSIGN    PERIODE.                  00080000
000900 DATA DIVISION.                                                   00090000
001000 FILE SECTION.                                                    00100000
001100 FD                 PARMCHN                                       00110000
001200      BLOCK              00000 RECORDS                            00120000
001300      DATA RECORD                                                 00130000
001400                    PC00                                          00140000
001500           LABEL RECORD STANDARD.                                 00150000
001600 01               PC00.                                           00160000
001700   10             PC00-CHAINE   PICTURE X(8).                     00170000
001800   10             PC00-PHASE    PICTURE X(1).                     00180000
001900     88           PC00-DEBUT    VALUE 'D'.                        00190000
002000     88           PC00-FIN      VALUE 'F'.                        00200000
002100   10             PC00-GEL      PICTURE X(1).                     00210000
002200     88           PC00-GEL-BLOQUANT VALUE 'B'.                    00220000
002300   10             PC00-PERIODE.                                   00230000
002400     15           PC00-AAAA     PICTURE 9(4).                     00240000
002500     15           PC00-MM       PICTURE 9(2).                     00250000
002600   10             PC00-FILLER   PICTURE X(64).                    00260000
002700 FD                 DAT-FICHIER                                   00270000
002800      BLOCK              00000 RECORDS                            00280000
002900      DATA RECORD                                                 00290000
003000                    DJ00                                          00300000
003100           LABEL RECORD STANDARD.                                 00310000
003200 01               DJ00.                                           00320000
003300   10             DJ00-DATE     PICTURE X(8).                     00330000
003400   10             DJ00-FILLER   PICTURE X(72).                    00340000
003500 FD                 PERIODE                                       00350000
003600      BLOCK              00000 RECORDS                            00360000
003700      DATA RECORD                                                 00370000
003800                    PE00                                          00380000
003900           LABEL RECORD STANDARD.                                 00390000
004000 01               PE00.                                           00400000
004100   10             PE00-PERIODE  PICTURE X(6).                     00410000
004200   10             PE00-FILLER   PICTURE X(74).                    00420000
004300 WORKING-STORAGE SECTION.                                         00430000
004400      EXEC SQL                                                    00440000
004500         INCLUDE SQLCA                                            00450000
004600      END-EXEC.                                                   00460000
004700*****                                                             00470000
004800      EXEC SQL                                                    00480000
004900         INCLUDE GELINV                                           00490000
005000      END-EXEC.                                                   00500000
005100******                                                            00510000
005200      EXEC SQL                                                    00520000
005300         DECLARE C-GEL CURSOR FOR                                 00530000
005400         SELECT ID_ENTREPOT, ART_DEBUT, ART_FIN, DATE_DEBUT       00540000
005500           FROM API7.GEL_INVENTAIRE                               00550000
005600          WHERE ETAT = 'O'                                        00560000
005700          ORDER BY ID_ENTREPOT, ART_DEBUT                         00570000
005800      END-EXEC.                                                   00580000
005900******                                                            00590000
006000 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCTLCHN'.                    00600000
006100 01  W-SQLCODE      PIC +++9.                                     00610000
006200 01  W-EOF-PRM      PIC X     VALUE '0'.                          00620000
006300     88  FIN-PRM-OK           VALUE '1'.                          00630000
006400 01  W-EOF-DAT      PIC X     VALUE '0'.                          00640000
006500     88  FIN-DAT-OK           VALUE '1'.                          00650000
006600 01  W-EOF-GEL      PIC X     VALUE '0'.                          00660000
006700     88  FIN-GEL-OK           VALUE '1'.                          00670000
006800 COPY ANORMAL.                                                    00680000
006900 COPY DATCOM.                                                     00690000
007000 COPY JRNCOM.                                                     00700000
007100******                                                            00710000
007200 01  W-PERIODE-AMJ.                                               00720000
007300     05  W-PER-AAAAMM   PIC X(6).                                 00730000
007400     05  FILLER         PIC X(2).                                 00740000
007500 01  W-CPT-GELS     PIC S9(9) USAGE COMP-3 VALUE ZERO.            00750000
007550 01  W-CNT-OUVERT   PIC S9(9) USAGE COMP VALUE ZERO.              00755000
007600 01  W-ED-DEBUT     PIC Z(8)9.                                    00760000
007700 01  W-ED-FIN       PIC Z(8)9.                                    00770000
007800******                                                            00780000
007900 PROCEDURE DIVISION.                                              00790000
008000 1000-LCTLCHN-DEB.                                                00800000
008100     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00810000
008200     PERFORM 5000-INIT-DEB                                        00820000
008300       THRU  5000-INIT-FIN.                                       00830000
008400     PERFORM 6010-TRAITE-DEB                                      00840000
008500       THRU  6010-TRAITE-FIN                                      00850000
008600       UNTIL FIN-GEL-OK.                                          00860000
008700     PERFORM 8000-FIN-TRT-DEB                                     00870000
008800       THRU  8000-FIN-TRT-FIN.                                    00880000
008900     PERFORM 9990-FIN-NORMALE-DEB                                 00890000
009000       THRU  9990-FIN-NORMALE-FIN.                                00900000
009100 1000-LCTLCHN-FIN.                                                00910000
009200     EXIT.                                                        00920000
009300***************                                                   00930000
009400 5000-INIT-DEB.                                                   00940000
009500     OPEN INPUT PARMCHN.                                          00950000
009600     READ PARMCHN AT END                                          00960000
009700         MOVE '1' TO W-EOF-PRM.                                   00970000
009800     CLOSE PARMCHN.                                               00980000
009900     IF FIN-PRM-OK OR PC00-CHAINE = SPACES                        00990000
010000         MOVE 'CARTE PARMCHN ABSENTE OU SANS NOM DE CHAINE'       01000000
010100              TO W-MESSAGE-ANOR                                   01010000
010200         MOVE ZERO TO W-SQLCODE                                   01020000
010300         PERFORM 9999-FIN-ANORMALE-DEB                            01030000
010400           THRU  9999-FIN-ANORMALE-FIN.                           01040000
010500     IF NOT PC00-DEBUT AND NOT PC00-FIN                           01050000
010600         MOVE 'PHASE PARMCHN INVALIDE (D OU F)'                   01060000
010700              TO W-MESSAGE-ANOR                                   01070000
010800         MOVE ZERO TO W-SQLCODE                                   01080000
010900         PERFORM 9999-FIN-ANORMALE-DEB                            01090000
011000           THRU  9999-FIN-ANORMALE-FIN.                           01100000
011100     DISPLAY 'CHAINE               = ' PC00-CHAINE                01110000
011200             ' PHASE ' PC00-PHASE.                                01120000
011300     MOVE PC00-CHAINE TO JRN-PROGRAMME.                           01130000
011400     IF PC00-FIN                                                  01140000
011500         PERFORM 7000-FIN-CHAINE-DEB                              01150000
011600           THRU  7000-FIN-CHAINE-FIN                              01160000
011700         PERFORM 9990-FIN-NORMALE-DEB                             01170000
011800           THRU  9990-FIN-NORMALE-FIN.                            01180000
011900     PERFORM 5010-OUVRE-CHAINE-DEB                                01190000
012000       THRU  5010-OUVRE-CHAINE-FIN.                               01200000
012100     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01210000
012200     IF DAT-CODE-RETOUR NOT = ZERO                                01220000
012300         MOVE 'AUCUNE JOURNEE OUVERTE' TO W-MESSAGE-ANOR          01230000
012400         MOVE ZERO TO W-SQLCODE                                   01240000
012500         PERFORM 9999-FIN-ANORMALE-DEB                            01250000
012600           THRU  9999-FIN-ANORMALE-FIN.                           01260000
012700     OPEN INPUT DAT-FICHIER.                                      01270000
012800     READ DAT-FICHIER AT END                                      01280000
012900         MOVE '1' TO W-EOF-DAT.                                   01290000
013000     CLOSE DAT-FICHIER.                                           01300000
013100     IF FIN-DAT-OK OR DJ00-DATE NOT = DAT-DATE-AMJ                01310000
013200         DISPLAY 'DATEJOUR = ' DJ00-DATE                          01320000
013300                 ' DATE_TRAITEMENT = ' DAT-DATE-AMJ               01330000
013400         MOVE 'CARTE DATEJOUR DIFFERENTE DE LA JOURNEE OUVERTE'   01340000
013500              TO W-MESSAGE-ANOR                                   01350000
013600         MOVE ZERO TO W-SQLCODE                                   01360000
013700         PERFORM 9999-FIN-ANORMALE-DEB                            01370000
013800           THRU  9999-FIN-ANORMALE-FIN.                           01380000
013900     DISPLAY 'DATE DE TRAITEMENT   = ' DAT-DATE-ISO.              01390000
014000     MOVE DAT-DATE-AMJ TO W-PERIODE-AMJ.                          01400000
014100     IF PC00-PERIODE NOT = SPACES                                 01410000
014200         IF PC00-AAAA NOT NUMERIC OR PC00-MM NOT NUMERIC          01420000
014300             OR PC00-MM < 1 OR PC00-MM > 12                       01430000
014400             MOVE 'PERIODE PARMCHN INVALIDE (AAAAMM)'             01440000
014500                  TO W-MESSAGE-ANOR                               01450000
014600             MOVE ZERO TO W-SQLCODE                               01460000
014700             PERFORM 9999-FIN-ANORMALE-DEB                        01470000
014800               THRU  9999-FIN-ANORMALE-FIN                        01480000
014900         END-IF                                                   01490000
015000         MOVE PC00-PERIODE TO W-PER-AAAAMM.                       01500000
015100     OPEN OUTPUT PERIODE.                                         01510000
015200     MOVE W-PER-AAAAMM TO PE00-PERIODE.                           01520000
015300     MOVE SPACES TO PE00-FILLER.                                  01530000
015400     WRITE PE00.                                                  01540000
015500     CLOSE PERIODE.                                               01550000
015600     DISPLAY 'PERIODE              = ' W-PER-AAAAMM.              01560000
015700     EXEC SQL                                                     01570000
015800         OPEN C-GEL                                               01580000
015900     END-EXEC.                                                    01590000
016000     IF SQLCODE NOT = ZERO                                        01600000
016100         MOVE SQLCODE TO W-SQLCODE                                01610000
016200         MOVE 'OPEN C-GEL SQLCODE = '                             01620000
016300              TO W-MESSAGE-ANOR                                   01630000
016400         PERFORM 9999-FIN-ANORMALE-DEB                            01640000
016500           THRU  9999-FIN-ANORMALE-FIN.                           01650000
016600 5000-INIT-FIN.                                                   01660000
016700      EXIT.                                                       01670000
016800***************                                                   01680000
016803 5010-OUVRE-CHAINE-DEB.                                           01680300
016806     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01680600
016809     IF DAT-CODE-RETOUR NOT = ZERO                                01680900
016812         GO TO 5010-OUVRE-CHAINE-10.                              01681200
016815     EXEC SQL                                                     01681500
016818         SELECT COUNT(*)                                          01681800
016821           INTO :W-CNT-OUVERT                                     01682100
016824           FROM API7.JOURNAL_EXECUTION                            01682400
016827          WHERE PROGRAMME = :JRN-PROGRAMME                        01682700
016830            AND DATE_EXECUTION = DATE(:DAT-DATE-ISO)              01683000
016833            AND HEURE_FIN IS NULL                                 01683300
016836     END-EXEC.                                                    01683600
016839     IF SQLCODE NOT = ZERO                                        01683900
016842         MOVE SQLCODE TO W-SQLCODE                                01684200
016845         MOVE 'SELECT JOURNAL_EXECUTION SQLCODE = '               01684500
016848              TO W-MESSAGE-ANOR                                   01684800
016851         PERFORM 9999-FIN-ANORMALE-DEB                            01685100
016854           THRU  9999-FIN-ANORMALE-FIN.                           01685400
016857     IF W-CNT-OUVERT > ZERO                                       01685700
016860         DISPLAY 'CHAINE DEJA OUVERTE - PAS DE REOUVERTURE'       01686000
016863         GO TO 5010-OUVRE-CHAINE-FIN.                             01686300
016866 5010-OUVRE-CHAINE-10.                                            01686600
016869     MOVE 'D' TO JRN-PHASE.                                       01686900
016872     CALL 'JRNEXEC' USING JRN-EXECUTION.                          01687200
016875 5010-OUVRE-CHAINE-FIN.                                           01687500
016878      EXIT.                                                       01687800
016881***************                                                   01688100
016900 6010-TRAITE-DEB.                                                 01690000
017000     EXEC SQL                                                     01700000
017100         FETCH C-GEL                                              01710000
017200          INTO :W-ID-ENTREPOT, :W-ART-DEBUT, :W-ART-FIN,          01720000
017300               :W-DATE-DEBUT                                      01730000
017400     END-EXEC.                                                    01740000
017500     IF SQLCODE = +100                                            01750000
017600         MOVE '1' TO W-EOF-GEL                                    01760000
017700         GO TO 6010-TRAITE-FIN.                                   01770000
017800     IF SQLCODE NOT = ZERO                                        01780000
017900         MOVE SQLCODE TO W-SQLCODE                                01790000
018000         MOVE 'FETCH C-GEL SQLCODE = '                            01800000
018100              TO W-MESSAGE-ANOR                                   01810000
018200         PERFORM 9999-FIN-ANORMALE-DEB                            01820000
018300           THRU  9999-FIN-ANORMALE-FIN.                           01830000
018400     ADD 1 TO W-CPT-GELS.                                         01840000
018500     MOVE W-ART-DEBUT TO W-ED-DEBUT.                              01850000
018600     MOVE W-ART-FIN TO W-ED-FIN.                                  01860000
018700     DISPLAY 'GEL INVENTAIRE OUVERT ENTREPOT ' W-ID-ENTREPOT      01870000
018800             ' ARTICLES ' W-ED-DEBUT ' A ' W-ED-FIN               01880000
018900             ' DEPUIS LE ' W-DATE-DEBUT.                          01890000
019000 6010-TRAITE-FIN.                                                 01900000
019100      EXIT.                                                       01910000
019200***************                                                   01920000
019300 7000-FIN-CHAINE-DEB.                                             01930000
019400     MOVE 'F' TO JRN-PHASE.                                       01940000
019500     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         01950000
019600     CALL 'JRNEXEC' USING JRN-EXECUTION.                          01960000
019700 7000-FIN-CHAINE-FIN.                                             01970000
019800      EXIT.                                                       01980000
019900***************                                                   01990000
020000 8000-FIN-TRT-DEB.                                                02000000
020100     EXEC SQL                                                     02010000
020200         CLOSE C-GEL                                              02020000
020300     END-EXEC.                                                    02030000
020400     DISPLAY 'GELS D''INVENTAIRE OUVERTS = ' W-CPT-GELS.          02040000
020500     IF W-CPT-GELS > ZERO                                         02050000
020600         IF PC00-GEL-BLOQUANT                                     02060000
020700             DISPLAY 'GEL OUVERT - CHAINE ' PC00-CHAINE           02070000
020800                     ' ARRETEE'                                   02080000
020900             MOVE 8 TO RETURN-CODE                                02090000
021000         ELSE                                                     02100000
021100             MOVE 4 TO RETURN-CODE                                02110000
021200         END-IF                                                   02120000
021300     END-IF.                                                      02130000
021400     MOVE W-CPT-GELS TO JRN-NB-LUS.                               02140000
021500     IF RETURN-CODE > 4                                           02150000
021600         PERFORM 7000-FIN-CHAINE-DEB                              02160000
021700           THRU  7000-FIN-CHAINE-FIN.                             02170000
021800 8000-FIN-TRT-FIN.                                                02180000
021900      EXIT.                                                       02190000
022000************                                                      02200000
022100************                                                      02210000
022200  9990-FIN-NORMALE-DEB.                                           02220000
022300            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           02230000
022400       GOBACK.                                                    02240000
022500  9990-FIN-NORMALE-FIN.                                           02250000
022600       EXIT.                                                      02260000
022700*************                                                     02270000
022800 COPY ANORPROC.                                                   02280000
