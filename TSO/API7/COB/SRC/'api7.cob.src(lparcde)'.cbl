000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LPARCDE .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMFLX       ASSIGN    PARMFLX.                  00060000
000700     SELECT     CD-FICHIER    ASSIGN    CDEDEP.                   00070000
000800     SELECT     FLUX1         ASSIGN    FLUX1.                    00080000
000900     SELECT     FLUX2         ASSIGN    FLUX2.                    00090000
001000     SELECT     FLUX3         ASSIGN    FLUX3.                    00100000
001100     SELECT     FLUX4         ASSIGN    FLUX4.                    00110000
001200     SELECT     FLUX0         ASSIGN    FLUX0.                    00120000
001300     SELECT     CTLFLX        ASSIGN    CTLFLX.                   00130000
001400 DATA DIVISION.                                                   00140000
001500 FILE SECTION.                                                    00150000
001600 FD                 PARMFLX                                       00160000
001700      BLOCK              00000 RECORDS                            00170000
001800      DATA RECORD                                                 00180000
001900                    PF00                                          00190000
002000           LABEL RECORD STANDARD.                                 00200000
002100 01               PF00.                                           00210000
002200   10             PF00-NB-FLUX  PICTURE X(1).                     00220000
002300   10             PF00-BORNES   PICTURE X(8).                     00230000
002400   10             PF00-FILLER   PICTURE X(71).                    00240000
002500 FD                 CD-FICHIER                                    00250000
002600      BLOCK              00000 RECORDS                            00260000
002700      DATA RECORD                                                 00270000
002800                    CD00                                          00280000
002900           LABEL RECORD STANDARD.                                 00290000
003000 01               CD00.                                           00300000
003100   10             CD00-LIE      PICTURE 9(9).                     00310000
003200   10             CD00-NOART    PICTURE 9(9).                     00320000
003300   10             CD00-QTE-DEM  PICTURE 9(9).                     00330000
003400   10             CD00-PRIORITE PICTURE 9(1).                     00340000
003500   10             CD00-APPROUVE PICTURE X(1).                     00350000
003600   10             CD00-FILLER   PICTURE X(51).                    00360000
003700 01               CD00-CTL.                                       00370000
003800   10             CD00-CTL-TYPE PICTURE X(3).                     00380000
003900   10             CD00-CTL-RESTE PICTURE X(77).                   00390000
004000 FD                 FLUX1                                         00400000
004100      BLOCK              00000 RECORDS                            00410000
004200      DATA RECORD                                                 00420000
004300                    F100                                          00430000
004400           LABEL RECORD STANDARD.                                 00440000
004500 01               F100               PICTURE X(80).               00450000
004600 FD                 FLUX2                                         00460000
004700      BLOCK              00000 RECORDS                            00470000
004800      DATA RECORD                                                 00480000
004900                    F200                                          00490000
005000           LABEL RECORD STANDARD.                                 00500000
005100 01               F200               PICTURE X(80).               00510000
005200 FD                 FLUX3                                         00520000
005300      BLOCK              00000 RECORDS                            00530000
005400      DATA RECORD                                                 00540000
005500                    F300                                          00550000
005600           LABEL RECORD STANDARD.                                 00560000
005700 01               F300               PICTURE X(80).               00570000
005800 FD                 FLUX4                                         00580000
005900      BLOCK              00000 RECORDS                            00590000
006000      DATA RECORD                                                 00600000
006100                    F400                                          00610000
006200           LABEL RECORD STANDARD.                                 00620000
006300 01               F400               PICTURE X(80).               00630000
006400 FD                 FLUX0                                         00640000
006500      BLOCK              00000 RECORDS                            00650000
006600      DATA RECORD                                                 00660000
006700                    F000                                          00670000
006800           LABEL RECORD STANDARD.                                 00680000
006900 01               F000               PICTURE X(80).               00690000
007000 FD                 CTLFLX                                        00700000
007100      BLOCK              00000 RECORDS                            00710000
007200      DATA RECORD                                                 00720000
007300                    FX00                                          00730000
007400           LABEL RECORD STANDARD.                                 00740000
007500 01               FX00               PICTURE X(80).               00750000
007600 WORKING-STORAGE SECTION.                                         00760000
007700      EXEC SQL                                                    00770000
007800         INCLUDE SQLCA                                            00780000
007900      END-EXEC.                                                   00790000
008000******                                                            00800000
008100      EXEC SQL                                                    00810000
008200         INCLUDE DEPTENT                                          00820000
008300      END-EXEC.                                                   00830000
008400******                                                            00840000
008500 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LPARCDE'.                    00850000
008600 01  W-SQLCODE      PIC +++9.                                     00860000
008700 01  W-EOF-CD       PIC X     VALUE '0'.                          00870000
008800     88  FIN-CD-OK            VALUE '1'.                          00880000
008900 01  W-EOF-PRM      PIC X     VALUE '0'.                          00890000
009000     88  FIN-PRM-OK           VALUE '1'.                          00900000
009100 01  W-ENREG        PIC X(80) VALUE SPACES.                       00910000
009200 01  W-ENT-MIN      PIC X(2)  VALUE SPACES.                       00920000
009300 01  W-ENT-MAX      PIC X(2)  VALUE SPACES.                       00930000
009400 01  W-ENT-RECH     PIC X(2)  VALUE SPACES.                       00940000
009500 01  W-LIE-PREC     PIC S9(9) USAGE COMP VALUE ZERO.              00950000
009600 01  W-FLUX         PIC 9(1)  VALUE ZERO.                         00960000
009700 01  W-FLUX-PREC    PIC 9(1)  VALUE ZERO.                         00970000
009800 01  W-FLUX-TROUVE  PIC 9(1)  VALUE ZERO.                         00980000
009900 01  WX-FLX         PIC S9(4) USAGE COMP VALUE ZERO.              00990000
010000 01  W-NB-FLUX      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01000000
010100 01  W-ID-FLUX.                                                   01010000
010200     05  FILLER     PIC X(6)  VALUE 'CDEFLX'.                     01020000
010300     05  W-ID-FLX-NO PIC 9(1) VALUE ZERO.                         01030000
010400     05  FILLER     PIC X(1)  VALUE SPACE.                        01040000
010500 01  W-TAB-BORNES.                                                01050000
010600     05  W-FLX-POSTE OCCURS 4 TIMES.                              01060000
010700        10  W-FLX-DEB  PIC X(2).                                  01070000
010800        10  W-FLX-FIN  PIC X(2).                                  01080000
010900 01  W-FLX-DEB-C    PIC X(2)  VALUE SPACES.                       01090000
011000 01  W-FLX-FIN-C    PIC X(2)  VALUE SPACES.                       01100000
011100 01  W-TAB-LOTS.                                                  01110000
011200     05  W-NB-LOTS  PIC S9(4) USAGE COMP VALUE ZERO.              01120000
011300     05  W-LOT-POSTE OCCURS 10 TIMES.                             01130000
011400        10  W-LOT-ID     PIC X(8).                                01140000
011500        10  W-LOT-DATE   PIC X(8).                                01150000
011600        10  W-LOT-SEQ    PIC 9(6).                                01160000
011700 01  WX-LOT         PIC S9(4) USAGE COMP VALUE ZERO.              01170000
011800 COPY ANORMAL.                                                    01180000
011900 COPY JRNCOM.                                                     01190000
012000 COPY CTLLOT.                                                     01200000
012100 COPY FICCOM.                                                     01210000
012200 COPY DATCOM.                                                     01220000
012300 COPY PRMCOM.                                                     01230000
012400 COPY FLXCOM.                                                     01240000
012500******                                                            01250000
012600 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01260000
012700 01  W-CPT-CROISES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01270000
012800 01  W-TAB-CPT.                                                   01280000
012900     05  W-CPT-FLUX PIC S9(9) USAGE COMP-3 OCCURS 4 TIMES.        01290000
013000******                                                            01300000
013100 PROCEDURE DIVISION.                                              01310000
013200 1000-LPARCDE-DEB.                                                01320000
013300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01330000
013400     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01340000
013500     MOVE 'D' TO JRN-PHASE                                        01350000
013600     CALL 'JRNEXEC' USING JRN-EXECUTION                           01360000
013700     PERFORM 5000-INIT-DEB                                        01370000
013800       THRU  5000-INIT-FIN.                                       01380000
013900     PERFORM 6010-TRAITE-DEB                                      01390000
014000       THRU  6010-TRAITE-FIN                                      01400000
014100       UNTIL FIN-CD-OK.                                           01410000
014200     PERFORM 8000-FIN-TRT-DEB                                     01420000
014300       THRU  8000-FIN-TRT-FIN.                                    01430000
014400     PERFORM 9990-FIN-NORMALE-DEB                                 01440000
014500       THRU  9990-FIN-NORMALE-FIN.                                01450000
014600 1000-LPARCDE-FIN.                                                01460000
014700     EXIT.                                                        01470000
014800***************                                                   01480000
014900 5000-INIT-DEB.                                                   01490000
015000     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01500000
015100     IF DAT-CODE-RETOUR NOT = ZERO                                01510000
015200         MOVE ZERO TO W-SQLCODE                                   01520000
015300         MOVE 'AUCUNE JOURNEE OUVERTE'                            01530000
015400              TO W-MESSAGE-ANOR                                   01540000
015500         PERFORM 9999-FIN-ANORMALE-DEB                            01550000
015600           THRU  9999-FIN-ANORMALE-FIN.                           01560000
015700     PERFORM 5010-PRM-FLUX-DEB                                    01570000
015800       THRU  5010-PRM-FLUX-FIN.                                   01580000
015900     PERFORM 5100-CTL-LOT-DEB                                     01590000
016000       THRU  5100-CTL-LOT-FIN.                                    01600000
016100     INITIALIZE W-TAB-CPT.                                        01610000
016200     OPEN INPUT  CD-FICHIER.                                      01620000
016300     OPEN OUTPUT FLUX1.                                           01630000
016400     OPEN OUTPUT FLUX2.                                           01640000
016500     OPEN OUTPUT FLUX3.                                           01650000
016600     OPEN OUTPUT FLUX4.                                           01660000
016700     OPEN OUTPUT FLUX0.                                           01670000
016800     OPEN OUTPUT CTLFLX.                                          01680000
016900     MOVE 1 TO W-FLUX.                                            01690000
017000 5000-INIT-10.                                                    01700000
017100     PERFORM 5200-ENTETE-DEB                                      01710000
017200       THRU  5200-ENTETE-FIN.                                     01720000
017300     IF W-FLUX < 4                                                01730000
017400         ADD 1 TO W-FLUX                                          01740000
017500         GO TO 5000-INIT-10.                                      01750000
017600     MOVE ZERO TO W-FLUX.                                         01760000
017700     PERFORM 5200-ENTETE-DEB                                      01770000
017800       THRU  5200-ENTETE-FIN.                                     01780000
017900 5000-INIT-FIN.                                                   01790000
018000      EXIT.                                                       01800000
018100***************                                                   01810000
018200 5010-PRM-FLUX-DEB.                                               01820000
018300     OPEN INPUT PARMFLX.                                          01830000
018400     READ PARMFLX AT END                                          01840000
018500         MOVE '1' TO W-EOF-PRM.                                   01850000
018600     IF NOT FIN-PRM-OK AND PF00-NB-FLUX NOT = SPACE               01860000
018700         MOVE PF00 TO FLX-PARAMETRE                               01870000
018800     ELSE                                                         01880000
018900         MOVE W-PROGRAM-ID TO PRM-PROGRAMME                       01890000
019000         MOVE 'FLUX' TO PRM-NOM                                   01900000
019100         CALL 'PARMLIT' USING PRM-LECTURE                         01910000
019200         MOVE PRM-VALEUR TO FLX-PARAMETRE                         01920000
019300         IF PRM-CODE-RETOUR NOT = ZERO                            01930000
019400             MOVE ZERO TO FLX-NB-FLUX.                            01940000
019500     CLOSE PARMFLX.                                               01950000
019600     IF FLX-NB-FLUX NOT NUMERIC                                   01960000
019700         OR FLX-NB-FLUX = ZERO                                    01970000
019800         OR FLX-NB-FLUX > 4                                       01980000
019900         MOVE ZERO TO W-SQLCODE                                   01990000
020000         MOVE 'NOMBRE DE FLUX ABSENT OU ERRONE'                   02000000
020100              TO W-MESSAGE-ANOR                                   02010000
020200         PERFORM 9999-FIN-ANORMALE-DEB                            02020000
020300           THRU  9999-FIN-ANORMALE-FIN.                           02030000
020400     MOVE 1 TO WX-FLX.                                            02040000
020500     MOVE SPACES TO W-FLX-DEB-C.                                  02050000
020600 5010-PRM-FLUX-10.                                                02060000
020700     IF WX-FLX > 4                                                02070000
020800         GO TO 5010-PRM-FLUX-FIN.                                 02080000
020900     MOVE W-FLX-DEB-C TO W-FLX-DEB (WX-FLX).                      02090000
021000     IF WX-FLX NOT < FLX-NB-FLUX                                  02100000
021100         MOVE SPACES TO W-FLX-FIN (WX-FLX)                        02110000
021200         MOVE SPACES TO W-FLX-DEB-C                               02120000
021300         ADD 1 TO WX-FLX                                          02130000
021400         GO TO 5010-PRM-FLUX-10.                                  02140000
021500     IF FLX-BORNE (WX-FLX) = SPACES                               02150000
021600         OR FLX-BORNE (WX-FLX) NOT > W-FLX-DEB-C                  02160000
021700         MOVE ZERO TO W-SQLCODE                                   02170000
021800         MOVE 'BORNES DE FLUX ABSENTES OU NON CROISSANTES'        02180000
021900              TO W-MESSAGE-ANOR                                   02190000
022000         PERFORM 9999-FIN-ANORMALE-DEB                            02200000
022100           THRU  9999-FIN-ANORMALE-FIN.                           02210000
022200     MOVE FLX-BORNE (WX-FLX) TO W-FLX-FIN (WX-FLX).               02220000
022300     MOVE FLX-BORNE (WX-FLX) TO W-FLX-DEB-C.                      02230000
022400     ADD 1 TO WX-FLX.                                             02240000
022500     GO TO 5010-PRM-FLUX-10.                                      02250000
022600 5010-PRM-FLUX-FIN.                                               02260000
022700      EXIT.                                                       02270000
022800***************                                                   02280000
022900 5100-CTL-LOT-DEB.                                                02290000
023000     OPEN INPUT CD-FICHIER.                                       02300000
023100     MOVE ZERO TO W-NB-LOTS.                                      02310000
023200     MOVE '0' TO CTL-EOF.                                         02320000
023300     READ CD-FICHIER AT END                                       02330000
023400         MOVE 'FICHIER VIDE - ENTETE ABSENTE'                     02340000
023500              TO W-MESSAGE-ANOR                                   02350000
023600         MOVE ZERO TO W-SQLCODE                                   02360000
023700         PERFORM 9999-FIN-ANORMALE-DEB                            02370000
023800           THRU  9999-FIN-ANORMALE-FIN.                           02380000
023900 5100-CTL-LOT-10.                                                 02390000
024000     MOVE CD00 TO CTL-ENTETE-LOT.                                 02400000
024100     IF CTL-ENT-TYPE NOT = 'HDR'                                  02410000
024200         MOVE 'ENTETE DE LOT ABSENTE'                             02420000
024300              TO W-MESSAGE-ANOR                                   02430000
024400         MOVE ZERO TO W-SQLCODE                                   02440000
024500         PERFORM 9999-FIN-ANORMALE-DEB                            02450000
024600           THRU  9999-FIN-ANORMALE-FIN.                           02460000
024700     IF CTL-FLUX-PARALLELE OR CTL-ENT-FLUX = '0'                  02470000
024800         MOVE 'LOT DEJA DECOUPE PAR FLUX'                         02480000
024900              TO W-MESSAGE-ANOR                                   02490000
025000         MOVE ZERO TO W-SQLCODE                                   02500000
025100         PERFORM 9999-FIN-ANORMALE-DEB                            02510000
025200           THRU  9999-FIN-ANORMALE-FIN.                           02520000
025300     MOVE ZERO TO CTL-NB-DONNEES.                                 02530000
025400     MOVE '0' TO CTL-PIED-TROUVE.                                 02540000
025500     PERFORM 5110-LIT-LOT-DEB                                     02550000
025600       THRU  5110-LIT-LOT-FIN                                     02560000
025700       UNTIL CTL-PIED-OK OR CTL-EOF-OK.                           02570000
025800     IF NOT CTL-PIED-OK                                           02580000
025900         MOVE 'FIN DE LOT ABSENTE'                                02590000
026000              TO W-MESSAGE-ANOR                                   02600000
026100         MOVE ZERO TO W-SQLCODE                                   02610000
026200         PERFORM 9999-FIN-ANORMALE-DEB                            02620000
026300           THRU  9999-FIN-ANORMALE-FIN.                           02630000
026400     IF CTL-PIED-NB NOT = CTL-NB-DONNEES                          02640000
026500         MOVE 'TOTAL DE LOT ERRONE'                               02650000
026600              TO W-MESSAGE-ANOR                                   02660000
026700         MOVE ZERO TO W-SQLCODE                                   02670000
026800         PERFORM 9999-FIN-ANORMALE-DEB                            02680000
026900           THRU  9999-FIN-ANORMALE-FIN.                           02690000
027000     MOVE 'C' TO FIC-MODE.                                        02700000
027100     MOVE CTL-ENT-ID TO FIC-ID.                                   02710000
027200     MOVE CTL-ENT-DATE TO FIC-DATE.                               02720000
027300     MOVE CTL-ENT-SEQ TO FIC-SEQ.                                 02730000
027400     MOVE W-PROGRAM-ID TO FIC-PROGRAMME.                          02740000
027500     CALL 'FICCTL' USING FIC-CONTROLE.                            02750000
027600     IF FIC-CODE-RETOUR NOT = ZERO                                02760000
027700         MOVE 'LOT DEJA TRAITE - REFUSE'                          02770000
027800              TO W-MESSAGE-ANOR                                   02780000
027900         MOVE ZERO TO W-SQLCODE                                   02790000
028000         PERFORM 9999-FIN-ANORMALE-DEB                            02800000
028100           THRU  9999-FIN-ANORMALE-FIN.                           02810000
028200     IF W-NB-LOTS NOT < 10                                        02820000
028300         MOVE 'TROP DE LOTS EN ENTREE'                            02830000
028400              TO W-MESSAGE-ANOR                                   02840000
028500         MOVE ZERO TO W-SQLCODE                                   02850000
028600         PERFORM 9999-FIN-ANORMALE-DEB                            02860000
028700           THRU  9999-FIN-ANORMALE-FIN.                           02870000
028800     ADD 1 TO W-NB-LOTS.                                          02880000
028900     MOVE CTL-ENT-ID TO W-LOT-ID (W-NB-LOTS).                     02890000
029000     MOVE CTL-ENT-DATE TO W-LOT-DATE (W-NB-LOTS).                 02900000
029100     MOVE CTL-ENT-SEQ TO W-LOT-SEQ (W-NB-LOTS).                   02910000
029200     READ CD-FICHIER AT END                                       02920000
029300         MOVE '1' TO CTL-EOF                                      02930000
029400         GO TO 5100-CTL-LOT-20.                                   02940000
029500     GO TO 5100-CTL-LOT-10.                                       02950000
029600 5100-CTL-LOT-20.                                                 02960000
029700     CLOSE CD-FICHIER.                                            02970000
029800 5100-CTL-LOT-FIN.                                                02980000
029900      EXIT.                                                       02990000
030000***************                                                   03000000
030100 5110-LIT-LOT-DEB.                                                03010000
030200     READ CD-FICHIER AT END                                       03020000
030300         MOVE '1' TO CTL-EOF                                      03030000
030400         GO TO 5110-LIT-LOT-FIN.                                  03040000
030500     IF CD00-CTL-TYPE = 'TRL'                                     03050000
030600         MOVE CD00 TO CTL-PIED-LOT                                03060000
030700         MOVE '1' TO CTL-PIED-TROUVE                              03070000
030800     ELSE                                                         03080000
030900         ADD 1 TO CTL-NB-DONNEES.                                 03090000
031000 5110-LIT-LOT-FIN.                                                03100000
031100      EXIT.                                                       03110000
031200***************                                                   03120000
031300 5200-ENTETE-DEB.                                                 03130000
031400     MOVE SPACES TO CTL-ENTETE-LOT.                               03140000
031500     MOVE 'HDR' TO CTL-ENT-TYPE.                                  03150000
031600     MOVE W-FLUX TO W-ID-FLX-NO.                                  03160000
031700     MOVE W-ID-FLUX TO CTL-ENT-ID.                                03170000
031800     MOVE DAT-DATE-AMJ TO CTL-ENT-DATE.                           03180000
031900     MOVE W-LOT-SEQ (1) TO CTL-ENT-SEQ.                           03190000
032000     MOVE W-FLUX TO CTL-ENT-FLUX.                                 03200000
032100     IF W-FLUX NOT = ZERO                                         03210000
032200         MOVE W-FLX-DEB (W-FLUX) TO CTL-ENT-ENT-DEB               03220000
032300         MOVE W-FLX-FIN (W-FLUX) TO CTL-ENT-ENT-FIN.              03230000
032400     MOVE CTL-ENTETE-LOT TO W-ENREG.                              03240000
032500     PERFORM 6090-ECRIT-DEB                                       03250000
032600       THRU  6090-ECRIT-FIN.                                      03260000
032700 5200-ENTETE-FIN.                                                 03270000
032800      EXIT.                                                       03280000
032900***************                                                   03290000
033000 6010-TRAITE-DEB.                                                 03300000
033100     READ CD-FICHIER AT END                                       03310000
033200         MOVE '1' TO W-EOF-CD                                     03320000
033300         GO TO 6010-TRAITE-FIN.                                   03330000
033400     IF CD00-CTL-TYPE = 'HDR'                                     03340000
033500         GO TO 6010-TRAITE-FIN.                                   03350000
033600     IF CD00-CTL-TYPE = 'TRL'                                     03360000
033700         GO TO 6010-TRAITE-FIN.                                   03370000
033800     ADD 1 TO W-CPT-LUS.                                          03380000
033900     PERFORM 6020-FLUX-CDE-DEB                                    03390000
034000       THRU  6020-FLUX-CDE-FIN.                                   03400000
034100     MOVE CD00 TO W-ENREG.                                        03410000
034200     PERFORM 6090-ECRIT-DEB                                       03420000
034300       THRU  6090-ECRIT-FIN.                                      03430000
034400     IF W-FLUX = ZERO                                             03440000
034500         ADD 1 TO W-CPT-CROISES                                   03450000
034600     ELSE                                                         03460000
034700         ADD 1 TO W-CPT-FLUX (W-FLUX).                            03470000
034800 6010-TRAITE-FIN.                                                 03480000
034900      EXIT.                                                       03490000
035000***************                                                   03500000
035100 6020-FLUX-CDE-DEB.                                               03510000
035200     IF CD00-LIE NOT NUMERIC                                      03520000
035300         MOVE 1 TO W-FLUX                                         03530000
035400         GO TO 6020-FLUX-CDE-FIN.                                 03540000
035500     IF W-CPT-LUS > 1                                             03550000
035600         AND CD00-LIE = W-LIE-PREC                                03560000
035700         MOVE W-FLUX-PREC TO W-FLUX                               03570000
035800         GO TO 6020-FLUX-CDE-FIN.                                 03580000
035900     MOVE CD00-LIE TO W-LIE OF DCLDEPTENTREPOT.                   03590000
036000     EXEC SQL                                                     03600000
036100         SELECT COALESCE(MIN(ID_ENTREPOT), ' '),                  03610000
036200                COALESCE(MAX(ID_ENTREPOT), ' ')                   03620000
036300           INTO :W-ENT-MIN, :W-ENT-MAX                            03630000
036400           FROM API7.DEPT_ENTREPOT                                03640000
036500          WHERE LIE = :W-LIE OF DCLDEPTENTREPOT                   03650000
036600     END-EXEC.                                                    03660000
036700     IF SQLCODE NOT = ZERO                                        03670000
036800         MOVE SQLCODE TO W-SQLCODE                                03680000
036900         MOVE 'SELECT DEPT_ENTREPOT SQLCODE = '                   03690000
037000              TO W-MESSAGE-ANOR                                   03700000
037100         PERFORM 9999-FIN-ANORMALE-DEB                            03710000
037200           THRU  9999-FIN-ANORMALE-FIN.                           03720000
037300     IF W-ENT-MIN = SPACES                                        03730000
037400         MOVE 1 TO W-FLUX                                         03740000
037500         GO TO 6020-FLUX-CDE-90.                                  03750000
037600     MOVE W-ENT-MIN TO W-ENT-RECH.                                03760000
037700     PERFORM 6050-CHERCHE-FLUX-DEB                                03770000
037800       THRU  6050-CHERCHE-FLUX-FIN.                               03780000
037900     MOVE W-FLUX-TROUVE TO W-FLUX.                                03790000
038000     MOVE W-ENT-MAX TO W-ENT-RECH.                                03800000
038100     PERFORM 6050-CHERCHE-FLUX-DEB                                03810000
038200       THRU  6050-CHERCHE-FLUX-FIN.                               03820000
038300     IF W-FLUX-TROUVE NOT = W-FLUX                                03830000
038400         MOVE ZERO TO W-FLUX.                                     03840000
038500 6020-FLUX-CDE-90.                                                03850000
038600     MOVE CD00-LIE TO W-LIE-PREC.                                 03860000
038700     MOVE W-FLUX TO W-FLUX-PREC.                                  03870000
038800 6020-FLUX-CDE-FIN.                                               03880000
038900      EXIT.                                                       03890000
039000***************                                                   03900000
039100 6050-CHERCHE-FLUX-DEB.                                           03910000
039200     MOVE 1 TO WX-FLX.                                            03920000
039300 6050-CHERCHE-FLUX-10.                                            03930000
039400     IF WX-FLX NOT < FLX-NB-FLUX                                  03940000
039500         GO TO 6050-CHERCHE-FLUX-20.                              03950000
039600     IF W-ENT-RECH NOT > FLX-BORNE (WX-FLX)                       03960000
039700         GO TO 6050-CHERCHE-FLUX-20.                              03970000
039800     ADD 1 TO WX-FLX.                                             03980000
039900     GO TO 6050-CHERCHE-FLUX-10.                                  03990000
040000 6050-CHERCHE-FLUX-20.                                            04000000
040100     MOVE WX-FLX TO W-FLUX-TROUVE.                                04010000
040200 6050-CHERCHE-FLUX-FIN.                                           04020000
040300      EXIT.                                                       04030000
040400***************                                                   04040000
040500 6090-ECRIT-DEB.                                                  04050000
040600     IF W-FLUX = ZERO                                             04060000
040700         WRITE F000 FROM W-ENREG                                  04070000
040800         GO TO 6090-ECRIT-FIN.                                    04080000
040900     GO TO 6090-ECRIT-1 6090-ECRIT-2 6090-ECRIT-3 6090-ECRIT-4    04090000
041000         DEPENDING ON W-FLUX.                                     04100000
041100 6090-ECRIT-1.                                                    04110000
041200     WRITE F100 FROM W-ENREG.                                     04120000
041300     GO TO 6090-ECRIT-FIN.                                        04130000
041400 6090-ECRIT-2.                                                    04140000
041500     WRITE F200 FROM W-ENREG.                                     04150000
041600     GO TO 6090-ECRIT-FIN.                                        04160000
041700 6090-ECRIT-3.                                                    04170000
041800     WRITE F300 FROM W-ENREG.                                     04180000
041900     GO TO 6090-ECRIT-FIN.                                        04190000
042000 6090-ECRIT-4.                                                    04200000
042100     WRITE F400 FROM W-ENREG.                                     04210000
042200 6090-ECRIT-FIN.                                                  04220000
042300      EXIT.                                                       04230000
042400***************                                                   04240000
042500 8000-FIN-TRT-DEB.                                                04250000
042600     MOVE 1 TO W-FLUX.                                            04260000
042700 8000-FIN-TRT-10.                                                 04270000
042800     PERFORM 8010-PIED-DEB                                        04280000
042900       THRU  8010-PIED-FIN.                                       04290000
043000     IF W-FLUX < 4                                                04300000
043100         ADD 1 TO W-FLUX                                          04310000
043200         GO TO 8000-FIN-TRT-10.                                   04320000
043300     MOVE ZERO TO W-FLUX.                                         04330000
043400     PERFORM 8010-PIED-DEB                                        04340000
043500       THRU  8010-PIED-FIN.                                       04350000
043600     MOVE 1 TO WX-LOT.                                            04360000
043700 8000-FIN-TRT-20.                                                 04370000
043800     IF WX-LOT > W-NB-LOTS                                        04380000
043900         GO TO 8000-FIN-TRT-30.                                   04390000
044000     MOVE 'E' TO FIC-MODE.                                        04400000
044100     MOVE W-LOT-ID (WX-LOT) TO FIC-ID.                            04410000
044200     MOVE W-LOT-DATE (WX-LOT) TO FIC-DATE.                        04420000
044300     MOVE W-LOT-SEQ (WX-LOT) TO FIC-SEQ.                          04430000
044400     MOVE W-PROGRAM-ID TO FIC-PROGRAMME.                          04440000
044500     CALL 'FICCTL' USING FIC-CONTROLE.                            04450000
044600     IF FIC-CODE-RETOUR NOT = ZERO                                04460000
044700         DISPLAY 'ENREGISTREMENT DU LOT IMPOSSIBLE'.              04470000
044800     ADD 1 TO WX-LOT.                                             04480000
044900     GO TO 8000-FIN-TRT-20.                                       04490000
045000 8000-FIN-TRT-30.                                                 04500000
045100     CLOSE CD-FICHIER.                                            04510000
045200     CLOSE FLUX1.                                                 04520000
045300     CLOSE FLUX2.                                                 04530000
045400     CLOSE FLUX3.                                                 04540000
045500     CLOSE FLUX4.                                                 04550000
045600     CLOSE FLUX0.                                                 04560000
045700     CLOSE CTLFLX.                                                04570000
045800     DISPLAY 'COMMANDES LUES       = ' W-CPT-LUS.                 04580000
045900     DISPLAY 'COMMANDES CROISEES   = ' W-CPT-CROISES.             04590000
046000     MOVE 'F' TO JRN-PHASE.                                       04600000
046100     MOVE W-CPT-LUS TO JRN-NB-LUS.                                04610000
046200     MOVE W-CPT-LUS TO JRN-NB-ECRITS.                             04620000
046300     MOVE ZERO TO JRN-NB-REJETES.                                 04630000
046400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         04640000
046500     CALL 'JRNEXEC' USING JRN-EXECUTION.                          04650000
046600 8000-FIN-TRT-FIN.                                                04660000
046700      EXIT.                                                       04670000
046800***************                                                   04680000
046900 8010-PIED-DEB.                                                   04690000
047000     MOVE SPACES TO FLX-CONTROLE.                                 04700000
047100     IF W-FLUX = ZERO                                             04710000
047200         MOVE W-CPT-CROISES TO W-NB-FLUX                          04720000
047300         MOVE SPACES TO W-FLX-DEB-C W-FLX-FIN-C                   04730000
047400     ELSE                                                         04740000
047500         MOVE W-CPT-FLUX (W-FLUX) TO W-NB-FLUX                    04750000
047600         MOVE W-FLX-DEB (W-FLUX) TO W-FLX-DEB-C                   04760000
047700         MOVE W-FLX-FIN (W-FLUX) TO W-FLX-FIN-C.                  04770000
047800     MOVE SPACES TO CTL-PIED-LOT.                                 04780000
047900     MOVE 'TRL' TO CTL-PIED-TYPE.                                 04790000
048000     MOVE W-NB-FLUX TO CTL-PIED-NB.                               04800000
048100     MOVE CTL-PIED-LOT TO W-ENREG.                                04810000
048200     PERFORM 6090-ECRIT-DEB                                       04820000
048300       THRU  6090-ECRIT-FIN.                                      04830000
048400     MOVE 'CDE' TO FLX-CTL-TYPE.                                  04840000
048500     MOVE W-FLUX TO FLX-CTL-FLUX.                                 04850000
048600     MOVE W-FLX-DEB-C TO FLX-CTL-ENT-DEB.                         04860000
048700     MOVE W-FLX-FIN-C TO FLX-CTL-ENT-FIN.                         04870000
048800     MOVE W-NB-FLUX TO FLX-CTL-NB.                                04880000
048900     MOVE W-LOT-ID (1) TO FLX-CTL-LOT-ID.                         04890000
049000     MOVE W-LOT-SEQ (1) TO FLX-CTL-LOT-SEQ.                       04900000
049100     WRITE FX00 FROM FLX-CONTROLE.                                04910000
049200     DISPLAY 'FLUX ' W-FLUX ' ENTREPOTS ' W-FLX-DEB-C             04920000
049300         ' A ' W-FLX-FIN-C ' = ' W-NB-FLUX.                       04930000
049400 8010-PIED-FIN.                                                   04940000
049500      EXIT.                                                       04950000
049600************                                                      04960000
049700************                                                      04970000
049800  9990-FIN-NORMALE-DEB.                                           04980000
049900            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           04990000
050000       GOBACK.                                                    05000000
050100  9990-FIN-NORMALE-FIN.                                           05010000
050200       EXIT.                                                      05020000
050300*************                                                     05030000
050400 COPY ANORPROC.                                                   05040000
