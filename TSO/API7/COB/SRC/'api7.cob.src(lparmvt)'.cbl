000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LPARMVT .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMFLX       ASSIGN    PARMFLX.                  00060000
000700     SELECT     MV-FICHIER    ASSIGN    MVTSTK.                   00070000
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
002500 FD                 MV-FICHIER                                    00250000
002600      BLOCK              00000 RECORDS                            00260000
002700      DATA RECORD                                                 00270000
002800                    MV00                                          00280000
002900           LABEL RECORD STANDARD.                                 00290000
003000 01               MV00.                                           00300000
003100   10             MV00-NOART    PICTURE 9(9).                     00310000
003200   10             MV00-ENTREPOT PICTURE X(2).                     00320000
003300   10             MV00-TYPE     PICTURE X(1).                     00330000
003400   10             MV00-QUANTITE PICTURE 9(9).                     00340000
003500   10             MV00-ENT-DEST PICTURE X(2).                     00350000
003600   10             MV00-FOURN    PICTURE X(5).                     00360000
003700   10             MV00-NO-TRF   PICTURE 9(9).                     00370000
003800   10             MV00-NO-MVT   REDEFINES MV00-NO-TRF             00380000
003900                                PICTURE 9(9).                     00390000
004000   10             MV00-FILLER   PICTURE X(43).                    00400000
004100 01               MV00-CTL.                                       00410000
004200   10             MV00-CTL-TYPE PICTURE X(3).                     00420000
004300   10             MV00-CTL-RESTE PICTURE X(77).                   00430000
004400 FD                 FLUX1                                         00440000
004500      BLOCK              00000 RECORDS                            00450000
004600      DATA RECORD                                                 00460000
004700                    F100                                          00470000
004800           LABEL RECORD STANDARD.                                 00480000
004900 01               F100               PICTURE X(80).               00490000
005000 FD                 FLUX2                                         00500000
005100      BLOCK              00000 RECORDS                            00510000
005200      DATA RECORD                                                 00520000
005300                    F200                                          00530000
005400           LABEL RECORD STANDARD.                                 00540000
005500 01               F200               PICTURE X(80).               00550000
005600 FD                 FLUX3                                         00560000
005700      BLOCK              00000 RECORDS                            00570000
005800      DATA RECORD                                                 00580000
005900                    F300                                          00590000
006000           LABEL RECORD STANDARD.                                 00600000
006100 01               F300               PICTURE X(80).               00610000
006200 FD                 FLUX4                                         00620000
006300      BLOCK              00000 RECORDS                            00630000
006400      DATA RECORD                                                 00640000
006500                    F400                                          00650000
006600           LABEL RECORD STANDARD.                                 00660000
006700 01               F400               PICTURE X(80).               00670000
006800 FD                 FLUX0                                         00680000
006900      BLOCK              00000 RECORDS                            00690000
007000      DATA RECORD                                                 00700000
007100                    F000                                          00710000
007200           LABEL RECORD STANDARD.                                 00720000
007300 01               F000               PICTURE X(80).               00730000
007400 FD                 CTLFLX                                        00740000
007500      BLOCK              00000 RECORDS                            00750000
007600      DATA RECORD                                                 00760000
007700                    FX00                                          00770000
007800           LABEL RECORD STANDARD.                                 00780000
007900 01               FX00               PICTURE X(80).               00790000
008000 WORKING-STORAGE SECTION.                                         00800000
008100      EXEC SQL                                                    00810000
008200         INCLUDE SQLCA                                            00820000
008300      END-EXEC.                                                   00830000
008400******                                                            00840000
008500      EXEC SQL                                                    00850000
008600         INCLUDE MVTHIST                                          00860000
008700      END-EXEC.                                                   00870000
008800******                                                            00880000
008900      EXEC SQL                                                    00890000
009000         INCLUDE TRFATT                                           00900000
009100      END-EXEC.                                                   00910000
009200******                                                            00920000
009300 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LPARMVT'.                    00930000
009400 01  W-SQLCODE      PIC +++9.                                     00940000
009500 01  W-EOF-MV       PIC X     VALUE '0'.                          00950000
009600     88  FIN-MV-OK            VALUE '1'.                          00960000
009700 01  W-EOF-PRM      PIC X     VALUE '0'.                          00970000
009800     88  FIN-PRM-OK           VALUE '1'.                          00980000
009900 01  W-ENREG        PIC X(80) VALUE SPACES.                       00990000
010000 01  W-ENT-1        PIC X(2)  VALUE SPACES.                       01000000
010100 01  W-ENT-2        PIC X(2)  VALUE SPACES.                       01010000
010200 01  W-ENT-RECH     PIC X(2)  VALUE SPACES.                       01020000
010300 01  W-FLUX         PIC 9(1)  VALUE ZERO.                         01030000
010400 01  W-FLUX-TROUVE  PIC 9(1)  VALUE ZERO.                         01040000
010500 01  WX-FLX         PIC S9(4) USAGE COMP VALUE ZERO.              01050000
010600 01  W-NB-FLUX      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01060000
010700 01  W-LOT-ID       PIC X(8)  VALUE SPACES.                       01070000
010800 01  W-LOT-DATE     PIC X(8)  VALUE SPACES.                       01080000
010900 01  W-LOT-SEQ      PIC 9(6)  VALUE ZERO.                         01090000
011000 01  W-ID-FLUX.                                                   01100000
011100     05  FILLER     PIC X(6)  VALUE 'MVTFLX'.                     01110000
011200     05  W-ID-FLX-NO PIC 9(1) VALUE ZERO.                         01120000
011300     05  FILLER     PIC X(1)  VALUE SPACE.                        01130000
011400 01  W-TAB-BORNES.                                                01140000
011500     05  W-FLX-POSTE OCCURS 4 TIMES.                              01150000
011600        10  W-FLX-DEB  PIC X(2).                                  01160000
011700        10  W-FLX-FIN  PIC X(2).                                  01170000
011800 01  W-FLX-DEB-C    PIC X(2)  VALUE SPACES.                       01180000
011900 01  W-FLX-FIN-C    PIC X(2)  VALUE SPACES.                       01190000
012000 COPY ANORMAL.                                                    01200000
012100 COPY JRNCOM.                                                     01210000
012200 COPY CTLLOT.                                                     01220000
012300 COPY FICCOM.                                                     01230000
012400 COPY DATCOM.                                                     01240000
012500 COPY PRMCOM.                                                     01250000
012600 COPY FLXCOM.                                                     01260000
012700******                                                            01270000
012800 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01280000
012900 01  W-CPT-CROISES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01290000
013000 01  W-TAB-CPT.                                                   01300000
013100     05  W-CPT-FLUX PIC S9(9) USAGE COMP-3 OCCURS 4 TIMES.        01310000
013200******                                                            01320000
013300 PROCEDURE DIVISION.                                              01330000
013400 1000-LPARMVT-DEB.                                                01340000
013500     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01350000
013600     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01360000
013700     MOVE 'D' TO JRN-PHASE                                        01370000
013800     CALL 'JRNEXEC' USING JRN-EXECUTION                           01380000
013900     PERFORM 5000-INIT-DEB                                        01390000
014000       THRU  5000-INIT-FIN.                                       01400000
014100     PERFORM 6010-TRAITE-DEB                                      01410000
014200       THRU  6010-TRAITE-FIN                                      01420000
014300       UNTIL FIN-MV-OK.                                           01430000
014400     PERFORM 8000-FIN-TRT-DEB                                     01440000
014500       THRU  8000-FIN-TRT-FIN.                                    01450000
014600     PERFORM 9990-FIN-NORMALE-DEB                                 01460000
014700       THRU  9990-FIN-NORMALE-FIN.                                01470000
014800 1000-LPARMVT-FIN.                                                01480000
014900     EXIT.                                                        01490000
015000***************                                                   01500000
015100 5000-INIT-DEB.                                                   01510000
015200     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01520000
015300     IF DAT-CODE-RETOUR NOT = ZERO                                01530000
015400         MOVE ZERO TO W-SQLCODE                                   01540000
015500         MOVE 'AUCUNE JOURNEE OUVERTE'                            01550000
015600              TO W-MESSAGE-ANOR                                   01560000
015700         PERFORM 9999-FIN-ANORMALE-DEB                            01570000
015800           THRU  9999-FIN-ANORMALE-FIN.                           01580000
015900     PERFORM 5010-PRM-FLUX-DEB                                    01590000
016000       THRU  5010-PRM-FLUX-FIN.                                   01600000
016100     PERFORM 5100-CTL-LOT-DEB                                     01610000
016200       THRU  5100-CTL-LOT-FIN.                                    01620000
016300     INITIALIZE W-TAB-CPT.                                        01630000
016400     OPEN INPUT  MV-FICHIER.                                      01640000
016500     OPEN OUTPUT FLUX1.                                           01650000
016600     OPEN OUTPUT FLUX2.                                           01660000
016700     OPEN OUTPUT FLUX3.                                           01670000
016800     OPEN OUTPUT FLUX4.                                           01680000
016900     OPEN OUTPUT FLUX0.                                           01690000
017000     OPEN OUTPUT CTLFLX.                                          01700000
017100     MOVE 1 TO W-FLUX.                                            01710000
017200 5000-INIT-10.                                                    01720000
017300     PERFORM 5200-ENTETE-DEB                                      01730000
017400       THRU  5200-ENTETE-FIN.                                     01740000
017500     IF W-FLUX < 4                                                01750000
017600         ADD 1 TO W-FLUX                                          01760000
017700         GO TO 5000-INIT-10.                                      01770000
017800     MOVE ZERO TO W-FLUX.                                         01780000
017900     PERFORM 5200-ENTETE-DEB                                      01790000
018000       THRU  5200-ENTETE-FIN.                                     01800000
018100 5000-INIT-FIN.                                                   01810000
018200      EXIT.                                                       01820000
018300***************                                                   01830000
018400 5010-PRM-FLUX-DEB.                                               01840000
018500     OPEN INPUT PARMFLX.                                          01850000
018600     READ PARMFLX AT END                                          01860000
018700         MOVE '1' TO W-EOF-PRM.                                   01870000
018800     IF NOT FIN-PRM-OK AND PF00-NB-FLUX NOT = SPACE               01880000
018900         MOVE PF00 TO FLX-PARAMETRE                               01890000
019000     ELSE                                                         01900000
019100         MOVE W-PROGRAM-ID TO PRM-PROGRAMME                       01910000
019200         MOVE 'FLUX' TO PRM-NOM                                   01920000
019300         CALL 'PARMLIT' USING PRM-LECTURE                         01930000
019400         MOVE PRM-VALEUR TO FLX-PARAMETRE                         01940000
019500         IF PRM-CODE-RETOUR NOT = ZERO                            01950000
019600             MOVE ZERO TO FLX-NB-FLUX.                            01960000
019700     CLOSE PARMFLX.                                               01970000
019800     IF FLX-NB-FLUX NOT NUMERIC                                   01980000
019900         OR FLX-NB-FLUX = ZERO                                    01990000
020000         OR FLX-NB-FLUX > 4                                       02000000
020100         MOVE ZERO TO W-SQLCODE                                   02010000
020200         MOVE 'NOMBRE DE FLUX ABSENT OU ERRONE'                   02020000
020300              TO W-MESSAGE-ANOR                                   02030000
020400         PERFORM 9999-FIN-ANORMALE-DEB                            02040000
020500           THRU  9999-FIN-ANORMALE-FIN.                           02050000
020600     MOVE 1 TO WX-FLX.                                            02060000
020700     MOVE SPACES TO W-FLX-DEB-C.                                  02070000
020800 5010-PRM-FLUX-10.                                                02080000
020900     IF WX-FLX > 4                                                02090000
021000         GO TO 5010-PRM-FLUX-FIN.                                 02100000
021100     MOVE W-FLX-DEB-C TO W-FLX-DEB (WX-FLX).                      02110000
021200     IF WX-FLX NOT < FLX-NB-FLUX                                  02120000
021300         MOVE SPACES TO W-FLX-FIN (WX-FLX)                        02130000
021400         MOVE SPACES TO W-FLX-DEB-C                               02140000
021500         ADD 1 TO WX-FLX                                          02150000
021600         GO TO 5010-PRM-FLUX-10.                                  02160000
021700     IF FLX-BORNE (WX-FLX) = SPACES                               02170000
021800         OR FLX-BORNE (WX-FLX) NOT > W-FLX-DEB-C                  02180000
021900         MOVE ZERO TO W-SQLCODE                                   02190000
022000         MOVE 'BORNES DE FLUX ABSENTES OU NON CROISSANTES'        02200000
022100              TO W-MESSAGE-ANOR                                   02210000
022200         PERFORM 9999-FIN-ANORMALE-DEB                            02220000
022300           THRU  9999-FIN-ANORMALE-FIN.                           02230000
022400     MOVE FLX-BORNE (WX-FLX) TO W-FLX-FIN (WX-FLX).               02240000
022500     MOVE FLX-BORNE (WX-FLX) TO W-FLX-DEB-C.                      02250000
022600     ADD 1 TO WX-FLX.                                             02260000
022700     GO TO 5010-PRM-FLUX-10.                                      02270000
022800 5010-PRM-FLUX-FIN.                                               02280000
022900      EXIT.                                                       02290000
023000***************                                                   02300000
023100 5100-CTL-LOT-DEB.                                                02310000
023200     OPEN INPUT MV-FICHIER.                                       02320000
023300     MOVE ZERO TO CTL-NB-DONNEES.                                 02330000
023400     MOVE '0' TO CTL-PIED-TROUVE CTL-EOF.                         02340000
023500     READ MV-FICHIER AT END                                       02350000
023600         MOVE 'FICHIER VIDE - ENTETE ABSENTE'                     02360000
023700              TO W-MESSAGE-ANOR                                   02370000
023800         MOVE ZERO TO W-SQLCODE                                   02380000
023900         PERFORM 9999-FIN-ANORMALE-DEB                            02390000
024000           THRU  9999-FIN-ANORMALE-FIN.                           02400000
024100     MOVE MV00 TO CTL-ENTETE-LOT.                                 02410000
024200     IF CTL-ENT-TYPE NOT = 'HDR'                                  02420000
024300         MOVE 'ENTETE DE LOT ABSENTE'                             02430000
024400              TO W-MESSAGE-ANOR                                   02440000
024500         MOVE ZERO TO W-SQLCODE                                   02450000
024600         PERFORM 9999-FIN-ANORMALE-DEB                            02460000
024700           THRU  9999-FIN-ANORMALE-FIN.                           02470000
024800     IF CTL-FLUX-PARALLELE OR CTL-ENT-FLUX = '0'                  02480000
024900         MOVE 'LOT DEJA DECOUPE PAR FLUX'                         02490000
025000              TO W-MESSAGE-ANOR                                   02500000
025100         MOVE ZERO TO W-SQLCODE                                   02510000
025200         PERFORM 9999-FIN-ANORMALE-DEB                            02520000
025300           THRU  9999-FIN-ANORMALE-FIN.                           02530000
025400     PERFORM 5110-LIT-LOT-DEB                                     02540000
025500       THRU  5110-LIT-LOT-FIN                                     02550000
025600       UNTIL CTL-EOF-OK.                                          02560000
025700     IF NOT CTL-PIED-OK                                           02570000
025800         MOVE 'FIN DE LOT ABSENTE'                                02580000
025900              TO W-MESSAGE-ANOR                                   02590000
026000         MOVE ZERO TO W-SQLCODE                                   02600000
026100         PERFORM 9999-FIN-ANORMALE-DEB                            02610000
026200           THRU  9999-FIN-ANORMALE-FIN.                           02620000
026300     IF CTL-PIED-NB NOT = CTL-NB-DONNEES                          02630000
026400         MOVE 'TOTAL DE LOT ERRONE'                               02640000
026500              TO W-MESSAGE-ANOR                                   02650000
026600         MOVE ZERO TO W-SQLCODE                                   02660000
026700         PERFORM 9999-FIN-ANORMALE-DEB                            02670000
026800           THRU  9999-FIN-ANORMALE-FIN.                           02680000
026900     MOVE 'C' TO FIC-MODE.                                        02690000
027000     MOVE CTL-ENT-ID TO FIC-ID.                                   02700000
027100     MOVE CTL-ENT-DATE TO FIC-DATE.                               02710000
027200     MOVE CTL-ENT-SEQ TO FIC-SEQ.                                 02720000
027300     MOVE W-PROGRAM-ID TO FIC-PROGRAMME.                          02730000
027400     CALL 'FICCTL' USING FIC-CONTROLE.                            02740000
027500     IF FIC-CODE-RETOUR NOT = ZERO                                02750000
027600         MOVE 'LOT DEJA TRAITE - REFUSE'                          02760000
027700              TO W-MESSAGE-ANOR                                   02770000
027800         MOVE ZERO TO W-SQLCODE                                   02780000
027900         PERFORM 9999-FIN-ANORMALE-DEB                            02790000
028000           THRU  9999-FIN-ANORMALE-FIN.                           02800000
028100     MOVE CTL-ENT-ID TO W-LOT-ID.                                 02810000
028200     MOVE CTL-ENT-DATE TO W-LOT-DATE.                             02820000
028300     MOVE CTL-ENT-SEQ TO W-LOT-SEQ.                               02830000
028400     CLOSE MV-FICHIER.                                            02840000
028500 5100-CTL-LOT-FIN.                                                02850000
028600      EXIT.                                                       02860000
028700***************                                                   02870000
028800 5110-LIT-LOT-DEB.                                                02880000
028900     READ MV-FICHIER AT END                                       02890000
029000         MOVE '1' TO CTL-EOF                                      02900000
029100         GO TO 5110-LIT-LOT-FIN.                                  02910000
029200     IF MV00-CTL-TYPE = 'TRL'                                     02920000
029300         MOVE MV00 TO CTL-PIED-LOT                                02930000
029400         MOVE '1' TO CTL-PIED-TROUVE                              02940000
029500     ELSE                                                         02950000
029600         ADD 1 TO CTL-NB-DONNEES.                                 02960000
029700 5110-LIT-LOT-FIN.                                                02970000
029800      EXIT.                                                       02980000
029900***************                                                   02990000
030300 5200-ENTETE-DEB.                                                 03030000
030400     MOVE SPACES TO CTL-ENTETE-LOT.                               03040000
030500     MOVE 'HDR' TO CTL-ENT-TYPE.                                  03050000
030600     MOVE W-FLUX TO W-ID-FLX-NO.                                  03060000
030700     MOVE W-ID-FLUX TO CTL-ENT-ID.                                03070000
030800     MOVE DAT-DATE-AMJ TO CTL-ENT-DATE.                           03080000
030900     MOVE W-LOT-SEQ TO CTL-ENT-SEQ.                               03090000
031000     MOVE W-FLUX TO CTL-ENT-FLUX.                                 03100000
031100     IF W-FLUX NOT = ZERO                                         03110000
031200         MOVE W-FLX-DEB (W-FLUX) TO CTL-ENT-ENT-DEB               03120000
031300         MOVE W-FLX-FIN (W-FLUX) TO CTL-ENT-ENT-FIN.              03130000
031400     MOVE CTL-ENTETE-LOT TO W-ENREG.                              03140000
031500     PERFORM 6090-ECRIT-DEB                                       03150000
031600       THRU  6090-ECRIT-FIN.                                      03160000
031700 5200-ENTETE-FIN.                                                 03170000
031800      EXIT.                                                       03180000
031900***************                                                   03190000
032000 6010-TRAITE-DEB.                                                 03200000
032100     READ MV-FICHIER AT END                                       03210000
032200         MOVE '1' TO W-EOF-MV                                     03220000
032300         GO TO 6010-TRAITE-FIN.                                   03230000
032400     IF MV00-CTL-TYPE = 'HDR'                                     03240000
032500         GO TO 6010-TRAITE-FIN.                                   03250000
032600     IF MV00-CTL-TYPE = 'TRL'                                     03260000
032700         MOVE '1' TO W-EOF-MV                                     03270000
032800         GO TO 6010-TRAITE-FIN.                                   03280000
032900     ADD 1 TO W-CPT-LUS.                                          03290000
033000     PERFORM 6020-FLUX-MVT-DEB                                    03300000
033100       THRU  6020-FLUX-MVT-FIN.                                   03310000
033200     MOVE MV00 TO W-ENREG.                                        03320000
033300     PERFORM 6090-ECRIT-DEB                                       03330000
033400       THRU  6090-ECRIT-FIN.                                      03340000
033500     IF W-FLUX = ZERO                                             03350000
033600         ADD 1 TO W-CPT-CROISES                                   03360000
033700     ELSE                                                         03370000
033800         ADD 1 TO W-CPT-FLUX (W-FLUX).                            03380000
033900 6010-TRAITE-FIN.                                                 03390000
034000      EXIT.                                                       03400000
034100***************                                                   03410000
034800 6020-FLUX-MVT-DEB.                                               03480000
034900     MOVE MV00-ENTREPOT TO W-ENT-1.                               03490000
035000     MOVE SPACES TO W-ENT-2.                                      03500000
035100     EVALUATE MV00-TYPE                                           03510000
035200         WHEN 'T'                                                 03520000
035300             MOVE MV00-ENT-DEST TO W-ENT-2                        03530000
035400         WHEN 'C'                                                 03540000
035500             MOVE MV00-NO-TRF TO W-ID-TRANSFERT                   03550000
035600             PERFORM 6030-ORIGINE-TRF-DEB                         03560000
035700               THRU  6030-ORIGINE-TRF-FIN                         03570000
035800         WHEN 'V'                                                 03580000
035900             PERFORM 6040-MVT-ORIGINE-DEB                         03590000
036000               THRU  6040-MVT-ORIGINE-FIN                         03600000
036100         WHEN OTHER                                               03610000
036200             CONTINUE                                             03620000
036300     END-EVALUATE.                                                03630000
036400     MOVE W-ENT-1 TO W-ENT-RECH.                                  03640000
036500     PERFORM 6050-CHERCHE-FLUX-DEB                                03650000
036600       THRU  6050-CHERCHE-FLUX-FIN.                               03660000
036700     MOVE W-FLUX-TROUVE TO W-FLUX.                                03670000
036800     IF W-ENT-2 = SPACES                                          03680000
036900         GO TO 6020-FLUX-MVT-FIN.                                 03690000
037000     MOVE W-ENT-2 TO W-ENT-RECH.                                  03700000
037100     PERFORM 6050-CHERCHE-FLUX-DEB                                03710000
037200       THRU  6050-CHERCHE-FLUX-FIN.                               03720000
037300     IF W-FLUX-TROUVE NOT = W-FLUX                                03730000
037400         MOVE ZERO TO W-FLUX.                                     03740000
037500 6020-FLUX-MVT-FIN.                                               03750000
037600      EXIT.                                                       03760000
037700***************                                                   03770000
037800 6030-ORIGINE-TRF-DEB.                                            03780000
037900     EXEC SQL                                                     03790000
038000         SELECT ENT_ORIGINE                                       03800000
038100           INTO :W-ENT-ORIGINE                                    03810000
038200           FROM API7.TRANSFERT_ATTENTE                            03820000
038300          WHERE ID_TRANSFERT = :W-ID-TRANSFERT                    03830000
038400     END-EXEC.                                                    03840000
038500     EVALUATE SQLCODE                                             03850000
038600         WHEN ZERO                                                03860000
038700             MOVE W-ENT-ORIGINE TO W-ENT-2                        03870000
038800         WHEN 100                                                 03880000
038900             CONTINUE                                             03890000
039000         WHEN OTHER                                               03900000
039100             MOVE SQLCODE TO W-SQLCODE                            03910000
039200             MOVE 'SELECT TRANSFERT_ATT SQLCODE = '               03920000
039300                  TO W-MESSAGE-ANOR                               03930000
039400             PERFORM 9999-FIN-ANORMALE-DEB                        03940000
039500               THRU  9999-FIN-ANORMALE-FIN                        03950000
039600     END-EVALUATE.                                                03960000
039700 6030-ORIGINE-TRF-FIN.                                            03970000
039800      EXIT.                                                       03980000
039900***************                                                   03990000
040000 6040-MVT-ORIGINE-DEB.                                            04000000
040100     MOVE MV00-NO-MVT TO W-NO-MOUVEMENT.                          04010000
040200     EXEC SQL                                                     04020000
040300         SELECT ID_ENTREPOT, TYPE_MOUVEMENT,                      04030000
040400                COALESCE(ENT_DEST, ' '), NO_TRANSFERT             04040000
040500           INTO :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,              04050000
040600                :W-TYPE-MOUVEMENT,                                04060000
040700                :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                 04070000
040800                :W-NO-TRANSFERT                                   04080000
040900           FROM API7.MOUVEMENT_STOCK                              04090000
041000          WHERE NO_MOUVEMENT = :W-NO-MOUVEMENT                    04100000
041100     END-EXEC.                                                    04110000
041200     EVALUATE SQLCODE                                             04120000
041300         WHEN ZERO                                                04130000
041400             CONTINUE                                             04140000
041500         WHEN 100                                                 04150000
041600             GO TO 6040-MVT-ORIGINE-FIN                           04160000
041700         WHEN OTHER                                               04170000
041800             MOVE SQLCODE TO W-SQLCODE                            04180000
041900             MOVE 'SELECT MOUVEMENT_STOCK SQLCODE = '             04190000
042000                  TO W-MESSAGE-ANOR                               04200000
042100             PERFORM 9999-FIN-ANORMALE-DEB                        04210000
042200               THRU  9999-FIN-ANORMALE-FIN                        04220000
042300     END-EVALUATE.                                                04230000
042400     MOVE W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK TO W-ENT-1.          04240000
042500     IF W-TYPE-MOUVEMENT = 'T'                                    04250000
042600         MOVE W-ENT-DEST OF DCLMOUVEMENTSTOCK TO W-ENT-2.         04260000
042700     IF W-TYPE-MOUVEMENT = 'C'                                    04270000
042800         AND W-NO-TRANSFERT NOT = ZERO                            04280000
042900         MOVE W-NO-TRANSFERT TO W-ID-TRANSFERT                    04290000
043000         PERFORM 6030-ORIGINE-TRF-DEB                             04300000
043100           THRU  6030-ORIGINE-TRF-FIN.                            04310000
043200 6040-MVT-ORIGINE-FIN.                                            04320000
043300      EXIT.                                                       04330000
043400***************                                                   04340000
043500 6050-CHERCHE-FLUX-DEB.                                           04350000
043600     MOVE 1 TO WX-FLX.                                            04360000
043700 6050-CHERCHE-FLUX-10.                                            04370000
043800     IF WX-FLX NOT < FLX-NB-FLUX                                  04380000
043900         GO TO 6050-CHERCHE-FLUX-20.                              04390000
044000     IF W-ENT-RECH NOT > FLX-BORNE (WX-FLX)                       04400000
044100         GO TO 6050-CHERCHE-FLUX-20.                              04410000
044200     ADD 1 TO WX-FLX.                                             04420000
044300     GO TO 6050-CHERCHE-FLUX-10.                                  04430000
044400 6050-CHERCHE-FLUX-20.                                            04440000
044500     MOVE WX-FLX TO W-FLUX-TROUVE.                                04450000
044600 6050-CHERCHE-FLUX-FIN.                                           04460000
044700      EXIT.                                                       04470000
044800***************                                                   04480000
044900 6090-ECRIT-DEB.                                                  04490000
045000     IF W-FLUX = ZERO                                             04500000
045100         WRITE F000 FROM W-ENREG                                  04510000
045200         GO TO 6090-ECRIT-FIN.                                    04520000
045300     GO TO 6090-ECRIT-1 6090-ECRIT-2 6090-ECRIT-3 6090-ECRIT-4    04530000
045400         DEPENDING ON W-FLUX.                                     04540000
045500 6090-ECRIT-1.                                                    04550000
045600     WRITE F100 FROM W-ENREG.                                     04560000
045700     GO TO 6090-ECRIT-FIN.                                        04570000
045800 6090-ECRIT-2.                                                    04580000
045900     WRITE F200 FROM W-ENREG.                                     04590000
046000     GO TO 6090-ECRIT-FIN.                                        04600000
046100 6090-ECRIT-3.                                                    04610000
046200     WRITE F300 FROM W-ENREG.                                     04620000
046300     GO TO 6090-ECRIT-FIN.                                        04630000
046400 6090-ECRIT-4.                                                    04640000
046500     WRITE F400 FROM W-ENREG.                                     04650000
046600 6090-ECRIT-FIN.                                                  04660000
046700      EXIT.                                                       04670000
046800***************                                                   04680000
046900 8000-FIN-TRT-DEB.                                                04690000
047000     MOVE 1 TO W-FLUX.                                            04700000
047100 8000-FIN-TRT-10.                                                 04710000
047200     PERFORM 8010-PIED-DEB                                        04720000
047300       THRU  8010-PIED-FIN.                                       04730000
047400     IF W-FLUX < 4                                                04740000
047500         ADD 1 TO W-FLUX                                          04750000
047600         GO TO 8000-FIN-TRT-10.                                   04760000
047700     MOVE ZERO TO W-FLUX.                                         04770000
047800     PERFORM 8010-PIED-DEB                                        04780000
047900       THRU  8010-PIED-FIN.                                       04790000
048000     MOVE 'E' TO FIC-MODE.                                        04800000
048100     MOVE W-LOT-ID TO FIC-ID.                                     04810000
048200     MOVE W-LOT-DATE TO FIC-DATE.                                 04820000
048300     MOVE W-LOT-SEQ TO FIC-SEQ.                                   04830000
048400     MOVE W-PROGRAM-ID TO FIC-PROGRAMME.                          04840000
048500     CALL 'FICCTL' USING FIC-CONTROLE.                            04850000
048600     IF FIC-CODE-RETOUR NOT = ZERO                                04860000
048700         DISPLAY 'ENREGISTREMENT DU LOT IMPOSSIBLE'.              04870000
048800     CLOSE MV-FICHIER.                                            04880000
048900     CLOSE FLUX1.                                                 04890000
049000     CLOSE FLUX2.                                                 04900000
049100     CLOSE FLUX3.                                                 04910000
049200     CLOSE FLUX4.                                                 04920000
049300     CLOSE FLUX0.                                                 04930000
049400     CLOSE CTLFLX.                                                04940000
049500     DISPLAY 'MOUVEMENTS LUS       = ' W-CPT-LUS.                 04950000
049600     DISPLAY 'MOUVEMENTS CROISES   = ' W-CPT-CROISES.             04960000
049700     MOVE 'F' TO JRN-PHASE.                                       04970000
049800     MOVE W-CPT-LUS TO JRN-NB-LUS.                                04980000
049900     MOVE W-CPT-LUS TO JRN-NB-ECRITS.                             04990000
050000     MOVE ZERO TO JRN-NB-REJETES.                                 05000000
050100     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         05010000
050200     CALL 'JRNEXEC' USING JRN-EXECUTION.                          05020000
050300 8000-FIN-TRT-FIN.                                                05030000
050400      EXIT.                                                       05040000
050500***************                                                   05050000
050900 8010-PIED-DEB.                                                   05090000
051000     MOVE SPACES TO FLX-CONTROLE.                                 05100000
051100     IF W-FLUX = ZERO                                             05110000
051200         MOVE W-CPT-CROISES TO W-NB-FLUX                          05120000
051300         MOVE SPACES TO W-FLX-DEB-C W-FLX-FIN-C                   05130000
051400     ELSE                                                         05140000
051500         MOVE W-CPT-FLUX (W-FLUX) TO W-NB-FLUX                    05150000
051600         MOVE W-FLX-DEB (W-FLUX) TO W-FLX-DEB-C                   05160000
051700         MOVE W-FLX-FIN (W-FLUX) TO W-FLX-FIN-C.                  05170000
051800     MOVE SPACES TO CTL-PIED-LOT.                                 05180000
051900     MOVE 'TRL' TO CTL-PIED-TYPE.                                 05190000
052000     MOVE W-NB-FLUX TO CTL-PIED-NB.                               05200000
052100     MOVE CTL-PIED-LOT TO W-ENREG.                                05210000
052200     PERFORM 6090-ECRIT-DEB                                       05220000
052300       THRU  6090-ECRIT-FIN.                                      05230000
052400     MOVE 'MVT' TO FLX-CTL-TYPE.                                  05240000
052500     MOVE W-FLUX TO FLX-CTL-FLUX.                                 05250000
052600     MOVE W-FLX-DEB-C TO FLX-CTL-ENT-DEB.                         05260000
052700     MOVE W-FLX-FIN-C TO FLX-CTL-ENT-FIN.                         05270000
052800     MOVE W-NB-FLUX TO FLX-CTL-NB.                                05280000
052900     MOVE W-LOT-ID TO FLX-CTL-LOT-ID.                             05290000
053000     MOVE W-LOT-SEQ TO FLX-CTL-LOT-SEQ.                           05300000
053100     WRITE FX00 FROM FLX-CONTROLE.                                05310000
053200     DISPLAY 'FLUX ' W-FLUX ' ENTREPOTS ' W-FLX-DEB-C             05320000
053300         ' A ' W-FLX-FIN-C ' = ' W-NB-FLUX.                       05330000
053400 8010-PIED-FIN.                                                   05340000
053500      EXIT.                                                       05350000
053600************                                                      05360000
053700************                                                      05370000
053800  9990-FIN-NORMALE-DEB.                                           05380000
053900            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           05390000
054000       GOBACK.                                                    05400000
054100  9990-FIN-NORMALE-FIN.                                           05410000
054200       EXIT.                                                      05420000
054300*************                                                     05430000
054400 COPY ANORPROC.                                                   05440000
