000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LETIQUE .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMETI       ASSIGN    PARMETI.                  00060000
000700     SELECT     REC-FICHIER   ASSIGN    RECETI.                   00070000
000800     SELECT     ETI-FICHIER   ASSIGN    ETIQUET.                  00080000
000900 DATA DIVISION.                                                   00090000
001000 FILE SECTION.                                                    00100000
001100 FD                 PARMETI                                       00110000
001200      BLOCK              00000 RECORDS                            00120000
001300      DATA RECORD                                                 00130000
001400                    PE00                                          00140000
001500           LABEL RECORD STANDARD.                                 00150000
001600 01               PE00.                                           00160000
001700   10             PE00-MODE     PICTURE X(1).                     00170000
001800     88           PE00-RAYON    VALUE 'E'.                        00180000
001900     88           PE00-RECEPTION VALUE 'R'.                       00190000
002000   10             PE00-ENTREPOT PICTURE X(2).                     00200000
002100   10             PE00-ALLEE    PICTURE X(2).                     00210000
002200   10             PE00-ETAGERE  PICTURE X(2).                     00220000
002300   10             PE00-CASIER   PICTURE X(3).                     00230000
002400   10             PE00-NO-CMD   PICTURE 9(9).                     00240000
002500   10             PE00-FILLER   PICTURE X(61).                    00250000
002600 FD                 REC-FICHIER                                   00260000
002700      BLOCK              00000 RECORDS                            00270000
002800      DATA RECORD                                                 00280000
002900                    RE00                                          00290000
003000           LABEL RECORD STANDARD.                                 00300000
003100 01               RE00.                                           00310000
003200   10             RE00-NO-CMD   PICTURE 9(9).                     00320000
003300   10             RE00-NOART    PICTURE 9(9).                     00330000
003400   10             RE00-ENTREPOT PICTURE X(2).                     00340000
003500   10             RE00-QTE-RECUE PICTURE 9(9).                    00350000
003600   10             RE00-NO-LOT   PICTURE X(10).                    00360000
003700   10             RE00-DATE-PER PICTURE X(8).                     00370000
003800   10             RE00-DATE-REC PICTURE X(8).                     00380000
003900   10             RE00-FILLER   PICTURE X(25).                    00390000
004000 FD                 ETI-FICHIER                                   00400000
004100      BLOCK              00000 RECORDS                            00410000
004200      DATA RECORD                                                 00420000
004300                    ET00                                          00430000
004400           LABEL RECORD STANDARD.                                 00440000
004500 01               ET00.                                           00450000
004600   10             ET00-TYPE     PICTURE X(1).                     00460000
004700   10             ET00-ENTREPOT PICTURE X(2).                     00470000
004800   10             ET00-ALLEE    PICTURE X(2).                     00480000
004900   10             ET00-ETAGERE  PICTURE X(2).                     00490000
005000   10             ET00-CASIER   PICTURE X(3).                     00500000
005100   10             ET00-NOART    PICTURE 9(9).                     00510000
005200   10             ET00-DESIGNATION PICTURE X(20).                 00520000
005300   10             ET00-RAYON.                                     00530000
005400     15           ET00-FAMILLE  PICTURE X(2).                     00540000
005500     15           ET00-LIB-FAM  PICTURE X(20).                    00550000
005600     15           ET00-FILLER-E PICTURE X(19).                    00560000
005700   10             ET00-RECEPTION REDEFINES ET00-RAYON.            00570000
005800     15           ET00-NO-CMD   PICTURE 9(9).                     00580000
005900     15           ET00-NO-LOT   PICTURE X(10).                    00590000
006000     15           ET00-DATE-PER PICTURE X(8).                     00600000
006100     15           ET00-QTE-RECUE PICTURE 9(9).                    00610000
006200     15           ET00-FILLER-R PICTURE X(5).                     00620000
006300 WORKING-STORAGE SECTION.                                         00630000
006400      EXEC SQL                                                    00640000
006500         INCLUDE SQLCA                                            00650000
006600      END-EXEC.                                                   00660000
006700*****                                                             00670000
006800      EXEC SQL                                                    00680000
006900         INCLUDE ARTICLE                                          00690000
007000      END-EXEC.                                                   00700000
007100*****                                                             00710000
007200      EXEC SQL                                                    00720000
007300         INCLUDE EMPLACE                                          00730000
007400      END-EXEC.                                                   00740000
007500*****                                                             00750000
007600      EXEC SQL                                                    00760000
007700         INCLUDE FAMILLE                                          00770000
007800      END-EXEC.                                                   00780000
007900******                                                            00790000
008000      EXEC SQL                                                    00800000
008100         DECLARE C-RAYON CURSOR FOR                               00810000
008200         SELECT E.ID_ARTICLE, A.DESIGNATION, E.ALLEE,             00820000
008300                E.ETAGERE, E.CASIER, A.ID_FAMILLE, F.LIBELLE      00830000
008400           FROM API7.EMPLACEMENT E, API7.ARTICLE A,               00840000
008500                API7.FAMILLE F                                    00850000
008600          WHERE A.ID_ARTICLE = E.ID_ARTICLE                       00860000
008700            AND F.ID_FAMILLE = A.ID_FAMILLE                       00870000
008800            AND E.ID_ENTREPOT = :PE00-ENTREPOT                    00880000
008900            AND (:PE00-ALLEE = '  ' OR E.ALLEE = :PE00-ALLEE)     00890000
009000            AND (:PE00-ETAGERE = '  '                             00900000
009100                 OR E.ETAGERE = :PE00-ETAGERE)                    00910000
009200            AND (:PE00-CASIER = '   '                             00920000
009300                 OR E.CASIER = :PE00-CASIER)                      00930000
009400          ORDER BY E.ALLEE, E.ETAGERE, E.CASIER, E.ID_ARTICLE     00940000
009500      END-EXEC.                                                   00950000
009600******                                                            00960000
009700 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LETIQUE'.                    00970000
009800 01  W-SQLCODE      PIC +++9.                                     00980000
009900 01  W-EOF-PRM      PIC X     VALUE '0'.                          00990000
010000     88  FIN-PRM-OK           VALUE '1'.                          01000000
010100 01  W-EOF-ETI      PIC X     VALUE '0'.                          01010000
010200     88  FIN-ETI-OK           VALUE '1'.                          01020000
010300 COPY ANORMAL.                                                    01030000
010400 COPY JRNCOM.                                                     01040000
010500******                                                            01050000
010600 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01060000
010700 01  W-CPT-ETIQ     PIC S9(9) USAGE COMP-3 VALUE ZERO.            01070000
010800 01  W-CPT-SANS-EMP PIC S9(9) USAGE COMP-3 VALUE ZERO.            01080000
010900******                                                            01090000
011000 PROCEDURE DIVISION.                                              01100000
011100 1000-LETIQUE-DEB.                                                01110000
011200     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01120000
011300     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01130000
011400     MOVE 'D' TO JRN-PHASE                                        01140000
011500     CALL 'JRNEXEC' USING JRN-EXECUTION                           01150000
011600     PERFORM 5000-INIT-DEB                                        01160000
011700       THRU  5000-INIT-FIN.                                       01170000
011800     PERFORM 6010-TRAITE-DEB                                      01180000
011900       THRU  6010-TRAITE-FIN                                      01190000
012000       UNTIL FIN-ETI-OK.                                          01200000
012100     PERFORM 8000-FIN-TRT-DEB                                     01210000
012200       THRU  8000-FIN-TRT-FIN.                                    01220000
012300     PERFORM 9990-FIN-NORMALE-DEB                                 01230000
012400       THRU  9990-FIN-NORMALE-FIN.                                01240000
012500 1000-LETIQUE-FIN.                                                01250000
012600     EXIT.                                                        01260000
012700***************                                                   01270000
012800 5000-INIT-DEB.                                                   01280000
012900     OPEN INPUT PARMETI.                                          01290000
013000     READ PARMETI AT END                                          01300000
013100         MOVE '1' TO W-EOF-PRM.                                   01310000
013200     CLOSE PARMETI.                                               01320000
013300     IF FIN-PRM-OK                                                01330000
013400         MOVE 'CARTE PARMETI ABSENTE' TO W-MESSAGE-ANOR           01340000
013500         MOVE ZERO TO W-SQLCODE                                   01350000
013600         PERFORM 9999-FIN-ANORMALE-DEB                            01360000
013700           THRU  9999-FIN-ANORMALE-FIN.                           01370000
013800     IF NOT PE00-RAYON AND NOT PE00-RECEPTION                     01380000
013900         MOVE 'MODE PARMETI INVALIDE (E OU R)' TO W-MESSAGE-ANOR  01390000
014000         MOVE ZERO TO W-SQLCODE                                   01400000
014100         PERFORM 9999-FIN-ANORMALE-DEB                            01410000
014200           THRU  9999-FIN-ANORMALE-FIN.                           01420000
014300     IF PE00-NO-CMD NOT NUMERIC                                   01430000
014400         MOVE ZERO TO PE00-NO-CMD.                                01440000
014500     OPEN OUTPUT ETI-FICHIER.                                     01450000
014600     IF PE00-RECEPTION                                            01460000
014700         DISPLAY 'ETIQUETTES DE RECEPTION - COMMANDE '            01470000
014800                 PE00-NO-CMD                                      01480000
014900         OPEN INPUT REC-FICHIER                                   01490000
015000         GO TO 5000-INIT-FIN.                                     01500000
015100     IF PE00-ENTREPOT = SPACES                                    01510000
015200         MOVE 'ENTREPOT OBLIGATOIRE EN MODE E' TO W-MESSAGE-ANOR  01520000
015300         MOVE ZERO TO W-SQLCODE                                   01530000
015400         PERFORM 9999-FIN-ANORMALE-DEB                            01540000
015500           THRU  9999-FIN-ANORMALE-FIN.                           01550000
015600     DISPLAY 'ETIQUETTES DE RAYON - ENTREPOT ' PE00-ENTREPOT      01560000
015700             ' ALLEE ' PE00-ALLEE ' ETAGERE ' PE00-ETAGERE        01570000
015800             ' CASIER ' PE00-CASIER.                              01580000
015900     EXEC SQL                                                     01590000
016000         OPEN C-RAYON                                             01600000
016100     END-EXEC.                                                    01610000
016200     IF SQLCODE NOT = ZERO                                        01620000
016300         MOVE SQLCODE TO W-SQLCODE                                01630000
016400         MOVE 'OPEN C-RAYON SQLCODE = '                           01640000
016500              TO W-MESSAGE-ANOR                                   01650000
016600         PERFORM 9999-FIN-ANORMALE-DEB                            01660000
016700           THRU  9999-FIN-ANORMALE-FIN.                           01670000
016800 5000-INIT-FIN.                                                   01680000
016900      EXIT.                                                       01690000
017000***************                                                   01700000
017100 6010-TRAITE-DEB.                                                 01710000
017200     IF PE00-RAYON                                                01720000
017300         PERFORM 6020-RAYON-DEB                                   01730000
017400           THRU  6020-RAYON-FIN                                   01740000
017500     ELSE                                                         01750000
017600         PERFORM 6030-RECEPTION-DEB                               01760000
017700           THRU  6030-RECEPTION-FIN.                              01770000
017800 6010-TRAITE-FIN.                                                 01780000
017900      EXIT.                                                       01790000
018000***************                                                   01800000
018100 6020-RAYON-DEB.                                                  01810000
018200     EXEC SQL                                                     01820000
018300         FETCH C-RAYON                                            01830000
018400          INTO :W-ID-ARTICLE OF DCLEMPLACEMENT,                   01840000
018500               :W-DESIGNATION,                                    01850000
018600               :W-ALLEE, :W-ETAGERE, :W-CASIER,                   01860000
018700               :W-ID-FAMILLE OF DCLFAMILLE,                       01870000
018800               :W-LIBELLE                                         01880000
018900     END-EXEC.                                                    01890000
019000     IF SQLCODE = +100                                            01900000
019100         MOVE '1' TO W-EOF-ETI                                    01910000
019200         GO TO 6020-RAYON-FIN.                                    01920000
019300     IF SQLCODE NOT = ZERO                                        01930000
019400         MOVE SQLCODE TO W-SQLCODE                                01940000
019500         MOVE 'FETCH C-RAYON SQLCODE = '                          01950000
019600              TO W-MESSAGE-ANOR                                   01960000
019700         PERFORM 9999-FIN-ANORMALE-DEB                            01970000
019800           THRU  9999-FIN-ANORMALE-FIN.                           01980000
019900     ADD 1 TO W-CPT-LUS.                                          01990000
020000     MOVE SPACES TO ET00.                                         02000000
020100     MOVE 'E' TO ET00-TYPE.                                       02010000
020200     MOVE PE00-ENTREPOT TO ET00-ENTREPOT.                         02020000
020300     MOVE W-ALLEE TO ET00-ALLEE.                                  02030000
020400     MOVE W-ETAGERE TO ET00-ETAGERE.                              02040000
020500     MOVE W-CASIER TO ET00-CASIER.                                02050000
020600     MOVE W-ID-ARTICLE OF DCLEMPLACEMENT TO ET00-NOART.           02060000
020700     MOVE W-DESIGNATION TO ET00-DESIGNATION.                      02070000
020800     MOVE W-ID-FAMILLE OF DCLFAMILLE TO ET00-FAMILLE.             02080000
020900     MOVE W-LIBELLE TO ET00-LIB-FAM.                              02090000
021000     WRITE ET00.                                                  02100000
021100     ADD 1 TO W-CPT-ETIQ.                                         02110000
021200 6020-RAYON-FIN.                                                  02120000
021300      EXIT.                                                       02130000
021400***************                                                   02140000
021500 6030-RECEPTION-DEB.                                              02150000
021600     READ REC-FICHIER AT END                                      02160000
021700         MOVE '1' TO W-EOF-ETI                                    02170000
021800         GO TO 6030-RECEPTION-FIN.                                02180000
021900     ADD 1 TO W-CPT-LUS.                                          02190000
022000     IF PE00-NO-CMD NOT = ZERO                                    02200000
022100         AND RE00-NO-CMD NOT = PE00-NO-CMD                        02210000
022200         GO TO 6030-RECEPTION-FIN.                                02220000
022300     MOVE RE00-NOART TO W-ID-ARTICLE OF DCLARTICLE.               02230000
022400     EXEC SQL                                                     02240000
022500         SELECT DESIGNATION                                       02250000
022600           INTO :W-DESIGNATION                                    02260000
022700           FROM API7.ARTICLE                                      02270000
022800          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          02280000
022900     END-EXEC.                                                    02290000
023000     EVALUATE SQLCODE                                             02300000
023100        WHEN ZERO                                                 02310000
023200            CONTINUE                                              02320000
023300        WHEN 100                                                  02330000
023400            MOVE SPACES TO W-DESIGNATION                          02340000
023500        WHEN OTHER                                                02350000
023600            MOVE SQLCODE TO W-SQLCODE                             02360000
023700            MOVE 'SELECT ARTICLE SQLCODE = '                      02370000
023800                 TO W-MESSAGE-ANOR                                02380000
023900            PERFORM 9999-FIN-ANORMALE-DEB                         02390000
024000              THRU  9999-FIN-ANORMALE-FIN                         02400000
024100     END-EVALUATE.                                                02410000
024200     MOVE RE00-NOART TO W-ID-ARTICLE OF DCLEMPLACEMENT.           02420000
024300     MOVE RE00-ENTREPOT TO W-ID-ENTREPOT OF DCLEMPLACEMENT.       02430000
024400     EXEC SQL                                                     02440000
024500         SELECT ALLEE, ETAGERE, CASIER                            02450000
024600           INTO :W-ALLEE, :W-ETAGERE, :W-CASIER                   02460000
024700           FROM API7.EMPLACEMENT                                  02470000
024800          WHERE ID_ARTICLE =                                      02480000
024900                :W-ID-ARTICLE OF DCLEMPLACEMENT                   02490000
025000            AND ID_ENTREPOT =                                     02500000
025100                :W-ID-ENTREPOT OF DCLEMPLACEMENT                  02510000
025200     END-EXEC.                                                    02520000
025300     EVALUATE SQLCODE                                             02530000
025400        WHEN ZERO                                                 02540000
025500            CONTINUE                                              02550000
025600        WHEN 100                                                  02560000
025700            MOVE '99' TO W-ALLEE                                  02570000
025800            MOVE '99' TO W-ETAGERE                                02580000
025900            MOVE '999' TO W-CASIER                                02590000
026000            ADD 1 TO W-CPT-SANS-EMP                               02600000
026100        WHEN OTHER                                                02610000
026200            MOVE SQLCODE TO W-SQLCODE                             02620000
026300            MOVE 'SELECT EMPLACEMENT SQLCODE = '                  02630000
026400                 TO W-MESSAGE-ANOR                                02640000
026500            PERFORM 9999-FIN-ANORMALE-DEB                         02650000
026600              THRU  9999-FIN-ANORMALE-FIN                         02660000
026700     END-EVALUATE.                                                02670000
026800     MOVE SPACES TO ET00.                                         02680000
026900     MOVE 'R' TO ET00-TYPE.                                       02690000
027000     MOVE RE00-ENTREPOT TO ET00-ENTREPOT.                         02700000
027100     MOVE W-ALLEE TO ET00-ALLEE.                                  02710000
027200     MOVE W-ETAGERE TO ET00-ETAGERE.                              02720000
027300     MOVE W-CASIER TO ET00-CASIER.                                02730000
027400     MOVE RE00-NOART TO ET00-NOART.                               02740000
027500     MOVE W-DESIGNATION TO ET00-DESIGNATION.                      02750000
027600     MOVE RE00-NO-CMD TO ET00-NO-CMD.                             02760000
027700     MOVE RE00-NO-LOT TO ET00-NO-LOT.                             02770000
027800     MOVE RE00-DATE-PER TO ET00-DATE-PER.                         02780000
027900     MOVE RE00-QTE-RECUE TO ET00-QTE-RECUE.                       02790000
028000     WRITE ET00.                                                  02800000
028100     ADD 1 TO W-CPT-ETIQ.                                         02810000
028200 6030-RECEPTION-FIN.                                              02820000
028300      EXIT.                                                       02830000
028400***************                                                   02840000
028500 8000-FIN-TRT-DEB.                                                02850000
028600     IF PE00-RAYON                                                02860000
028700         EXEC SQL                                                 02870000
028800             CLOSE C-RAYON                                        02880000
028900         END-EXEC                                                 02890000
029000     ELSE                                                         02900000
029100         CLOSE REC-FICHIER.                                       02910000
029200     CLOSE ETI-FICHIER.                                           02920000
029300     DISPLAY 'LIGNES LUES          = ' W-CPT-LUS.                 02930000
029400     DISPLAY 'ETIQUETTES EDITEES   = ' W-CPT-ETIQ.                02940000
029500     DISPLAY 'SANS EMPLACEMENT     = ' W-CPT-SANS-EMP.            02950000
029600     MOVE 'F' TO JRN-PHASE.                                       02960000
029700     MOVE W-CPT-LUS TO JRN-NB-LUS.                                02970000
029800     MOVE W-CPT-ETIQ TO JRN-NB-ECRITS.                            02980000
029900     MOVE W-CPT-SANS-EMP TO JRN-NB-REJETES.                       02990000
030000     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         03000000
030100     CALL 'JRNEXEC' USING JRN-EXECUTION.                          03010000
030200 8000-FIN-TRT-FIN.                                                03020000
030300      EXIT.                                                       03030000
030400************                                                      03040000
030500************                                                      03050000
030600  9990-FIN-NORMALE-DEB.                                           03060000
030700            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           03070000
030800       GOBACK.                                                    03080000
030900  9990-FIN-NORMALE-FIN.                                           03090000
031000       EXIT.                                                      03100000
031100*************                                                     03110000
031200 COPY ANORPROC.                                                   03120000
