000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LECADEV .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMECA       ASSIGN    PARMECA.                  00060000
000700     SELECT     LISTECA       ASSIGN    LISTECA.                  00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 PARMECA                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    PE00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               PE00.                                           00150000
001600   10             PE00-PERIODE.                                   00160000
001700     15           PE00-AAAA   PICTURE 9(4).                       00170000
001800     15           PE00-MM     PICTURE 9(2).                       00180000
001900   10             PE00-FILLER   PICTURE X(74).                    00190000
002000 FD                 LISTECA                                       00200000
002100      BLOCK              00000 RECORDS                            00210000
002200      DATA RECORD                                                 00220000
002300                    LE00                                          00230000
002400           LABEL RECORD STANDARD.                                 00240000
002500 01               LE00               PICTURE X(81).               00250000
002600 WORKING-STORAGE SECTION.                                         00260000
002700      EXEC SQL                                                    00270000
002800         INCLUDE SQLCA                                            00280000
002900      END-EXEC.                                                   00290000
003000*****                                                             00300000
003100      EXEC SQL                                                    00310000
003200         INCLUDE CMDACH                                           00320000
003300      END-EXEC.                                                   00330000
003400******                                                            00340000
003500      EXEC SQL                                                    00350000
003600         DECLARE C-ECART CURSOR FOR                               00360000
003700         SELECT NO_COMMANDE, ID_ARTICLE, DEVISE,                  00370000
003800                QTE_RECUE, PRIX_ACHAT, TAUX_COMMANDE,             00380000
003900                QTE_FACTUREE, PRIX_FACTURE,                       00390000
004000                COALESCE(CHAR(DATE_RECEPTION, ISO), ' '),         00400000
004100                COALESCE(CHAR(DATE_FACTURE, ISO), ' '),           00410000
004200                CASE WHEN YEAR(DATE_RECEPTION) = :W-PER-AAAA      00420000
004300                      AND MONTH(DATE_RECEPTION) = :W-PER-MM       00430000
004400                     THEN 'O' ELSE 'N' END,                       00440000
004500                CASE WHEN YEAR(DATE_FACTURE) = :W-PER-AAAA        00450000
004600                      AND MONTH(DATE_FACTURE) = :W-PER-MM         00460000
004700                     THEN 'O' ELSE 'N' END                        00470000
004800           FROM API7.COMMANDE_ACHAT                               00480000
004900          WHERE DEVISE <> ' '                                     00490000
005000            AND DEVISE <> :W-DEV-LOC                              00500000
005100            AND ((YEAR(DATE_RECEPTION) = :W-PER-AAAA              00510000
005200                  AND MONTH(DATE_RECEPTION) = :W-PER-MM)          00520000
005300              OR (YEAR(DATE_FACTURE) = :W-PER-AAAA                00530000
005400                  AND MONTH(DATE_FACTURE) = :W-PER-MM))           00540000
005500          ORDER BY DEVISE, NO_COMMANDE, ID_ARTICLE                00550000
005600      END-EXEC.                                                   00560000
005700******                                                            00570000
005800 COPY EDITWS.                                                     00580000
005900 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LECADEV'.                    00590000
006000 01  W-SQLCODE      PIC +++9.                                     00600000
006100 01  W-EOF-ECA      PIC X     VALUE '0'.                          00610000
006200     88  FIN-ECA-OK           VALUE '1'.                          00620000
006300 01  W-EOF-PRM      PIC X     VALUE '0'.                          00630000
006400     88  FIN-PRM-OK           VALUE '1'.                          00640000
006500 01  W-PREMIERE-DEV PIC X     VALUE '1'.                          00650000
006600     88  PREMIERE-DEV         VALUE '1'.                          00660000
006700 01  W-PER-AAAA     PIC S9(4) USAGE COMP VALUE ZERO.              00670000
006800 01  W-PER-MM       PIC S9(4) USAGE COMP VALUE ZERO.              00680000
006900 01  W-PERIODE-EDT  PIC X(6)  VALUE SPACES.                       00690000
007000 01  W-DEV-LOC      PIC X(3)  VALUE SPACES.                       00700000
007100 01  W-PREV-DEVISE  PIC X(3)  VALUE SPACES.                       00710000
007200 01  W-REC-MOIS     PIC X(1)  VALUE 'N'.                          00720000
007300 01  W-FAC-MOIS     PIC X(1)  VALUE 'N'.                          00730000
007400 01  W-TX-REC       PIC S9(5)V9(6) USAGE COMP-3 VALUE ZERO.       00740000
007500 01  W-TX-FAC       PIC S9(5)V9(6) USAGE COMP-3 VALUE ZERO.       00750000
007600 01  W-TX-REF       PIC S9(5)V9(6) USAGE COMP-3 VALUE ZERO.       00760000
007700 01  W-ECA-REC      PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00770000
007800 01  W-ECA-FAC      PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00780000
007900 01  W-DEV-REC      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00790000
008000 01  W-DEV-FAC      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00800000
008100 01  W-GEN-REC      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00810000
008200 01  W-GEN-FAC      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00820000
008300 COPY ANORMAL.                                                    00830000
008400 COPY JRNCOM.                                                     00840000
008500 COPY DEVCOM.                                                     00850000
008600******                                                            00860000
008700 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00870000
008800 01  W-CPT-SANS-TAUX PIC S9(9) USAGE COMP-3 VALUE ZERO.           00880000
008900******                                                            00890000
009000 01  W-LIGNE-ENTETE.                                              00900000
009100     05  FILLER   PIC X(26) VALUE                                 00910000
009200         'ECARTS DE CHANGE ACHATS   '.                            00920000
009300     05  WE-PERIODE     PIC X(6).                                 00930000
009400     05  FILLER   PIC X(4)  VALUE ' EN '.                         00940000
009500     05  WE-DEVISE      PIC X(3).                                 00950000
009600     05  FILLER   PIC X(1)  VALUE SPACES.                         00960000
009700 01  W-LIGNE-COLONNES.                                            00970000
009800     05  FILLER   PIC X(40) VALUE                                 00980000
009900         'COMMANDE  ARTICLE   TX CDE     TX RECEPT'.              00990000
010000     05  FILLER   PIC X(40) VALUE                                 01000000
010100         '  TX FACT    ECART REC   ECART FACT     '.              01010000
010200 01  W-LIGNE-DEVISE.                                              01020000
010300     05  FILLER   PIC X(7)  VALUE 'DEVISE '.                      01030000
010400     05  WC-DEVISE      PIC X(3).                                 01040000
010500     05  FILLER   PIC X(70) VALUE SPACES.                         01050000
010600 01  W-LIGNE-DETAIL.                                              01060000
010700     05  WD-NO-CMD      PIC ZZZZZZZZ9.                            01070000
010800     05  FILLER   PIC X(1)  VALUE SPACES.                         01080000
010900     05  WD-NOART       PIC ZZZZZZZZ9.                            01090000
011000     05  FILLER   PIC X(1)  VALUE SPACES.                         01100000
011100     05  WD-TX-CMD      PIC ZZ9.999999.                           01110000
011200     05  FILLER   PIC X(1)  VALUE SPACES.                         01120000
011300     05  WD-TX-REC      PIC ZZ9.999999.                           01130000
011400     05  FILLER   PIC X(1)  VALUE SPACES.                         01140000
011500     05  WD-TX-FAC      PIC ZZ9.999999.                           01150000
011600     05  FILLER   PIC X(1)  VALUE SPACES.                         01160000
011700     05  WD-ECA-REC     PIC -ZZZZZZ9.99.                          01170000
011800     05  FILLER   PIC X(1)  VALUE SPACES.                         01180000
011900     05  WD-ECA-FAC     PIC -ZZZZZZ9.99.                          01190000
012000     05  FILLER   PIC X(4)  VALUE SPACES.                         01200000
012100 01  W-LIGNE-TOTAL.                                               01210000
012200     05  WT-LIBELLE     PIC X(14).                                01220000
012300     05  FILLER   PIC X(14) VALUE ' ECART RECEP: '.               01230000
012400     05  WT-ECA-REC     PIC -ZZZZZZZZZ9.99.                       01240000
012500     05  FILLER   PIC X(13) VALUE ' ECART FACT: '.                01250000
012600     05  WT-ECA-FAC     PIC -ZZZZZZZZZ9.99.                       01260000
012700     05  FILLER   PIC X(11) VALUE SPACES.                         01270000
012800******                                                            01280000
012900 PROCEDURE DIVISION.                                              01290000
013000 1000-LECADEV-DEB.                                                01300000
013100     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01310000
013200     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01320000
013300     MOVE 'D' TO JRN-PHASE                                        01330000
013400     CALL 'JRNEXEC' USING JRN-EXECUTION                           01340000
013500     PERFORM 5000-INIT-DEB                                        01350000
013600       THRU  5000-INIT-FIN.                                       01360000
013700     PERFORM 6010-TRAITE-DEB                                      01370000
013800       THRU  6010-TRAITE-FIN                                      01380000
013900       UNTIL FIN-ECA-OK.                                          01390000
014000     PERFORM 8000-FIN-TRT-DEB                                     01400000
014100       THRU  8000-FIN-TRT-FIN.                                    01410000
014200     PERFORM 9990-FIN-NORMALE-DEB                                 01420000
014300       THRU  9990-FIN-NORMALE-FIN.                                01430000
014400 1000-LECADEV-FIN.                                                01440000
014500     EXIT.                                                        01450000
014600***************                                                   01460000
014700 5000-INIT-DEB.                                                   01470000
014800     OPEN INPUT PARMECA.                                          01480000
014900     READ PARMECA AT END                                          01490000
015000         MOVE '1' TO W-EOF-PRM.                                   01500000
015100     IF FIN-PRM-OK                                                01510000
015200         MOVE 'LECADEV - PAS DE PERIODE EN PARAMETRE'             01520000
015300              TO W-MESSAGE-ANOR                                   01530000
015400         MOVE ZERO TO W-SQLCODE                                   01540000
015500         PERFORM 9999-FIN-ANORMALE-DEB                            01550000
015600           THRU  9999-FIN-ANORMALE-FIN.                           01560000
015700     MOVE PE00-AAAA TO W-PER-AAAA.                                01570000
015800     MOVE PE00-MM TO W-PER-MM.                                    01580000
015900     MOVE PE00-PERIODE TO W-PERIODE-EDT.                          01590000
016000     CLOSE PARMECA.                                               01600000
016100     MOVE SPACES TO DEV-DEVISE.                                   01610000
016200     MOVE ZERO TO DEV-MONTANT.                                    01620000
016300     CALL 'CONVDEV' USING DEV-CONVERSION.                         01630000
016400     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            01640000
016500     OPEN OUTPUT LISTECA.                                         01650000
016600     MOVE W-PERIODE-EDT TO WE-PERIODE.                            01660000
016700     MOVE W-DEV-LOC TO WE-DEVISE.                                 01670000
016800     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           01680000
016900     PERFORM 8300-EDIT-INIT-DEB                                   01690000
017000       THRU  8300-EDIT-INIT-FIN.                                  01700000
017100     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         01710000
017200     PERFORM 8100-EDIT-LIGNE-DEB                                  01720000
017300       THRU  8100-EDIT-LIGNE-FIN.                                 01730000
017400     EXEC SQL                                                     01740000
017500         OPEN C-ECART                                             01750000
017600     END-EXEC.                                                    01760000
017700     IF SQLCODE NOT = ZERO                                        01770000
017800         MOVE SQLCODE TO W-SQLCODE                                01780000
017900         MOVE 'OPEN C-ECART SQLCODE = '                           01790000
018000              TO W-MESSAGE-ANOR                                   01800000
018100         PERFORM 9999-FIN-ANORMALE-DEB                            01810000
018200           THRU  9999-FIN-ANORMALE-FIN.                           01820000
018300 5000-INIT-FIN.                                                   01830000
018400      EXIT.                                                       01840000
018500***************                                                   01850000
018600 6010-TRAITE-DEB.                                                 01860000
018700     EXEC SQL                                                     01870000
018800         FETCH C-ECART                                            01880000
018900           INTO :W-NO-COMMANDE, :W-ID-ARTICLE, :W-DEVISE,         01890000
019000                :W-QTE-RECUE, :W-PRIX-ACHAT, :W-TAUX-COMMANDE,    01900000
019100                :W-QTE-FACTUREE, :W-PRIX-FACTURE,                 01910000
019200                :W-DATE-RECEPTION, :W-DATE-FACTURE,               01920000
019300                :W-REC-MOIS, :W-FAC-MOIS                          01930000
019400     END-EXEC.                                                    01940000
019500     EVALUATE SQLCODE                                             01950000
019600         WHEN 100                                                 01960000
019700             MOVE '1' TO W-EOF-ECA                                01970000
019800             GO TO 6010-TRAITE-FIN                                01980000
019900         WHEN ZERO                                                01990000
020000             CONTINUE                                             02000000
020100         WHEN OTHER                                               02010000
020200             MOVE SQLCODE TO W-SQLCODE                            02020000
020300             MOVE 'FETCH C-ECART SQLCODE = '                      02030000
020400                  TO W-MESSAGE-ANOR                               02040000
020500             PERFORM 9999-FIN-ANORMALE-DEB                        02050000
020600               THRU  9999-FIN-ANORMALE-FIN                        02060000
020700     END-EVALUATE.                                                02070000
020800     IF PREMIERE-DEV                                              02080000
020900         OR W-DEVISE NOT = W-PREV-DEVISE                          02090000
021000         IF NOT PREMIERE-DEV                                      02100000
021100             PERFORM 6040-TOTAL-DEV-DEB                           02110000
021200               THRU  6040-TOTAL-DEV-FIN                           02120000
021300         END-IF                                                   02130000
021400         MOVE '0' TO W-PREMIERE-DEV                               02140000
021500         MOVE W-DEVISE TO W-PREV-DEVISE                           02150000
021600         PERFORM 6030-ENT-DEVISE-DEB                              02160000
021700           THRU  6030-ENT-DEVISE-FIN.                             02170000
021800     PERFORM 6020-CALCULE-DEB                                     02180000
021900       THRU  6020-CALCULE-FIN.                                    02190000
022000     MOVE W-NO-COMMANDE TO WD-NO-CMD.                             02200000
022100     MOVE W-ID-ARTICLE TO WD-NOART.                               02210000
022200     MOVE W-TAUX-COMMANDE TO WD-TX-CMD.                           02220000
022300     MOVE W-TX-REC TO WD-TX-REC.                                  02230000
022400     MOVE W-TX-FAC TO WD-TX-FAC.                                  02240000
022500     MOVE W-ECA-REC TO WD-ECA-REC.                                02250000
022600     MOVE W-ECA-FAC TO WD-ECA-FAC.                                02260000
022700     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           02270000
022800     PERFORM 8100-EDIT-LIGNE-DEB                                  02280000
022900       THRU  8100-EDIT-LIGNE-FIN.                                 02290000
023000     ADD 1 TO W-CPT-LIGNES.                                       02300000
023100 6010-TRAITE-FIN.                                                 02310000
023200      EXIT.                                                       02320000
023300***************                                                   02330000
023400 6020-CALCULE-DEB.                                                02340000
023500     MOVE ZERO TO W-TX-REC.                                       02350000
023600     MOVE ZERO TO W-TX-FAC.                                       02360000
023700     MOVE ZERO TO W-ECA-REC.                                      02370000
023800     MOVE ZERO TO W-ECA-FAC.                                      02380000
023900     MOVE W-DEVISE TO DEV-DEVISE.                                 02390000
024000     MOVE ZERO TO DEV-MONTANT.                                    02400000
024100     IF W-DATE-RECEPTION NOT = SPACES                             02410000
024200         MOVE W-DATE-RECEPTION TO DEV-DATE-EFFET                  02420000
024300         CALL 'CONVDEV' USING DEV-CONVERSION                      02430000
024400         IF DEV-CODE-RETOUR = ZERO                                02440000
024500             MOVE DEV-TAUX TO W-TX-REC                            02450000
024600         ELSE                                                     02460000
024700             ADD 1 TO W-CPT-SANS-TAUX.                            02470000
024800     IF W-DATE-FACTURE NOT = SPACES                               02480000
024900         MOVE W-DATE-FACTURE TO DEV-DATE-EFFET                    02490000
025000         CALL 'CONVDEV' USING DEV-CONVERSION                      02500000
025100         IF DEV-CODE-RETOUR = ZERO                                02510000
025200             MOVE DEV-TAUX TO W-TX-FAC                            02520000
025300         ELSE                                                     02530000
025400             ADD 1 TO W-CPT-SANS-TAUX.                            02540000
025500     IF W-REC-MOIS = 'O'                                          02550000
025600         AND W-TAUX-COMMANDE > ZERO                               02560000
025700         AND W-TX-REC > ZERO                                      02570000
025800         COMPUTE W-ECA-REC ROUNDED =                              02580000
025900             W-QTE-RECUE * W-PRIX-ACHAT                           02590000
026000             * (W-TAUX-COMMANDE - W-TX-REC).                      02600000
026100     IF W-TX-REC > ZERO                                           02610000
026200         MOVE W-TX-REC TO W-TX-REF                                02620000
026300     ELSE                                                         02630000
026400         MOVE W-TAUX-COMMANDE TO W-TX-REF.                        02640000
026500     IF W-FAC-MOIS = 'O'                                          02650000
026600         AND W-TX-REF > ZERO                                      02660000
026700         AND W-TX-FAC > ZERO                                      02670000
026800         COMPUTE W-ECA-FAC ROUNDED =                              02680000
026900             W-QTE-FACTUREE * W-PRIX-FACTURE                      02690000
027000             * (W-TX-REF - W-TX-FAC).                             02700000
027100     ADD W-ECA-REC TO W-DEV-REC.                                  02710000
027200     ADD W-ECA-FAC TO W-DEV-FAC.                                  02720000
027300     ADD W-ECA-REC TO W-GEN-REC.                                  02730000
027400     ADD W-ECA-FAC TO W-GEN-FAC.                                  02740000
027500 6020-CALCULE-FIN.                                                02750000
027600      EXIT.                                                       02760000
027700***************                                                   02770000
027800 6030-ENT-DEVISE-DEB.                                             02780000
027900     MOVE ZERO TO W-DEV-REC.                                      02790000
028000     MOVE ZERO TO W-DEV-FAC.                                      02800000
028100     MOVE W-DEVISE TO WC-DEVISE.                                  02810000
028200     MOVE W-LIGNE-DEVISE TO EDIT-LIGNE.                           02820000
028300     PERFORM 8100-EDIT-LIGNE-DEB                                  02830000
028400       THRU  8100-EDIT-LIGNE-FIN.                                 02840000
028500 6030-ENT-DEVISE-FIN.                                             02850000
028600      EXIT.                                                       02860000
028700***************                                                   02870000
028800 6040-TOTAL-DEV-DEB.                                              02880000
028900     MOVE SPACES TO WT-LIBELLE.                                   02890000
029000     STRING 'TOTAL ' W-PREV-DEVISE                                02900000
029100         DELIMITED BY SIZE INTO WT-LIBELLE.                       02910000
029200     MOVE W-DEV-REC TO WT-ECA-REC.                                02920000
029300     MOVE W-DEV-FAC TO WT-ECA-FAC.                                02930000
029400     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02940000
029500     PERFORM 8100-EDIT-LIGNE-DEB                                  02950000
029600       THRU  8100-EDIT-LIGNE-FIN.                                 02960000
029700 6040-TOTAL-DEV-FIN.                                              02970000
029800      EXIT.                                                       02980000
029900***************                                                   02990000
030000 8000-FIN-TRT-DEB.                                                03000000
030100     EXEC SQL                                                     03010000
030200         CLOSE C-ECART                                            03020000
030300     END-EXEC.                                                    03030000
030400     IF NOT PREMIERE-DEV                                          03040000
030500         PERFORM 6040-TOTAL-DEV-DEB                               03050000
030600           THRU  6040-TOTAL-DEV-FIN.                              03060000
030700     MOVE 'TOTAL GENERAL' TO WT-LIBELLE.                          03070000
030800     MOVE W-GEN-REC TO WT-ECA-REC.                                03080000
030900     MOVE W-GEN-FAC TO WT-ECA-FAC.                                03090000
031000     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            03100000
031100     PERFORM 8100-EDIT-LIGNE-DEB                                  03110000
031200       THRU  8100-EDIT-LIGNE-FIN.                                 03120000
031300     CLOSE LISTECA.                                               03130000
031400     DISPLAY 'LIGNES EDITEES       = ' W-CPT-LIGNES.              03140000
031500     DISPLAY 'DATES SANS TAUX      = ' W-CPT-SANS-TAUX.           03150000
031600     IF W-CPT-SANS-TAUX NOT = ZERO                                03160000
031700         MOVE 4 TO RETURN-CODE.                                   03170000
031800     MOVE 'F' TO JRN-PHASE.                                       03180000
031900     MOVE W-CPT-LIGNES TO JRN-NB-LUS.                             03190000
032000     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          03200000
032100     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         03210000
032200     CALL 'JRNEXEC' USING JRN-EXECUTION.                          03220000
032300 8000-FIN-TRT-FIN.                                                03230000
032400      EXIT.                                                       03240000
032500************                                                      03250000
032600************                                                      03260000
032700  9990-FIN-NORMALE-DEB.                                           03270000
032800            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           03280000
032900       GOBACK.                                                    03290000
033000  9990-FIN-NORMALE-FIN.                                           03300000
033100       EXIT.                                                      03310000
033200*************                                                     03320000
033300 COPY EDITPRO REPLACING ==EDIT-RECORD==                           03330000
033400     BY ==LE00==.                                                 03340000
033500 COPY ANORPROC.                                                   03350000
