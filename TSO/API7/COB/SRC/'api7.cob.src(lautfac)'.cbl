000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LAUTFAC .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMAUT       ASSIGN    PARMAUT.                  00060000
000700     SELECT     LISTAUT       ASSIGN    LISTAUT.                  00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 PARMAUT                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    PA00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               PA00.                                           00150000
001600   10             PA00-PERIODE.                                   00160000
001700     15           PA00-AAAA   PICTURE 9(4).                       00170000
001800     15           PA00-MM     PICTURE 9(2).                       00180000
001900   10             PA00-FILLER   PICTURE X(74).                    00190000
002000 FD                 LISTAUT                                       00200000
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
003200         INCLUDE FACFOU                                           00320000
003300      END-EXEC.                                                   00330000
003400******                                                            00340000
003500      EXEC SQL                                                    00350000
003600         DECLARE C-CONSO CURSOR FOR                               00360000
003700         SELECT C.ID_FOURNISSEUR, F.NOM, C.ID_ARTICLE,            00370000
003800                A.DESIGNATION, C.ID_ENTREPOT, C.PRIX_CONVENU,     00380000
003900                SUM(C.QUANTITE)                                   00390000
004000           FROM API7.CONSO_CONSIGNATION C,                        00400000
004100                API7.FOURNISSEUR F,                               00410000
004200                API7.ARTICLE A                                    00420000
004300          WHERE C.ETAT = 'A'                                      00430000
004400            AND C.DATE_CONSO < DATE(:W-DATE-DEB) + 1 MONTH        00440000
004500            AND F.ID_FOURNISSEUR = C.ID_FOURNISSEUR               00450000
004600            AND A.ID_ARTICLE = C.ID_ARTICLE                       00460000
004700          GROUP BY C.ID_FOURNISSEUR, F.NOM, C.ID_ARTICLE,         00470000
004800                A.DESIGNATION, C.ID_ENTREPOT, C.PRIX_CONVENU      00480000
004900          ORDER BY C.ID_FOURNISSEUR, C.ID_ARTICLE,                00490000
005000                C.ID_ENTREPOT, C.PRIX_CONVENU                     00500000
005100      END-EXEC.                                                   00510000
005200******                                                            00520000
005300 COPY EDITWS.                                                     00530000
005400 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LAUTFAC'.                    00540000
005500 01  W-SQLCODE      PIC +++9.                                     00550000
005600 01  W-EOF-CSO      PIC X     VALUE '0'.                          00560000
005700     88  FIN-CSO-OK           VALUE '1'.                          00570000
005800 01  W-EOF-PRM      PIC X     VALUE '0'.                          00580000
005900     88  FIN-PRM-OK           VALUE '1'.                          00590000
006000 01  W-PREMIER-FOU  PIC X     VALUE '1'.                          00600000
006100     88  PREMIER-FOU          VALUE '1'.                          00610000
006200 01  W-PERIODE-EDT  PIC X(6)  VALUE SPACES.                       00620000
006300 01  W-DATE-DEB.                                                  00630000
006400     05  W-DEB-AAAA PIC 9(4).                                     00640000
006500     05  FILLER     PIC X(1)  VALUE '-'.                          00650000
006600     05  W-DEB-MM   PIC 9(2).                                     00660000
006700     05  FILLER     PIC X(3)  VALUE '-01'.                        00670000
006800 01  W-FOURN        PIC X(5)  VALUE SPACES.                       00680000
006900 01  W-PREV-FOURN   PIC X(5)  VALUE SPACES.                       00690000
007000 01  W-NOM-FOURN    PIC X(20) VALUE SPACES.                       00700000
007100 01  W-NOART        PIC S9(9) USAGE COMP VALUE ZERO.              00710000
007200 01  W-DESIGN       PIC X(20) VALUE SPACES.                       00720000
007300 01  W-ENT          PIC X(2)  VALUE SPACES.                       00730000
007400 01  W-PRIX         PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00740000
007500 01  W-QTE          PIC S9(9) USAGE COMP VALUE ZERO.              00750000
007600 01  W-MT-LIGNE     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00760000
007700 01  W-MT-FOURN     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00770000
007800 01  W-MT-GEN       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00780000
007900 01  W-NB-LIG-FOU   PIC S9(9) USAGE COMP VALUE ZERO.              00790000
007950 01  W-DEV-LOC      PIC X(3)  VALUE SPACES.                       00795000
008000 01  W-NO-RELEVE.                                                 00800000
008100     05  FILLER     PIC X(2)  VALUE 'AF'.                         00810000
008200     05  W-REL-PER  PIC X(6).                                     00820000
008300     05  FILLER     PIC X(2)  VALUE SPACES.                       00830000
008400 COPY ANORMAL.                                                    00840000
008500 COPY JRNCOM.                                                     00850000
008600 COPY DATCOM.                                                     00860000
008650 COPY DEVCOM.                                                     00865000
008700******                                                            00870000
008800 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00880000
008900 01  W-CPT-RELEVES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00890000
009000 01  W-CPT-DOUBLONS PIC S9(9) USAGE COMP-3 VALUE ZERO.            00900000
009100******                                                            00910000
009200 01  W-LIGNE-ENTETE.                                              00920000
009300     05  FILLER   PIC X(26) VALUE                                 00930000
009400         'RELEVE D AUTOFACTURATION  '.                            00940000
009500     05  WE-PERIODE     PIC X(6).                                 00950000
009600     05  FILLER   PIC X(8)  VALUE SPACES.                         00960000
009700 01  W-LIGNE-FOURN.                                               00970000
009800     05  FILLER   PIC X(12) VALUE 'FOURNISSEUR '.                 00980000
009900     05  WF-FOURN       PIC X(5).                                 00990000
010000     05  FILLER   PIC X(1)  VALUE SPACES.                         01000000
010100     05  WF-NOM         PIC X(20).                                01010000
010200     05  FILLER   PIC X(10) VALUE '  RELEVE '.                    01020000
010300     05  WF-RELEVE      PIC X(10).                                01030000
010400     05  FILLER   PIC X(22) VALUE SPACES.                         01040000
010500 01  W-LIGNE-COLONNES.                                            01050000
010600     05  FILLER   PIC X(40) VALUE                                 01060000
010700         '  ARTICLE DESIGNATION          EN       '.              01070000
010800     05  FILLER   PIC X(40) VALUE                                 01080000
010900         'QTE     PRIX       MONTANT              '.              01090000
011000 01  W-LIGNE-DETAIL.                                              01100000
011100     05  WD-NOART       PIC ZZZZZZZZ9.                            01110000
011200     05  FILLER   PIC X(1)  VALUE SPACES.                         01120000
011300     05  WD-DESIGN      PIC X(20).                                01130000
011400     05  FILLER   PIC X(1)  VALUE SPACES.                         01140000
011500     05  WD-ENT         PIC X(2).                                 01150000
011600     05  FILLER   PIC X(1)  VALUE SPACES.                         01160000
011700     05  WD-QTE         PIC ZZZZZZZZ9.                            01170000
011800     05  FILLER   PIC X(1)  VALUE SPACES.                         01180000
011900     05  WD-PRIX        PIC ZZZZ9.99.                             01190000
012000     05  FILLER   PIC X(1)  VALUE SPACES.                         01200000
012100     05  WD-MONTANT     PIC -ZZZZZZZZ9.99.                        01210000
012200     05  FILLER   PIC X(14) VALUE SPACES.                         01220000
012300 01  W-LIGNE-TOTAL.                                               01230000
012400     05  WT-LIBELLE     PIC X(20).                                01240000
012500     05  FILLER   PIC X(33) VALUE SPACES.                         01250000
012600     05  WT-MONTANT     PIC -ZZZZZZZZZZ9.99.                      01260000
012700     05  FILLER   PIC X(12) VALUE SPACES.                         01270000
012800******                                                            01280000
012900 PROCEDURE DIVISION.                                              01290000
013000 1000-LAUTFAC-DEB.                                                01300000
013100     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01310000
013200     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01320000
013300     MOVE 'D' TO JRN-PHASE                                        01330000
013400     CALL 'JRNEXEC' USING JRN-EXECUTION                           01340000
013500     PERFORM 5000-INIT-DEB                                        01350000
013600       THRU  5000-INIT-FIN.                                       01360000
013700     PERFORM 6010-TRAITE-DEB                                      01370000
013800       THRU  6010-TRAITE-FIN                                      01380000
013900       UNTIL FIN-CSO-OK.                                          01390000
014000     PERFORM 8000-FIN-TRT-DEB                                     01400000
014100       THRU  8000-FIN-TRT-FIN.                                    01410000
014200     PERFORM 9990-FIN-NORMALE-DEB                                 01420000
014300       THRU  9990-FIN-NORMALE-FIN.                                01430000
014400 1000-LAUTFAC-FIN.                                                01440000
014500     EXIT.                                                        01450000
014600***************                                                   01460000
014700 5000-INIT-DEB.                                                   01470000
014800     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01480000
014900     IF DAT-CODE-RETOUR NOT = ZERO                                01490000
015000         MOVE ZERO TO W-SQLCODE                                   01500000
015100         MOVE 'AUCUNE JOURNEE OUVERTE'                            01510000
015200              TO W-MESSAGE-ANOR                                   01520000
015300         PERFORM 9999-FIN-ANORMALE-DEB                            01530000
015400           THRU  9999-FIN-ANORMALE-FIN.                           01540000
015410     MOVE SPACES TO DEV-DEVISE.                                   01541000
015420     MOVE ZERO TO DEV-MONTANT.                                    01542000
015430     CALL 'CONVDEV' USING DEV-CONVERSION.                         01543000
015440     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            01544000
015500     OPEN INPUT PARMAUT.                                          01550000
015600     READ PARMAUT AT END                                          01560000
015700         MOVE '1' TO W-EOF-PRM.                                   01570000
015800     IF FIN-PRM-OK                                                01580000
015900         MOVE 'LAUTFAC - PAS DE PERIODE EN PARAMETRE'             01590000
016000              TO W-MESSAGE-ANOR                                   01600000
016100         MOVE ZERO TO W-SQLCODE                                   01610000
016200         PERFORM 9999-FIN-ANORMALE-DEB                            01620000
016300           THRU  9999-FIN-ANORMALE-FIN.                           01630000
016400     MOVE PA00-AAAA TO W-DEB-AAAA.                                01640000
016500     MOVE PA00-MM TO W-DEB-MM.                                    01650000
016600     MOVE PA00-PERIODE TO W-PERIODE-EDT.                          01660000
016700     MOVE PA00-PERIODE TO W-REL-PER.                              01670000
016800     CLOSE PARMAUT.                                               01680000
016900     EXEC SQL                                                     01690000
017000         SELECT CHAR(DATE(:W-DATE-DEB) + 1 MONTH - 1 DAY, ISO)    01700000
017100           INTO :W-DATE-FACT                                      01710000
017200           FROM SYSIBM.SYSDUMMY1                                  01720000
017300     END-EXEC.                                                    01730000
017400     IF SQLCODE NOT = ZERO                                        01740000
017500         MOVE SQLCODE TO W-SQLCODE                                01750000
017600         MOVE 'LAUTFAC - PERIODE INVALIDE SQLCODE = '             01760000
017700              TO W-MESSAGE-ANOR                                   01770000
017800         PERFORM 9999-FIN-ANORMALE-DEB                            01780000
017900           THRU  9999-FIN-ANORMALE-FIN.                           01790000
018000     OPEN OUTPUT LISTAUT.                                         01800000
018100     MOVE W-PERIODE-EDT TO WE-PERIODE.                            01810000
018200     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           01820000
018300     PERFORM 8300-EDIT-INIT-DEB                                   01830000
018400       THRU  8300-EDIT-INIT-FIN.                                  01840000
018500     EXEC SQL                                                     01850000
018600         OPEN C-CONSO                                             01860000
018700     END-EXEC.                                                    01870000
018800     IF SQLCODE NOT = ZERO                                        01880000
018900         MOVE SQLCODE TO W-SQLCODE                                01890000
019000         MOVE 'OPEN C-CONSO SQLCODE = '                           01900000
019100              TO W-MESSAGE-ANOR                                   01910000
019200         PERFORM 9999-FIN-ANORMALE-DEB                            01920000
019300           THRU  9999-FIN-ANORMALE-FIN.                           01930000
019400 5000-INIT-FIN.                                                   01940000
019500      EXIT.                                                       01950000
019600***************                                                   01960000
019700 6010-TRAITE-DEB.                                                 01970000
019800     EXEC SQL                                                     01980000
019900         FETCH C-CONSO                                            01990000
020000           INTO :W-FOURN, :W-NOM-FOURN, :W-NOART,                 02000000
020100                :W-DESIGN, :W-ENT, :W-PRIX,                       02010000
020200                :W-QTE                                            02020000
020300     END-EXEC.                                                    02030000
020400     EVALUATE SQLCODE                                             02040000
020500         WHEN 100                                                 02050000
020600             MOVE '1' TO W-EOF-CSO                                02060000
020700             GO TO 6010-TRAITE-FIN                                02070000
020800         WHEN ZERO                                                02080000
020900             CONTINUE                                             02090000
021000         WHEN OTHER                                               02100000
021100             MOVE SQLCODE TO W-SQLCODE                            02110000
021200             MOVE 'FETCH C-CONSO SQLCODE = '                      02120000
021300                  TO W-MESSAGE-ANOR                               02130000
021400             PERFORM 9999-FIN-ANORMALE-DEB                        02140000
021500               THRU  9999-FIN-ANORMALE-FIN                        02150000
021600     END-EVALUATE.                                                02160000
021700     IF PREMIER-FOU                                               02170000
021800         OR W-FOURN NOT = W-PREV-FOURN                            02180000
021900         IF NOT PREMIER-FOU                                       02190000
022000             PERFORM 6040-TOTAL-FOU-DEB                           02200000
022100               THRU  6040-TOTAL-FOU-FIN                           02210000
022200         END-IF                                                   02220000
022300         MOVE '0' TO W-PREMIER-FOU                                02230000
022400         MOVE W-FOURN TO W-PREV-FOURN                             02240000
022500         PERFORM 6030-ENT-FOURN-DEB                               02250000
022600           THRU  6030-ENT-FOURN-FIN.                              02260000
022700     COMPUTE W-MT-LIGNE ROUNDED = W-QTE * W-PRIX.                 02270000
022800     ADD W-MT-LIGNE TO W-MT-FOURN.                                02280000
022900     ADD 1 TO W-NB-LIG-FOU.                                       02290000
023000     MOVE W-NOART TO WD-NOART.                                    02300000
023100     MOVE W-DESIGN TO WD-DESIGN.                                  02310000
023200     MOVE W-ENT TO WD-ENT.                                        02320000
023300     MOVE W-QTE TO WD-QTE.                                        02330000
023400     MOVE W-PRIX TO WD-PRIX.                                      02340000
023500     MOVE W-MT-LIGNE TO WD-MONTANT.                               02350000
023600     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           02360000
023700     PERFORM 8100-EDIT-LIGNE-DEB                                  02370000
023800       THRU  8100-EDIT-LIGNE-FIN.                                 02380000
023900     ADD 1 TO W-CPT-LIGNES.                                       02390000
024000 6010-TRAITE-FIN.                                                 02400000
024100      EXIT.                                                       02410000
024200***************                                                   02420000
024300 6030-ENT-FOURN-DEB.                                              02430000
024400     MOVE ZERO TO W-MT-FOURN.                                     02440000
024500     MOVE ZERO TO W-NB-LIG-FOU.                                   02450000
024600     MOVE 99 TO EDIT-CPT-LIGNES.                                  02460000
024700     MOVE W-FOURN TO WF-FOURN.                                    02470000
024800     MOVE W-NOM-FOURN TO WF-NOM.                                  02480000
024900     MOVE W-NO-RELEVE TO WF-RELEVE.                               02490000
025000     MOVE W-LIGNE-FOURN TO EDIT-LIGNE.                            02500000
025100     PERFORM 8100-EDIT-LIGNE-DEB                                  02510000
025200       THRU  8100-EDIT-LIGNE-FIN.                                 02520000
025300     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         02530000
025400     PERFORM 8100-EDIT-LIGNE-DEB                                  02540000
025500       THRU  8100-EDIT-LIGNE-FIN.                                 02550000
025600 6030-ENT-FOURN-FIN.                                              02560000
025700      EXIT.                                                       02570000
025800***************                                                   02580000
025900 6040-TOTAL-FOU-DEB.                                              02590000
026000     MOVE SPACES TO WT-LIBELLE.                                   02600000
026100     STRING 'TOTAL ' W-PREV-FOURN                                 02610000
026200         DELIMITED BY SIZE INTO WT-LIBELLE.                       02620000
026300     MOVE W-MT-FOURN TO WT-MONTANT.                               02630000
026400     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02640000
026500     PERFORM 8100-EDIT-LIGNE-DEB                                  02650000
026600       THRU  8100-EDIT-LIGNE-FIN.                                 02660000
026700     ADD W-MT-FOURN TO W-MT-GEN.                                  02670000
026800     PERFORM 6050-FACTURE-DEB                                     02680000
026900       THRU  6050-FACTURE-FIN.                                    02690000
027000 6040-TOTAL-FOU-FIN.                                              02700000
027100      EXIT.                                                       02710000
027200***************                                                   02720000
027300 6050-FACTURE-DEB.                                                02730000
027400     MOVE W-PREV-FOURN TO W-ID-FOURNISSEUR.                       02740000
027500     MOVE W-NO-RELEVE TO W-NO-FACT.                               02750000
027600     MOVE 'F' TO W-TYPE-PIECE.                                    02760000
027700     MOVE W-MT-FOURN TO W-MONTANT.                                02770000
027800     MOVE W-NB-LIG-FOU TO W-NB-LIGNES.                            02780000
027900     EXEC SQL                                                     02790000
028000         INSERT INTO API7.FACTURE_FOURNISSEUR                     02800000
028100                (ID_FOURNISSEUR, NO_FACT, TYPE_PIECE,             02810000
028200                 DATE_FACT, DATE_ECHEANCE, MONTANT,               02820000
028300                 NB_LIGNES, STATUT, DATE_CHARGEMENT,              02830000
028350                 DEVISE)                                          02835000
028400         SELECT F.ID_FOURNISSEUR, :W-NO-FACT, :W-TYPE-PIECE,      02840000
028500                DATE(:W-DATE-FACT),                               02850000
028600                CASE WHEN F.TERME_TYPE = 'F'                      02860000
028700                     THEN DATE(:W-DATE-FACT)                      02870000
028800                        - (DAY(DATE(:W-DATE-FACT)) - 1) DAYS      02880000
028900                        + 1 MONTH - 1 DAY                         02890000
029000                        + F.TERME_JOURS DAYS                      02900000
029100                     ELSE DATE(:W-DATE-FACT)                      02910000
029200                        + F.TERME_JOURS DAYS                      02920000
029300                END,                                              02930000
029400                :W-MONTANT, :W-NB-LIGNES, 'O',                    02940000
029500                DATE(:DAT-DATE-ISO),                              02950000
029520                CASE WHEN F.DEVISE = :W-DEV-LOC                   02952000
029540                     THEN ' ' ELSE F.DEVISE                       02954000
029560                END                                               02956000
029600           FROM API7.FOURNISSEUR F                                02960000
029700          WHERE F.ID_FOURNISSEUR = :W-ID-FOURNISSEUR              02970000
029800     END-EXEC.                                                    02980000
029900     EVALUATE SQLCODE                                             02990000
030000         WHEN ZERO                                                03000000
030100             CONTINUE                                             03010000
030200         WHEN -803                                                03020000
030300             DISPLAY 'RELEVE DEJA ENREGISTRE ' W-NO-FACT          03030000
030400                     ' FOURNISSEUR ' W-ID-FOURNISSEUR             03040000
030500             ADD 1 TO W-CPT-DOUBLONS                              03050000
030600             GO TO 6050-FACTURE-FIN                               03060000
030700         WHEN OTHER                                               03070000
030800             MOVE SQLCODE TO W-SQLCODE                            03080000
030900             MOVE 'INSERT FACTURE_FOURNISSEUR SQLCODE = '         03090000
031000                  TO W-MESSAGE-ANOR                               03100000
031100             PERFORM 9999-FIN-ANORMALE-DEB                        03110000
031200               THRU  9999-FIN-ANORMALE-FIN                        03120000
031300     END-EVALUATE.                                                03130000
031400     EXEC SQL                                                     03140000
031500         UPDATE API7.CONSO_CONSIGNATION                           03150000
031600            SET ETAT = 'F',                                       03160000
031700                NO_FACT = :W-NO-FACT                              03170000
031800          WHERE ID_FOURNISSEUR = :W-ID-FOURNISSEUR                03180000
031900            AND ETAT = 'A'                                        03190000
032000            AND DATE_CONSO < DATE(:W-DATE-DEB) + 1 MONTH          03200000
032100     END-EXEC.                                                    03210000
032200     IF SQLCODE NOT = ZERO                                        03220000
032300         MOVE SQLCODE TO W-SQLCODE                                03230000
032400         MOVE 'UPDATE CONSO_CONSIGNATION SQLCODE = '              03240000
032500              TO W-MESSAGE-ANOR                                   03250000
032600         PERFORM 9999-FIN-ANORMALE-DEB                            03260000
032700           THRU  9999-FIN-ANORMALE-FIN.                           03270000
032800     ADD 1 TO W-CPT-RELEVES.                                      03280000
032900 6050-FACTURE-FIN.                                                03290000
033000      EXIT.                                                       03300000
033100***************                                                   03310000
033200 8000-FIN-TRT-DEB.                                                03320000
033300     EXEC SQL                                                     03330000
033400         CLOSE C-CONSO                                            03340000
033500     END-EXEC.                                                    03350000
033600     IF NOT PREMIER-FOU                                           03360000
033700         PERFORM 6040-TOTAL-FOU-DEB                               03370000
033800           THRU  6040-TOTAL-FOU-FIN.                              03380000
033900     MOVE 'TOTAL GENERAL' TO WT-LIBELLE.                          03390000
034000     MOVE W-MT-GEN TO WT-MONTANT.                                 03400000
034100     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            03410000
034200     PERFORM 8100-EDIT-LIGNE-DEB                                  03420000
034300       THRU  8100-EDIT-LIGNE-FIN.                                 03430000
034400     CLOSE LISTAUT.                                               03440000
034500     DISPLAY 'LIGNES EDITEES       = ' W-CPT-LIGNES.              03450000
034600     DISPLAY 'RELEVES ENREGISTRES  = ' W-CPT-RELEVES.             03460000
034700     DISPLAY 'RELEVES EN DOUBLE    = ' W-CPT-DOUBLONS.            03470000
034800     IF W-CPT-DOUBLONS NOT = ZERO                                 03480000
034900         MOVE 4 TO RETURN-CODE.                                   03490000
035000     MOVE 'F' TO JRN-PHASE.                                       03500000
035100     MOVE W-CPT-LIGNES TO JRN-NB-LUS.                             03510000
035200     MOVE W-CPT-RELEVES TO JRN-NB-ECRITS.                         03520000
035300     MOVE W-CPT-DOUBLONS TO JRN-NB-REJETES.                       03530000
035400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         03540000
035500     CALL 'JRNEXEC' USING JRN-EXECUTION.                          03550000
035600 8000-FIN-TRT-FIN.                                                03560000
035700      EXIT.                                                       03570000
035800************                                                      03580000
035900************                                                      03590000
036000  9990-FIN-NORMALE-DEB.                                           03600000
036100            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           03610000
036200       GOBACK.                                                    03620000
036300  9990-FIN-NORMALE-FIN.                                           03630000
036400       EXIT.                                                      03640000
036500*************                                                     03650000
036600 COPY EDITPRO REPLACING ==EDIT-RECORD==                           03660000
036700     BY ==LE00==.                                                 03670000
036800 COPY ANORPROC.                                                   03680000
