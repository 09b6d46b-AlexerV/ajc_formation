000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LMANIF .                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     JRN-FICHIER   ASSIGN    JRNEXP.                   00060000
000700     SELECT     LISTMAN       ASSIGN    LISTMAN.                  00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 JRN-FICHIER                                   00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    JE00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               JE00.                                           00150000
001600   10             JE00-LIE      PICTURE 9(9).                     00160000
001700   10             JE00-NOART    PICTURE 9(9).                     00170000
001800   10             JE00-ENTREPOT PICTURE X(2).                     00180000
001900   10             JE00-QTE-RESV PICTURE 9(9).                     00190000
002000   10             JE00-QTE-PREL PICTURE 9(9).                     00200000
002100   10             JE00-LIBELLE  PICTURE X(30).                    00210000
002200   10             JE00-NO-LOT   PICTURE X(10).                    00220000
002300   10             JE00-FILLER   PICTURE X(2).                     00230000
002400 FD                 LISTMAN                                       00240000
002500      BLOCK              00000 RECORDS                            00250000
002600      DATA RECORD                                                 00260000
002700                    LM00                                          00270000
002800           LABEL RECORD STANDARD.                                 00280000
002900 01               LM00               PICTURE X(81).               00290000
003000 WORKING-STORAGE SECTION.                                         00300000
003100      EXEC SQL                                                    00310000
003200         INCLUDE SQLCA                                            00320000
003300      END-EXEC.                                                   00330000
003400*****                                                             00340000
003500      EXEC SQL                                                    00350000
003600         INCLUDE ARTICLE                                          00360000
003700      END-EXEC.                                                   00370000
003800*****                                                             00380000
003900      EXEC SQL                                                    00390000
004000         INCLUDE DEPART                                           00400000
004100      END-EXEC.                                                   00410000
004200*****                                                             00420000
004300      EXEC SQL                                                    00430000
004400         INCLUDE TOURNEE                                          00440000
004500      END-EXEC.                                                   00450000
004600*****                                                             00460000
004700      EXEC SQL                                                    00470000
004800         INCLUDE TOURARR                                          00480000
004900      END-EXEC.                                                   00490000
005000*****                                                             00500000
005100      EXEC SQL                                                    00510000
005200         INCLUDE LIVRAIS                                          00520000
005300      END-EXEC.                                                   00530000
005400*****                                                             00540000
005500      EXEC SQL                                                    00550000
005600         INCLUDE LIVLIG                                           00560000
005700      END-EXEC.                                                   00570000
005800******                                                            00580000
005900      EXEC SQL                                                    00590000
006000         DECLARE C-MANIF CURSOR FOR                               00600000
006100         SELECT B.ID_TOURNEE, B.ORDRE_ARRET, B.NO_BL, B.LIE,      00610000
006200                L.ID_ARTICLE, L.ID_ENTREPOT, L.NO_LOT,            00620000
006300                L.QTE_EXPEDIEE, A.DESIGNATION, A.POIDS            00630000
006400           FROM API7.LIVRAISON B, API7.LIVRAISON_LIGNE L,         00640000
006500                API7.ARTICLE A                                    00650000
006600          WHERE B.DATE_EXPEDITION = DATE(:DAT-DATE-ISO)           00660000
006700            AND L.NO_BL = B.NO_BL                                 00670000
006800            AND A.ID_ARTICLE = L.ID_ARTICLE                       00680000
006900          ORDER BY B.ID_TOURNEE, B.ORDRE_ARRET, B.NO_BL,          00690000
007000                   L.NO_LIGNE                                     00700000
007100      END-EXEC.                                                   00710000
007200******                                                            00720000
007300 COPY EDITWS.                                                     00730000
007400 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LMANIF'.                     00740000
007500 01  W-SQLCODE      PIC +++9.                                     00750000
007600 01  W-EOF-JRN      PIC X     VALUE '0'.                          00760000
007700     88  FIN-JRN-OK           VALUE '1'.                          00770000
007800 01  W-EOF-MAN      PIC X     VALUE '0'.                          00780000
007900     88  FIN-MAN-OK           VALUE '1'.                          00790000
008000 01  W-PREMIERE-LIGNE PIC X   VALUE '1'.                          00800000
008100     88  PREMIERE-LIGNE       VALUE '1'.                          00810000
008200 01  W-PREV-TOURNEE PIC X(4)  VALUE SPACES.                       00820000
008300 01  W-PREV-BL      PIC S9(9) USAGE COMP VALUE ZERO.              00830000
008400 01  W-IND-POIDS    PIC S9(4) USAGE COMP.                         00840000
008500 01  W-IND-CHARGE   PIC S9(4) USAGE COMP.                         00850000
008600 01  W-POIDS-LIGNE  PIC S9(9)V9(3) USAGE COMP-3.                  00860000
008700 01  W-BL-PIECES    PIC S9(9) USAGE COMP-3.                       00870000
008800 01  W-BL-POIDS     PIC S9(9)V9(3) USAGE COMP-3.                  00880000
008900 01  W-TOU-ARRETS   PIC S9(4) USAGE COMP-3.                       00890000
009000 01  W-TOU-PIECES   PIC S9(9) USAGE COMP-3.                       00900000
009100 01  W-TOU-POIDS    PIC S9(9)V9(3) USAGE COMP-3.                  00910000
009200 COPY ANORMAL.                                                    00920000
009300 COPY JRNCOM.                                                     00930000
009400 COPY DATCOM.                                                     00940000
009500******                                                            00950000
009600 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00960000
009700 01  W-CPT-IGNORES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00970000
009800 01  W-CPT-BL       PIC S9(9) USAGE COMP-3 VALUE ZERO.            00980000
009900 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00990000
010000 01  W-CPT-HORS-TOU PIC S9(9) USAGE COMP-3 VALUE ZERO.            01000000
010100******                                                            01010000
010200 01  W-LIGNE-ENTETE.                                              01020000
010300     05  FILLER   PIC X(30) VALUE                                 01030000
010400         'MANIFESTE DE CHARGEMENT      '.                         01040000
010500     05  FILLER   PIC X(50) VALUE SPACES.                         01050000
010600 01  W-LIGNE-TOURNEE.                                             01060000
010700     05  FILLER   PIC X(10) VALUE 'TOURNEE : '.                   01070000
010800     05  WT-TOURNEE     PIC X(4).                                 01080000
010900     05  FILLER   PIC X(2)  VALUE SPACES.                         01090000
011000     05  WT-LIBELLE     PIC X(30).                                01100000
011100     05  FILLER   PIC X(2)  VALUE SPACES.                         01110000
011200     05  FILLER   PIC X(11) VALUE 'VEHICULE : '.                  01120000
011300     05  WT-VEHICULE    PIC X(8).                                 01130000
011400     05  FILLER   PIC X(13) VALUE SPACES.                         01140000
011500 01  W-LIGNE-ARRET.                                               01150000
011600     05  FILLER   PIC X(6)  VALUE 'ARRET '.                       01160000
011700     05  WA-ORDRE       PIC ZZZ9.                                 01170000
011800     05  FILLER   PIC X(8)  VALUE '  DEPT. '.                     01180000
011900     05  WA-LIE         PIC ZZZZZZZZ9.                            01190000
012000     05  FILLER   PIC X(1)  VALUE SPACES.                         01200000
012100     05  WA-LIB         PIC X(20).                                01210000
012200     05  FILLER   PIC X(6)  VALUE '  BL  '.                       01220000
012300     05  WA-NO-BL       PIC ZZZZZZZZ9.                            01230000
012400     05  FILLER   PIC X(17) VALUE SPACES.                         01240000
012500 01  W-LIGNE-COLONNES.                                            01250000
012600     05  FILLER   PIC X(40) VALUE                                 01260000
012700         '  ARTICLE DESIGNATION          EN LOT   '.              01270000
012800     05  FILLER   PIC X(40) VALUE                                 01280000
012900         '          QTE   POIDS KG   LIVRE REFUSE '.              01290000
013000 01  W-LIGNE-DETAIL.                                              01300000
013100     05  WD-NOART       PIC ZZZZZZZZ9.                            01310000
013200     05  FILLER   PIC X(1)  VALUE SPACES.                         01320000
013300     05  WD-DESIGNATION PIC X(20).                                01330000
013400     05  FILLER   PIC X(1)  VALUE SPACES.                         01340000
013500     05  WD-ENTREPOT    PIC X(2).                                 01350000
013600     05  FILLER   PIC X(1)  VALUE SPACES.                         01360000
013700     05  WD-NO-LOT      PIC X(10).                                01370000
013800     05  FILLER   PIC X(1)  VALUE SPACES.                         01380000
013900     05  WD-QTE         PIC ZZZZZZZZ9.                            01390000
014000     05  FILLER   PIC X(1)  VALUE SPACES.                         01400000
014100     05  WD-POIDS       PIC ZZZZZ9.999.                           01410000
014200     05  WD-SANS-POIDS  PIC X(1).                                 01420000
014300     05  FILLER   PIC X(14) VALUE ' ______ ______'.               01430000
014400 01  W-LIGNE-TOTAL-BL.                                            01440000
014500     05  FILLER   PIC X(23) VALUE                                 01450000
014600         '           TOTAL BL :  '.                               01460000
014700     05  FILLER   PIC X(7)  VALUE 'PIECES '.                      01470000
014800     05  WB-PIECES      PIC ZZZZZZZZ9.                            01480000
014900     05  FILLER   PIC X(10) VALUE '  POIDS   '.                   01490000
015000     05  WB-POIDS       PIC ZZZZZZZZ9.999.                        01500000
015100     05  FILLER   PIC X(18) VALUE SPACES.                         01510000
015200 01  W-LIGNE-TOTAL-TOU.                                           01520000
015300     05  FILLER   PIC X(16) VALUE 'TOTAL TOURNEE : '.             01530000
015400     05  FILLER   PIC X(7)  VALUE 'ARRETS '.                      01540000
015500     05  WU-ARRETS      PIC ZZZ9.                                 01550000
015600     05  FILLER   PIC X(9)  VALUE '  PIECES '.                    01560000
015700     05  WU-PIECES      PIC ZZZZZZZZ9.                            01570000
015800     05  FILLER   PIC X(8)  VALUE '  POIDS '.                     01580000
015900     05  WU-POIDS       PIC ZZZZZZZZ9.999.                        01590000
016000     05  FILLER   PIC X(14) VALUE SPACES.                         01600000
016100 01  W-LIGNE-CHARGE.                                              01610000
016200     05  FILLER   PIC X(23) VALUE                                 01620000
016300         '      CHARGE MAXIMALE  '.                               01630000
016400     05  WC-CHARGE      PIC ZZZZZ9.999.                           01640000
016500     05  WC-ALERTE      PIC X(47).                                01650000
016600 01  W-LIGNE-RENVOI.                                              01660000
016700     05  FILLER   PIC X(40) VALUE                                 01670000
016800         '* POIDS UNITAIRE NON RENSEIGNE (LMAJTOU)'.              01680000
016900     05  FILLER   PIC X(40) VALUE SPACES.                         01690000
017000******                                                            01700000
017100 PROCEDURE DIVISION.                                              01710000
017200 1000-LMANIF-DEB.                                                 01720000
017300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01730000
017400     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01740000
017500     MOVE 'D' TO JRN-PHASE                                        01750000
017600     CALL 'JRNEXEC' USING JRN-EXECUTION                           01760000
017700     PERFORM 5000-INIT-DEB                                        01770000
017800       THRU  5000-INIT-FIN.                                       01780000
017900     PERFORM 6010-TRAITE-DEB                                      01790000
018000       THRU  6010-TRAITE-FIN                                      01800000
018100       UNTIL FIN-JRN-OK.                                          01810000
018200     PERFORM 7000-EDITION-DEB                                     01820000
018300       THRU  7000-EDITION-FIN.                                    01830000
018400     PERFORM 8000-FIN-TRT-DEB                                     01840000
018500       THRU  8000-FIN-TRT-FIN.                                    01850000
018600     PERFORM 9990-FIN-NORMALE-DEB                                 01860000
018700       THRU  9990-FIN-NORMALE-FIN.                                01870000
018800 1000-LMANIF-FIN.                                                 01880000
018900     EXIT.                                                        01890000
019000***************                                                   01900000
019100 5000-INIT-DEB.                                                   01910000
019200     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01920000
019300     IF DAT-CODE-RETOUR NOT = ZERO                                01930000
019400         MOVE ZERO TO W-SQLCODE                                   01940000
019500         MOVE 'AUCUNE JOURNEE OUVERTE'                            01950000
019600              TO W-MESSAGE-ANOR                                   01960000
019700         PERFORM 9999-FIN-ANORMALE-DEB                            01970000
019800           THRU  9999-FIN-ANORMALE-FIN.                           01980000
019900     OPEN INPUT  JRN-FICHIER.                                     01990000
020000     OPEN OUTPUT LISTMAN.                                         02000000
020100 5000-INIT-FIN.                                                   02010000
020200      EXIT.                                                       02020000
020300***************                                                   02030000
020400 6010-TRAITE-DEB.                                                 02040000
020500     READ JRN-FICHIER AT END                                      02050000
020600         MOVE '1' TO W-EOF-JRN                                    02060000
020700         GO TO 6010-TRAITE-FIN.                                   02070000
020800     ADD 1 TO W-CPT-LUS.                                          02080000
020900     IF JE00-QTE-PREL = ZERO                                      02090000
021000         ADD 1 TO W-CPT-IGNORES                                   02100000
021100         GO TO 6010-TRAITE-FIN.                                   02110000
021200     PERFORM 6020-BON-LIVR-DEB                                    02120000
021300       THRU  6020-BON-LIVR-FIN.                                   02130000
021400     PERFORM 6040-LIGNE-DEB                                       02140000
021500       THRU  6040-LIGNE-FIN.                                      02150000
021600 6010-TRAITE-FIN.                                                 02160000
021700      EXIT.                                                       02170000
021800***************                                                   02180000
021900 6020-BON-LIVR-DEB.                                               02190000
022000     MOVE JE00-LIE TO W-LIE OF DCLLIVRAISON.                      02200000
022100     EXEC SQL                                                     02210000
022200         SELECT NO_BL                                             02220000
022300           INTO :W-NO-BL OF DCLLIVRAISON                          02230000
022400           FROM API7.LIVRAISON                                    02240000
022500          WHERE LIE = :W-LIE OF DCLLIVRAISON                      02250000
022600            AND DATE_EXPEDITION = DATE(:DAT-DATE-ISO)             02260000
022700     END-EXEC.                                                    02270000
022800     EVALUATE SQLCODE                                             02280000
022900         WHEN ZERO                                                02290000
023000             GO TO 6020-BON-LIVR-FIN                              02300000
023100         WHEN 100                                                 02310000
023200             CONTINUE                                             02320000
023300         WHEN OTHER                                               02330000
023400             MOVE SQLCODE TO W-SQLCODE                            02340000
023500             MOVE 'SELECT LIVRAISON SQLCODE = '                   02350000
023600                  TO W-MESSAGE-ANOR                               02360000
023700             PERFORM 9999-FIN-ANORMALE-DEB                        02370000
023800               THRU  9999-FIN-ANORMALE-FIN                        02380000
023900     END-EVALUATE.                                                02390000
024000     PERFORM 6030-TOURNEE-DEB                                     02400000
024100       THRU  6030-TOURNEE-FIN.                                    02410000
024200     EXEC SQL                                                     02420000
024300         SELECT COALESCE(MAX(NO_BL), 0) + 1                       02430000
024400           INTO :W-NO-BL OF DCLLIVRAISON                          02440000
024500           FROM API7.LIVRAISON                                    02450000
024600     END-EXEC.                                                    02460000
024700     IF SQLCODE NOT = ZERO                                        02470000
024800         MOVE SQLCODE TO W-SQLCODE                                02480000
024900         MOVE 'SELECT MAX LIVRAISON SQLCODE = '                   02490000
025000              TO W-MESSAGE-ANOR                                   02500000
025100         PERFORM 9999-FIN-ANORMALE-DEB                            02510000
025200           THRU  9999-FIN-ANORMALE-FIN.                           02520000
025300     MOVE 'E' TO W-ETAT OF DCLLIVRAISON.                          02530000
025400     EXEC SQL                                                     02540000
025500         INSERT INTO API7.LIVRAISON                               02550000
025600                (NO_BL, LIE, ID_TOURNEE, ORDRE_ARRET,             02560000
025700                 DATE_EXPEDITION, ETAT, ID_UTILISATEUR,           02570000
025800                 DATE_SAISIE)                                     02580000
025900         VALUES (:W-NO-BL OF DCLLIVRAISON,                        02590000
026000                 :W-LIE OF DCLLIVRAISON,                          02600000
026100                 :W-ID-TOURNEE OF DCLLIVRAISON,                   02610000
026200                 :W-ORDRE-ARRET OF DCLLIVRAISON,                  02620000
026300                 DATE(:DAT-DATE-ISO),                             02630000
026400                 :W-ETAT OF DCLLIVRAISON, NULL, NULL)             02640000
026500     END-EXEC.                                                    02650000
026600     IF SQLCODE NOT = ZERO                                        02660000
026700         MOVE SQLCODE TO W-SQLCODE                                02670000
026800         MOVE 'INSERT LIVRAISON SQLCODE = '                       02680000
026900              TO W-MESSAGE-ANOR                                   02690000
027000         PERFORM 9999-FIN-ANORMALE-DEB                            02700000
027100           THRU  9999-FIN-ANORMALE-FIN.                           02710000
027200     ADD 1 TO W-CPT-BL.                                           02720000
027300 6020-BON-LIVR-FIN.                                               02730000
027400      EXIT.                                                       02740000
027500***************                                                   02750000
027600 6030-TOURNEE-DEB.                                                02760000
027700     MOVE JE00-LIE TO W-LIE OF DCLTOURNEEARRET.                   02770000
027800     EXEC SQL                                                     02780000
027900         SELECT ID_TOURNEE, ORDRE_ARRET                           02790000
028000           INTO :W-ID-TOURNEE OF DCLTOURNEEARRET,                 02800000
028100                :W-ORDRE-ARRET OF DCLTOURNEEARRET                 02810000
028200           FROM API7.TOURNEE_ARRET                                02820000
028300          WHERE LIE = :W-LIE OF DCLTOURNEEARRET                   02830000
028400     END-EXEC.                                                    02840000
028500     EVALUATE SQLCODE                                             02850000
028600         WHEN ZERO                                                02860000
028700             MOVE W-ID-TOURNEE OF DCLTOURNEEARRET                 02870000
028800                 TO W-ID-TOURNEE OF DCLLIVRAISON                  02880000
028900             MOVE W-ORDRE-ARRET OF DCLTOURNEEARRET                02890000
029000                 TO W-ORDRE-ARRET OF DCLLIVRAISON                 02900000
029100         WHEN 100                                                 02910000
029200             MOVE SPACES TO W-ID-TOURNEE OF DCLLIVRAISON          02920000
029300             MOVE ZERO TO W-ORDRE-ARRET OF DCLLIVRAISON           02930000
029400             ADD 1 TO W-CPT-HORS-TOU                              02940000
029500             DISPLAY 'DEPARTEMENT SANS TOURNEE : ' JE00-LIE       02950000
029600         WHEN OTHER                                               02960000
029700             MOVE SQLCODE TO W-SQLCODE                            02970000
029800             MOVE 'SELECT TOURNEE_ARRET SQLCODE = '               02980000
029900                  TO W-MESSAGE-ANOR                               02990000
030000             PERFORM 9999-FIN-ANORMALE-DEB                        03000000
030100               THRU  9999-FIN-ANORMALE-FIN                        03010000
030200     END-EVALUATE.                                                03020000
030300 6030-TOURNEE-FIN.                                                03030000
030400      EXIT.                                                       03040000
030500***************                                                   03050000
030600 6040-LIGNE-DEB.                                                  03060000
030700     MOVE W-NO-BL OF DCLLIVRAISON TO W-NO-BL OF DCLLIVRAISONLIGNE.03070000
030800     EXEC SQL                                                     03080000
030900         SELECT COALESCE(MAX(NO_LIGNE), 0) + 1                    03090000
031000           INTO :W-NO-LIGNE                                       03100000
031100           FROM API7.LIVRAISON_LIGNE                              03110000
031200          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISONLIGNE             03120000
031300     END-EXEC.                                                    03130000
031400     IF SQLCODE NOT = ZERO                                        03140000
031500         MOVE SQLCODE TO W-SQLCODE                                03150000
031600         MOVE 'SELECT MAX LIVRAISON_LIGNE SQLCODE = '             03160000
031700              TO W-MESSAGE-ANOR                                   03170000
031800         PERFORM 9999-FIN-ANORMALE-DEB                            03180000
031900           THRU  9999-FIN-ANORMALE-FIN.                           03190000
032000     MOVE JE00-NOART TO W-ID-ARTICLE OF DCLLIVRAISONLIGNE.        03200000
032100     MOVE JE00-ENTREPOT TO W-ID-ENTREPOT OF DCLLIVRAISONLIGNE.    03210000
032200     MOVE JE00-NO-LOT TO W-NO-LOT OF DCLLIVRAISONLIGNE.           03220000
032300     MOVE JE00-QTE-PREL TO W-QTE-EXPEDIEE.                        03230000
032400     MOVE 'E' TO W-ETAT OF DCLLIVRAISONLIGNE.                     03240000
032500     EXEC SQL                                                     03250000
032600         INSERT INTO API7.LIVRAISON_LIGNE                         03260000
032700                (NO_BL, NO_LIGNE, ID_ARTICLE, ID_ENTREPOT,        03270000
032800                 NO_LOT, QTE_EXPEDIEE, QTE_LIVREE,                03280000
032900                 QTE_REFUSEE, QTE_MANQUANTE, ETAT)                03290000
033000         VALUES (:W-NO-BL OF DCLLIVRAISONLIGNE, :W-NO-LIGNE,      03300000
033100                 :W-ID-ARTICLE OF DCLLIVRAISONLIGNE,              03310000
033200                 :W-ID-ENTREPOT OF DCLLIVRAISONLIGNE,             03320000
033300                 :W-NO-LOT OF DCLLIVRAISONLIGNE,                  03330000
033400                 :W-QTE-EXPEDIEE, 0, 0, 0,                        03340000
033500                 :W-ETAT OF DCLLIVRAISONLIGNE)                    03350000
033600     END-EXEC.                                                    03360000
033700     IF SQLCODE NOT = ZERO                                        03370000
033800         MOVE SQLCODE TO W-SQLCODE                                03380000
033900         MOVE 'INSERT LIVRAISON_LIGNE SQLCODE = '                 03390000
034000              TO W-MESSAGE-ANOR                                   03400000
034100         PERFORM 9999-FIN-ANORMALE-DEB                            03410000
034200           THRU  9999-FIN-ANORMALE-FIN.                           03420000
034300     ADD 1 TO W-CPT-LIGNES.                                       03430000
034400 6040-LIGNE-FIN.                                                  03440000
034500      EXIT.                                                       03450000
034600***************                                                   03460000
034700 7000-EDITION-DEB.                                                03470000
034800     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           03480000
034900     PERFORM 8300-EDIT-INIT-DEB                                   03490000
035000       THRU  8300-EDIT-INIT-FIN.                                  03500000
035100     EXEC SQL                                                     03510000
035200         OPEN C-MANIF                                             03520000
035300     END-EXEC.                                                    03530000
035400     IF SQLCODE NOT = ZERO                                        03540000
035500         MOVE SQLCODE TO W-SQLCODE                                03550000
035600         MOVE 'OPEN C-MANIF SQLCODE = '                           03560000
035700              TO W-MESSAGE-ANOR                                   03570000
035800         PERFORM 9999-FIN-ANORMALE-DEB                            03580000
035900           THRU  9999-FIN-ANORMALE-FIN.                           03590000
036000     PERFORM 7010-FETCH-DEB                                       03600000
036100       THRU  7010-FETCH-FIN                                       03610000
036200       UNTIL FIN-MAN-OK.                                          03620000
036300     EXEC SQL                                                     03630000
036400         CLOSE C-MANIF                                            03640000
036500     END-EXEC.                                                    03650000
036600     IF NOT PREMIERE-LIGNE                                        03660000
036700         PERFORM 7050-TOTAL-BL-DEB                                03670000
036800           THRU  7050-TOTAL-BL-FIN                                03680000
036900         PERFORM 7060-TOTAL-TOU-DEB                               03690000
037000           THRU  7060-TOTAL-TOU-FIN                               03700000
037100         MOVE W-LIGNE-RENVOI TO EDIT-LIGNE                        03710000
037200         PERFORM 8100-EDIT-LIGNE-DEB                              03720000
037300           THRU  8100-EDIT-LIGNE-FIN.                             03730000
037400 7000-EDITION-FIN.                                                03740000
037500      EXIT.                                                       03750000
037600***************                                                   03760000
037700 7010-FETCH-DEB.                                                  03770000
037800     EXEC SQL                                                     03780000
037900         FETCH C-MANIF                                            03790000
038000           INTO :W-ID-TOURNEE OF DCLLIVRAISON,                    03800000
038100                :W-ORDRE-ARRET OF DCLLIVRAISON,                   03810000
038200                :W-NO-BL OF DCLLIVRAISON,                         03820000
038300                :W-LIE OF DCLLIVRAISON,                           03830000
038400                :W-ID-ARTICLE OF DCLLIVRAISONLIGNE,               03840000
038500                :W-ID-ENTREPOT OF DCLLIVRAISONLIGNE,              03850000
038600                :W-NO-LOT OF DCLLIVRAISONLIGNE,                   03860000
038700                :W-QTE-EXPEDIEE,                                  03870000
038800                :W-DESIGNATION,                                   03880000
038900                :W-POIDS :W-IND-POIDS                             03890000
039000     END-EXEC.                                                    03900000
039100     EVALUATE SQLCODE                                             03910000
039200         WHEN 100                                                 03920000
039300             MOVE '1' TO W-EOF-MAN                                03930000
039400         WHEN ZERO                                                03940000
039500             PERFORM 7020-RUPTURE-DEB                             03950000
039600               THRU  7020-RUPTURE-FIN                             03960000
039700             PERFORM 7040-DETAIL-DEB                              03970000
039800               THRU  7040-DETAIL-FIN                              03980000
039900         WHEN OTHER                                               03990000
040000             MOVE SQLCODE TO W-SQLCODE                            04000000
040100             MOVE 'FETCH C-MANIF SQLCODE = '                      04010000
040200                  TO W-MESSAGE-ANOR                               04020000
040300             PERFORM 9999-FIN-ANORMALE-DEB                        04030000
040400               THRU  9999-FIN-ANORMALE-FIN.                       04040000
040500 7010-FETCH-FIN.                                                  04050000
040600      EXIT.                                                       04060000
040700***************                                                   04070000
040800 7020-RUPTURE-DEB.                                                04080000
040900     IF PREMIERE-LIGNE                                            04090000
041000         MOVE '0' TO W-PREMIERE-LIGNE                             04100000
041100         PERFORM 7025-ENTETE-TOU-DEB                              04110000
041200           THRU  7025-ENTETE-TOU-FIN                              04120000
041300         PERFORM 7030-ENTETE-BL-DEB                               04130000
041400           THRU  7030-ENTETE-BL-FIN                               04140000
041500         GO TO 7020-RUPTURE-FIN.                                  04150000
041600     IF W-ID-TOURNEE OF DCLLIVRAISON NOT = W-PREV-TOURNEE         04160000
041700         PERFORM 7050-TOTAL-BL-DEB                                04170000
041800           THRU  7050-TOTAL-BL-FIN                                04180000
041900         PERFORM 7060-TOTAL-TOU-DEB                               04190000
042000           THRU  7060-TOTAL-TOU-FIN                               04200000
042100         PERFORM 7025-ENTETE-TOU-DEB                              04210000
042200           THRU  7025-ENTETE-TOU-FIN                              04220000
042300         PERFORM 7030-ENTETE-BL-DEB                               04230000
042400           THRU  7030-ENTETE-BL-FIN                               04240000
042500         GO TO 7020-RUPTURE-FIN.                                  04250000
042600     IF W-NO-BL OF DCLLIVRAISON NOT = W-PREV-BL                   04260000
042700         PERFORM 7050-TOTAL-BL-DEB                                04270000
042800           THRU  7050-TOTAL-BL-FIN                                04280000
042900         PERFORM 7030-ENTETE-BL-DEB                               04290000
043000           THRU  7030-ENTETE-BL-FIN.                              04300000
043100 7020-RUPTURE-FIN.                                                04310000
043200      EXIT.                                                       04320000
043300***************                                                   04330000
043400 7025-ENTETE-TOU-DEB.                                             04340000
043500     MOVE W-ID-TOURNEE OF DCLLIVRAISON TO W-PREV-TOURNEE.         04350000
043600     MOVE ZERO TO W-TOU-ARRETS W-TOU-PIECES W-TOU-POIDS.          04360000
043700     MOVE W-ID-TOURNEE OF DCLLIVRAISON TO WT-TOURNEE.             04370000
043800     MOVE 99 TO EDIT-CPT-LIGNES.                                  04380000
043900     IF W-ID-TOURNEE OF DCLLIVRAISON = SPACES                     04390000
044000         MOVE 'DEPARTEMENTS SANS TOURNEE' TO WT-LIBELLE           04400000
044100         MOVE SPACES TO WT-VEHICULE                               04410000
044200         MOVE -1 TO W-IND-CHARGE                                  04420000
044300         GO TO 7025-ENTETE-TOU-10.                                04430000
044400     MOVE W-ID-TOURNEE OF DCLLIVRAISON                            04440000
044500         TO W-ID-TOURNEE OF DCLTOURNEE.                           04450000
044600     EXEC SQL                                                     04460000
044700         SELECT LIBELLE, ID_VEHICULE, CHARGE_MAX                  04470000
044800           INTO :W-LIBELLE OF DCLTOURNEE, :W-ID-VEHICULE,         04480000
044900                :W-CHARGE-MAX :W-IND-CHARGE                       04490000
045000           FROM API7.TOURNEE                                      04500000
045100          WHERE ID_TOURNEE = :W-ID-TOURNEE OF DCLTOURNEE          04510000
045200     END-EXEC.                                                    04520000
045300     IF SQLCODE = ZERO                                            04530000
045400         MOVE W-LIBELLE OF DCLTOURNEE TO WT-LIBELLE               04540000
045500         MOVE W-ID-VEHICULE TO WT-VEHICULE                        04550000
045600     ELSE                                                         04560000
045700         MOVE 'TOURNEE INCONNUE' TO WT-LIBELLE                    04570000
045800         MOVE SPACES TO WT-VEHICULE                               04580000
045900         MOVE -1 TO W-IND-CHARGE.                                 04590000
046000 7025-ENTETE-TOU-10.                                              04600000
046100     MOVE W-LIGNE-TOURNEE TO EDIT-LIGNE.                          04610000
046200     PERFORM 8100-EDIT-LIGNE-DEB                                  04620000
046300       THRU  8100-EDIT-LIGNE-FIN.                                 04630000
046400 7025-ENTETE-TOU-FIN.                                             04640000
046500      EXIT.                                                       04650000
046600***************                                                   04660000
046700 7030-ENTETE-BL-DEB.                                              04670000
046800     MOVE W-NO-BL OF DCLLIVRAISON TO W-PREV-BL.                   04680000
046900     MOVE ZERO TO W-BL-PIECES W-BL-POIDS.                         04690000
047000     ADD 1 TO W-TOU-ARRETS.                                       04700000
047100     MOVE W-LIE OF DCLLIVRAISON TO W-LIE OF DCLDEPARTEMENTS.      04710000
047200     EXEC SQL                                                     04720000
047300         SELECT LIB                                               04730000
047400           INTO :W-LIB                                            04740000
047500           FROM API7.DEPARTEMENTS                                 04750000
047600          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   04760000
047700     END-EXEC.                                                    04770000
047800     IF SQLCODE NOT = ZERO                                        04780000
047900         MOVE SPACES TO W-LIB.                                    04790000
048000     MOVE W-ORDRE-ARRET OF DCLLIVRAISON TO WA-ORDRE.              04800000
048100     MOVE W-LIE OF DCLLIVRAISON TO WA-LIE.                        04810000
048200     MOVE W-LIB TO WA-LIB.                                        04820000
048300     MOVE W-NO-BL OF DCLLIVRAISON TO WA-NO-BL.                    04830000
048400     MOVE SPACES TO EDIT-LIGNE.                                   04840000
048500     PERFORM 8100-EDIT-LIGNE-DEB                                  04850000
048600       THRU  8100-EDIT-LIGNE-FIN.                                 04860000
048700     MOVE W-LIGNE-ARRET TO EDIT-LIGNE.                            04870000
048800     PERFORM 8100-EDIT-LIGNE-DEB                                  04880000
048900       THRU  8100-EDIT-LIGNE-FIN.                                 04890000
049000     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         04900000
049100     PERFORM 8100-EDIT-LIGNE-DEB                                  04910000
049200       THRU  8100-EDIT-LIGNE-FIN.                                 04920000
049300 7030-ENTETE-BL-FIN.                                              04930000
049400      EXIT.                                                       04940000
049500***************                                                   04950000
049600 7040-DETAIL-DEB.                                                 04960000
049700     IF W-IND-POIDS < ZERO                                        04970000
049800         MOVE ZERO TO W-POIDS                                     04980000
049900         MOVE '*' TO WD-SANS-POIDS                                04990000
050000     ELSE                                                         05000000
050100         MOVE SPACE TO WD-SANS-POIDS.                             05010000
050200     COMPUTE W-POIDS-LIGNE = W-QTE-EXPEDIEE * W-POIDS.            05020000
050300     ADD W-QTE-EXPEDIEE TO W-BL-PIECES.                           05030000
050400     ADD W-POIDS-LIGNE TO W-BL-POIDS.                             05040000
050500     MOVE W-ID-ARTICLE OF DCLLIVRAISONLIGNE TO WD-NOART.          05050000
050600     MOVE W-DESIGNATION TO WD-DESIGNATION.                        05060000
050700     MOVE W-ID-ENTREPOT OF DCLLIVRAISONLIGNE TO WD-ENTREPOT.      05070000
050800     MOVE W-NO-LOT OF DCLLIVRAISONLIGNE TO WD-NO-LOT.             05080000
050900     MOVE W-QTE-EXPEDIEE TO WD-QTE.                               05090000
051000     MOVE W-POIDS-LIGNE TO WD-POIDS.                              05100000
051100     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           05110000
051200     PERFORM 8100-EDIT-LIGNE-DEB                                  05120000
051300       THRU  8100-EDIT-LIGNE-FIN.                                 05130000
051400 7040-DETAIL-FIN.                                                 05140000
051500      EXIT.                                                       05150000
051600***************                                                   05160000
051700 7050-TOTAL-BL-DEB.                                               05170000
051800     MOVE W-BL-PIECES TO WB-PIECES.                               05180000
051900     MOVE W-BL-POIDS TO WB-POIDS.                                 05190000
052000     MOVE W-LIGNE-TOTAL-BL TO EDIT-LIGNE.                         05200000
052100     PERFORM 8100-EDIT-LIGNE-DEB                                  05210000
052200       THRU  8100-EDIT-LIGNE-FIN.                                 05220000
052300     ADD W-BL-PIECES TO W-TOU-PIECES.                             05230000
052400     ADD W-BL-POIDS TO W-TOU-POIDS.                               05240000
052500 7050-TOTAL-BL-FIN.                                               05250000
052600      EXIT.                                                       05260000
052700***************                                                   05270000
052800 7060-TOTAL-TOU-DEB.                                              05280000
052900     MOVE SPACES TO EDIT-LIGNE.                                   05290000
053000     PERFORM 8100-EDIT-LIGNE-DEB                                  05300000
053100       THRU  8100-EDIT-LIGNE-FIN.                                 05310000
053200     MOVE W-TOU-ARRETS TO WU-ARRETS.                              05320000
053300     MOVE W-TOU-PIECES TO WU-PIECES.                              05330000
053400     MOVE W-TOU-POIDS TO WU-POIDS.                                05340000
053500     MOVE W-LIGNE-TOTAL-TOU TO EDIT-LIGNE.                        05350000
053600     PERFORM 8100-EDIT-LIGNE-DEB                                  05360000
053700       THRU  8100-EDIT-LIGNE-FIN.                                 05370000
053800     IF W-IND-CHARGE < ZERO                                       05380000
053900         GO TO 7060-TOTAL-TOU-FIN.                                05390000
054000     MOVE W-CHARGE-MAX TO WC-CHARGE.                              05400000
054100     IF W-TOU-POIDS > W-CHARGE-MAX                                05410000
054200         MOVE '   *** CHARGE MAXIMALE DEPASSEE ***'               05420000
054300             TO WC-ALERTE                                         05430000
054400         DISPLAY 'TOURNEE EN SURCHARGE : ' W-PREV-TOURNEE         05440000
054500         MOVE 4 TO RETURN-CODE                                    05450000
054600     ELSE                                                         05460000
054700         MOVE SPACES TO WC-ALERTE.                                05470000
054800     MOVE W-LIGNE-CHARGE TO EDIT-LIGNE.                           05480000
054900     PERFORM 8100-EDIT-LIGNE-DEB                                  05490000
055000       THRU  8100-EDIT-LIGNE-FIN.                                 05500000
055100 7060-TOTAL-TOU-FIN.                                              05510000
055200      EXIT.                                                       05520000
055300***************                                                   05530000
055400 8000-FIN-TRT-DEB.                                                05540000
055500     CLOSE JRN-FICHIER.                                           05550000
055600     CLOSE LISTMAN.                                               05560000
055700     DISPLAY 'EXPEDITIONS LUES     = ' W-CPT-LUS.                 05570000
055800     DISPLAY 'EXPEDITIONS A ZERO   = ' W-CPT-IGNORES.             05580000
055900     DISPLAY 'BONS DE LIVRAISON    = ' W-CPT-BL.                  05590000
056000     DISPLAY 'LIGNES DE LIVRAISON  = ' W-CPT-LIGNES.              05600000
056100     DISPLAY 'BL SANS TOURNEE      = ' W-CPT-HORS-TOU.            05610000
056200     MOVE 'F' TO JRN-PHASE.                                       05620000
056300     MOVE W-CPT-LUS TO JRN-NB-LUS.                                05630000
056400     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          05640000
056500     MOVE W-CPT-IGNORES TO JRN-NB-REJETES.                        05650000
056600     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         05660000
056700     CALL 'JRNEXEC' USING JRN-EXECUTION.                          05670000
056800 8000-FIN-TRT-FIN.                                                05680000
056900      EXIT.                                                       05690000
057000************                                                      05700000
057100************                                                      05710000
057200  9990-FIN-NORMALE-DEB.                                           05720000
057300            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           05730000
057400       GOBACK.                                                    05740000
057500  9990-FIN-NORMALE-FIN.                                           05750000
057600       EXIT.                                                      05760000
057700*************                                                     05770000
057800 COPY EDITPRO REPLACING ==EDIT-RECORD==                           05780000
057900     BY ==LM00==.                                                 05790000
058000 COPY ANORPROC.                                                   05800000
