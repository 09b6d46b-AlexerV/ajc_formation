000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LRAPLOT .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     RAP-FICHIER   ASSIGN    RAPLOT.                   00060000
000700     SELECT     LISTRAP       ASSIGN    LISTRAP.                  00070000
000800     SELECT     LETRAP        ASSIGN    LETRAP.                   00080000
000900     SELECT     MVT-FICHIER   ASSIGN    MVTRAP.                   00090000
001000 DATA DIVISION.                                                   00100000
001100 FILE SECTION.                                                    00110000
001200 FD                 RAP-FICHIER                                   00120000
001300      BLOCK              00000 RECORDS                            00130000
001400      DATA RECORD                                                 00140000
001500                    RL00                                          00150000
001600           LABEL RECORD STANDARD.                                 00160000
001700 01               RL00.                                           00170000
001800   10             RL00-FOURN    PICTURE X(5).                     00180000
001900   10             RL00-NOART    PICTURE 9(9).                     00190000
002000   10             RL00-NO-LOT   PICTURE X(10).                    00200000
002100   10             RL00-FILLER   PICTURE X(56).                    00210000
002200 FD                 LISTRAP                                       00220000
002300      BLOCK              00000 RECORDS                            00230000
002400      DATA RECORD                                                 00240000
002500                    LP00                                          00250000
002600           LABEL RECORD STANDARD.                                 00260000
002700 01               LP00               PICTURE X(80).               00270000
002800 FD                 LETRAP                                        00280000
002900      BLOCK              00000 RECORDS                            00290000
003000      DATA RECORD                                                 00300000
003100                    LT00                                          00310000
003200           LABEL RECORD STANDARD.                                 00320000
003300 01               LT00               PICTURE X(80).               00330000
003400 FD                 MVT-FICHIER                                   00340000
003500      BLOCK              00000 RECORDS                            00350000
003600      DATA RECORD                                                 00360000
003700                    MV00                                          00370000
003800           LABEL RECORD STANDARD.                                 00380000
003900 01               MV00.                                           00390000
004000   10             MV00-NOART    PICTURE 9(9).                     00400000
004100   10             MV00-ENTREPOT PICTURE X(2).                     00410000
004200   10             MV00-TYPE     PICTURE X(1).                     00420000
004300   10             MV00-QUANTITE PICTURE 9(9).                     00430000
004400   10             MV00-ENT-DEST PICTURE X(2).                     00440000
004500   10             MV00-FOURN    PICTURE X(5).                     00450000
004600   10             MV00-NO-TRF   PICTURE 9(9).                     00460000
004700   10             MV00-NO-LOT   PICTURE X(10).                    00470000
004800   10             MV00-DATE-PER PICTURE X(8).                     00480000
004900   10             MV00-STATUT   PICTURE X(1).                     00490000
005000   10             MV00-CODE-EAN PICTURE X(13).                    00500000
005010   10             MV00-MOTIF    PICTURE X(3).                     00501000
005020   10             MV00-FILLER   PICTURE X(8).                     00502000
005100 WORKING-STORAGE SECTION.                                         00510000
005200      EXEC SQL                                                    00520000
005300         INCLUDE SQLCA                                            00530000
005400      END-EXEC.                                                   00540000
005500*****                                                             00550000
005600      EXEC SQL                                                    00560000
005700         INCLUDE FOURNIS                                          00570000
005800      END-EXEC.                                                   00580000
005900*****                                                             00590000
006000      EXEC SQL                                                    00600000
006100         INCLUDE RAPPEL                                           00610000
006200      END-EXEC.                                                   00620000
006300******                                                            00630000
006400      EXEC SQL                                                    00640000
006500         DECLARE C-LOTS CURSOR FOR                                00650000
006600         SELECT L.ID_ENTREPOT, L.QUANTITE,                        00660000
006700                CHAR(L.DATE_RECEPTION, ISO),                      00670000
006800                COALESCE(S.QUANTITE - S.QTE_RESERVEE, 0)          00680000
006900           FROM API7.STOCK_LOT L                                  00690000
007000           LEFT OUTER JOIN API7.STOCK S                           00700000
007100             ON S.ID_ARTICLE = L.ID_ARTICLE                       00710000
007200            AND S.ID_ENTREPOT = L.ID_ENTREPOT                     00720000
007300          WHERE L.ID_ARTICLE = :W-RAP-NOART                       00730000
007400            AND L.NO_LOT = :W-RAP-LOT                             00740000
007500            AND L.QUANTITE > 0                                    00750000
007600          ORDER BY L.ID_ENTREPOT                                  00760000
007700      END-EXEC.                                                   00770000
007800******                                                            00780000
007900      EXEC SQL                                                    00790000
008000         DECLARE C-EMPL CURSOR FOR                                00800000
008100         SELECT ALLEE, ETAGERE, CASIER                            00810000
008200           FROM API7.EMPLACEMENT                                  00820000
008300          WHERE ID_ARTICLE = :W-RAP-NOART                         00830000
008400            AND ID_ENTREPOT = :W-LOT-ENT                          00840000
008500          ORDER BY ALLEE, ETAGERE, CASIER                         00850000
008600      END-EXEC.                                                   00860000
008700******                                                            00870000
008800      EXEC SQL                                                    00880000
008900         DECLARE C-DEPT CURSOR FOR                                00890000
009000         SELECT E.LIE, COALESCE(D.LIB, ' '), E.ID_ENTREPOT,       00900000
009100                CHAR(E.DATE_EXPEDITION, ISO), E.QUANTITE          00910000
009200           FROM API7.LOT_EXPEDIE E                                00920000
009300           LEFT OUTER JOIN API7.DEPARTEMENTS D                    00930000
009400             ON D.LIE = E.LIE                                     00940000
009500          WHERE E.ID_ARTICLE = :W-RAP-NOART                       00950000
009600            AND E.NO_LOT = :W-RAP-LOT                             00960000
009700          ORDER BY E.LIE, E.DATE_EXPEDITION                       00970000
009800      END-EXEC.                                                   00980000
009900******                                                            00990000
010000      EXEC SQL                                                    01000000
010100         DECLARE C-CMD CURSOR FOR                                 01010000
010200         SELECT DISTINCT C.NO_COMMANDE, C.ID_FOURNISSEUR,         01020000
010300                C.ID_ENTREPOT, CHAR(C.DATE_COMMANDE, ISO),        01030000
010400                C.QTE_COMMANDEE, C.QTE_RECUE                      01040000
010500           FROM API7.STOCK_LOT L, API7.COMMANDE_ACHAT C           01050000
010600          WHERE L.ID_ARTICLE = :W-RAP-NOART                       01060000
010700            AND L.NO_LOT = :W-RAP-LOT                             01070000
010800            AND C.NO_COMMANDE = L.NO_COMMANDE_ACHAT               01080000
010900            AND C.ID_ARTICLE = L.ID_ARTICLE                       01090000
011000            AND C.ID_ENTREPOT = L.ID_ENTREPOT                     01100000
011100          ORDER BY 1, 3                                           01110000
011200      END-EXEC.                                                   01120000
011300******                                                            01130000
011400 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LRAPLOT'.                    01140000
011500 01  W-SQLCODE      PIC +++9.                                     01150000
011600 01  W-EOF-RAP      PIC X     VALUE '0'.                          01160000
011700     88  FIN-RAP-OK           VALUE '1'.                          01170000
011800 01  W-EOF-CUR      PIC X     VALUE '0'.                          01180000
011900     88  FIN-CUR-OK           VALUE '1'.                          01190000
012000 01  W-EOF-EMP      PIC X     VALUE '0'.                          01200000
012100     88  FIN-EMP-OK           VALUE '1'.                          01210000
012200 01  W-CODE-REJET   PIC X(40) VALUE SPACES.                       01220000
012300 COPY ANORMAL.                                                    01230000
012400 COPY DATCOM.                                                     01240000
012500 COPY JRNCOM.                                                     01250000
012600 COPY CTLLOT.                                                     01260000
012610 COPY PRMCOM.                                                     01261000
012700 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       01270000
012800 01  W-HEURE-LOT.                                                 01280000
012900     05  W-HL-HHMMSS PIC 9(6).                                    01290000
013000     05  FILLER     PIC X(2).                                     01300000
013100******                                                            01310000
013200 01  W-RAP-NOART    PIC S9(9) USAGE COMP.                         01320000
013300 01  W-RAP-LOT      PIC X(10).                                    01330000
013400 01  W-RAP-FOURN    PIC X(5).                                     01340000
013500 01  W-NB-LOTS      PIC S9(9) USAGE COMP.                         01350000
013600 01  W-NB-EXPED     PIC S9(9) USAGE COMP.                         01360000
013700 01  W-NB-RAPPEL    PIC S9(9) USAGE COMP.                         01370000
013800 01  W-NB-LIGNES    PIC S9(9) USAGE COMP.                         01380000
013900 01  W-LOT-ENT      PIC X(2).                                     01390000
014000 01  W-LOT-QTE      PIC S9(9) USAGE COMP.                         01400000
014100 01  W-LOT-DATE     PIC X(10).                                    01410000
014200 01  W-LOT-DISPO    PIC S9(9) USAGE COMP.                         01420000
014300 01  W-QTE-QUAR     PIC S9(9) USAGE COMP.                         01430000
014400 01  W-QTE-RESTE    PIC S9(9) USAGE COMP.                         01440000
014500 01  W-EMP-ALLEE    PIC X(2).                                     01450000
014600 01  W-EMP-ETAGERE  PIC X(2).                                     01460000
014700 01  W-EMP-CASIER   PIC X(3).                                     01470000
014800 01  W-DEP-LIE      PIC S9(9) USAGE COMP.                         01480000
014900 01  W-DEP-LIB      PIC X(20).                                    01490000
015000 01  W-DEP-ENT      PIC X(2).                                     01500000
015100 01  W-DEP-DATE     PIC X(10).                                    01510000
015200 01  W-DEP-QTE      PIC S9(9) USAGE COMP.                         01520000
015300 01  W-LIE-PREC     PIC S9(9) USAGE COMP.                         01530000
015400 01  W-CMD-NO       PIC S9(9) USAGE COMP.                         01540000
015500 01  W-CMD-FOURN    PIC X(5).                                     01550000
015600 01  W-CMD-ENT      PIC X(2).                                     01560000
015700 01  W-CMD-DATE     PIC X(10).                                    01570000
015800 01  W-CMD-QTE      PIC S9(9) USAGE COMP.                         01580000
015900 01  W-CMD-RECUE    PIC S9(9) USAGE COMP.                         01590000
015910 01  W-MOTIF-RAP    PIC X(3)  VALUE SPACES.                       01591000
015920 01  W-CNT-MOT      PIC S9(9) USAGE COMP VALUE ZERO.              01592000
016000******                                                            01600000
016100 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01610000
016200 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01620000
016300 01  W-CPT-QUAR     PIC S9(9) USAGE COMP-3 VALUE ZERO.            01630000
016400 01  W-CPT-LETTRES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01640000
016500******                                                            01650000
016600 01  W-LIGNE-ENTETE.                                              01660000
016700     05  FILLER   PIC X(40) VALUE                                 01670000
016800         'RAPPEL DE LOTS FOURNISSEUR'.                            01680000
016900     05  FILLER   PIC X(18) VALUE 'JOURNEE DU '.                  01690000
017000     05  WE-DATE        PIC X(10).                                01700000
017100     05  FILLER   PIC X(12) VALUE SPACES.                         01710000
017200 01  W-LIGNE-RAPPEL.                                              01720000
017300     05  FILLER   PIC X(13) VALUE 'FOURNISSEUR '.                 01730000
017400     05  WR-FOURN       PIC X(5).                                 01740000
017500     05  FILLER   PIC X(10) VALUE '  ARTICLE '.                   01750000
017600     05  WR-NOART       PIC ZZZZZZZZ9.                            01760000
017700     05  FILLER   PIC X(6)  VALUE '  LOT '.                       01770000
017800     05  WR-NO-LOT      PIC X(10).                                01780000
017900     05  FILLER   PIC X(27) VALUE SPACES.                         01790000
018000 01  W-LIGNE-SECTION.                                             01800000
018100     05  FILLER   PIC X(3)  VALUE SPACES.                         01810000
018200     05  W-TITRE-SECTION PIC X(50).                               01820000
018300     05  FILLER   PIC X(27) VALUE SPACES.                         01830000
018400 01  W-LIGNE-LOT.                                                 01840000
018500     05  FILLER   PIC X(6)  VALUE SPACES.                         01850000
018600     05  FILLER   PIC X(4)  VALUE 'ENT '.                         01860000
018700     05  WL-ENTREPOT    PIC X(2).                                 01870000
018800     05  FILLER   PIC X(12) VALUE '  QTE LOT : '.                 01880000
018900     05  WL-QUANTITE    PIC ZZZZZZZZ9.                            01890000
019000     05  FILLER   PIC X(11) VALUE '  RECU LE '.                   01900000
019100     05  WL-DATE        PIC X(10).                                01910000
019200     05  FILLER   PIC X(26) VALUE SPACES.                         01920000
019300 01  W-LIGNE-EMPL.                                                01930000
019400     05  FILLER   PIC X(12) VALUE SPACES.                         01940000
019500     05  FILLER   PIC X(14) VALUE 'EMPLACEMENT : '.               01950000
019600     05  WP-ALLEE       PIC X(2).                                 01960000
019700     05  FILLER   PIC X(1)  VALUE '-'.                            01970000
019800     05  WP-ETAGERE     PIC X(2).                                 01980000
019900     05  FILLER   PIC X(1)  VALUE '-'.                            01990000
020000     05  WP-CASIER      PIC X(3).                                 02000000
020100     05  FILLER   PIC X(45) VALUE SPACES.                         02010000
020200 01  W-LIGNE-QUAR.                                                02020000
020300     05  FILLER   PIC X(12) VALUE SPACES.                         02030000
020400     05  WQ-LIBELLE     PIC X(30).                                02040000
020500     05  WQ-QUANTITE    PIC ZZZZZZZZ9.                            02050000
020600     05  FILLER   PIC X(29) VALUE SPACES.                         02060000
020700 01  W-LIGNE-DEPT.                                                02070000
020800     05  FILLER   PIC X(6)  VALUE SPACES.                         02080000
020900     05  FILLER   PIC X(4)  VALUE 'LIE '.                         02090000
021000     05  WD-LIE         PIC ZZZZZZZZ9.                            02100000
021100     05  FILLER   PIC X(1)  VALUE SPACES.                         02110000
021200     05  WD-LIB         PIC X(20).                                02120000
021300     05  FILLER   PIC X(5)  VALUE ' ENT '.                        02130000
021400     05  WD-ENTREPOT    PIC X(2).                                 02140000
021500     05  FILLER   PIC X(1)  VALUE SPACES.                         02150000
021600     05  WD-DATE        PIC X(10).                                02160000
021700     05  FILLER   PIC X(6)  VALUE ' QTE: '.                       02170000
021800     05  WD-QUANTITE    PIC ZZZZZZZZ9.                            02180000
021900     05  FILLER   PIC X(7)  VALUE SPACES.                         02190000
022000 01  W-LIGNE-CMD.                                                 02200000
022100     05  FILLER   PIC X(6)  VALUE SPACES.                         02210000
022200     05  FILLER   PIC X(4)  VALUE 'CDE '.                         02220000
022300     05  WC-NO-CMD      PIC ZZZZZZZZ9.                            02230000
022400     05  FILLER   PIC X(1)  VALUE SPACES.                         02240000
022500     05  WC-FOURN       PIC X(5).                                 02250000
022600     05  FILLER   PIC X(5)  VALUE ' ENT '.                        02260000
022700     05  WC-ENTREPOT    PIC X(2).                                 02270000
022800     05  FILLER   PIC X(1)  VALUE SPACES.                         02280000
022900     05  WC-DATE        PIC X(10).                                02290000
023000     05  FILLER   PIC X(5)  VALUE ' CDE '.                        02300000
023100     05  WC-QTE-CDE     PIC ZZZZZZZZ9.                            02310000
023200     05  FILLER   PIC X(5)  VALUE ' RECU'.                        02320000
023300     05  WC-QTE-RECUE   PIC ZZZZZZZZ9.                            02330000
023400     05  WC-MENTION     PIC X(9).                                 02340000
023500 01  W-LIGNE-MESSAGE.                                             02350000
023600     05  FILLER   PIC X(6)  VALUE SPACES.                         02360000
023700     05  WM-MESSAGE     PIC X(60).                                02370000
023800     05  FILLER   PIC X(14) VALUE SPACES.                         02380000
023900 01  W-LIGNE-TOTAL.                                               02390000
024000     05  FILLER   PIC X(17) VALUE 'RAPPELS LUS    : '.            02400000
024100     05  WT-LUS         PIC ZZZZZ9.                               02410000
024200     05  FILLER   PIC X(13) VALUE '  REJETES : '.                 02420000
024300     05  WT-REJETS      PIC ZZZZZ9.                               02430000
024400     05  FILLER   PIC X(13) VALUE '  LETTRES : '.                 02440000
024500     05  WT-LETTRES     PIC ZZZZZ9.                               02450000
024600     05  FILLER   PIC X(19) VALUE SPACES.                         02460000
024700******                                                            02470000
024800 01  W-LETTRE-SEPAR.                                              02480000
024900     05  FILLER   PIC X(80) VALUE ALL '='.                        02490000
025000 01  W-LETTRE-ENTETE.                                             02500000
025100     05  FILLER   PIC X(50) VALUE                                 02510000
025200         'API7 - GESTION DES STOCKS - SERVICE QUALITE'.           02520000
025300     05  FILLER   PIC X(10) VALUE 'LE '.                          02530000
025400     05  WLE-DATE       PIC X(10).                                02540000
025500     05  FILLER   PIC X(10) VALUE SPACES.                         02550000
025600 01  W-LETTRE-DEST.                                               02560000
025700     05  FILLER   PIC X(29) VALUE                                 02570000
025800         'A L ATTENTION DU DEPARTEMENT '.                         02580000
025900     05  WLD-LIB        PIC X(20).                                02590000
026000     05  FILLER   PIC X(6)  VALUE ' (LIE '.                       02600000
026100     05  WLD-LIE        PIC ZZZZZZZZ9.                            02610000
026200     05  FILLER   PIC X(1)  VALUE ')'.                            02620000
026300     05  FILLER   PIC X(15) VALUE SPACES.                         02630000
026400 01  W-LETTRE-OBJET.                                              02640000
026500     05  FILLER   PIC X(24) VALUE 'OBJET : RAPPEL DU LOT '.       02650000
026600     05  WLO-NO-LOT     PIC X(10).                                02660000
026700     05  FILLER   PIC X(11) VALUE ' - ARTICLE '.                  02670000
026800     05  WLO-NOART      PIC ZZZZZZZZ9.                            02680000
026900     05  FILLER   PIC X(26) VALUE SPACES.                         02690000
027000 01  W-LETTRE-FOURN.                                              02700000
027100     05  FILLER   PIC X(15) VALUE 'LE FOURNISSEUR '.              02710000
027200     05  WLF-FOURN      PIC X(5).                                 02720000
027300     05  FILLER   PIC X(1)  VALUE SPACES.                         02730000
027400     05  WLF-NOM        PIC X(20).                                02740000
027500     05  FILLER   PIC X(39) VALUE                                 02750000
027600         ' PROCEDE AU RAPPEL DE CE LOT.'.                         02760000
027700 01  W-LETTRE-TEXTE1.                                             02770000
027800     05  FILLER   PIC X(80) VALUE                                 02780000
027900         'VOUS AVEZ ETE LIVRES DES QUANTITES SUIVANTES :'.        02790000
028000 01  W-LETTRE-DETAIL.                                             02800000
028100     05  FILLER   PIC X(6)  VALUE '   LE '.                       02810000
028200     05  WLL-DATE       PIC X(10).                                02820000
028300     05  FILLER   PIC X(20) VALUE ' DEPUIS L ENTREPOT '.          02830000
028400     05  WLL-ENTREPOT   PIC X(2).                                 02840000
028500     05  FILLER   PIC X(12) VALUE '  QUANTITE '.                  02850000
028600     05  WLL-QUANTITE   PIC ZZZZZZZZ9.                            02860000
028700     05  FILLER   PIC X(21) VALUE SPACES.                         02870000
028800 01  W-LETTRE-TEXTE2.                                             02880000
028900     05  FILLER   PIC X(80) VALUE                                 02890000
029000         'MERCI DE CESSER IMMEDIATEMENT TOUTE UTILISATION DE CES'.02900000
029100 01  W-LETTRE-TEXTE3.                                             02910000
029200     05  FILLER   PIC X(80) VALUE                                 02920000
029300         'ARTICLES ET DE RETOURNER LE SOLDE AU MAGASIN EN'.       02930000
029400 01  W-LETTRE-TEXTE4.                                             02940000
029500     05  FILLER   PIC X(80) VALUE                                 02950000
029600         'RAPPELANT LE NUMERO DE LOT SUR LE BON DE RETOUR.'.      02960000
029700 01  W-LETTRE-SIGNE.                                              02970000
029800     05  FILLER   PIC X(40) VALUE SPACES.                         02980000
029900     05  FILLER   PIC X(40) VALUE                                 02990000
030000         'LE RESPONSABLE DES STOCKS'.                             03000000
030100******                                                            03010000
030200 PROCEDURE DIVISION.                                              03020000
030300 1000-LRAPLOT-DEB.                                                03030000
030400     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  03040000
030500     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           03050000
030600     MOVE 'D' TO JRN-PHASE                                        03060000
030700     CALL 'JRNEXEC' USING JRN-EXECUTION                           03070000
030800     PERFORM 5000-INIT-DEB                                        03080000
030900       THRU  5000-INIT-FIN.                                       03090000
031000     PERFORM 6010-TRAITE-DEB                                      03100000
031100       THRU  6010-TRAITE-FIN                                      03110000
031200       UNTIL FIN-RAP-OK.                                          03120000
031300     PERFORM 8000-FIN-TRT-DEB                                     03130000
031400       THRU  8000-FIN-TRT-FIN.                                    03140000
031500     PERFORM 9990-FIN-NORMALE-DEB                                 03150000
031600       THRU  9990-FIN-NORMALE-FIN.                                03160000
031700 1000-LRAPLOT-FIN.                                                03170000
031800     EXIT.                                                        03180000
031900***************                                                   03190000
032000 5000-INIT-DEB.                                                   03200000
032100     CALL 'DATETRT' USING DAT-TRAITEMENT.                         03210000
032200     IF DAT-CODE-RETOUR NOT = ZERO                                03220000
032300         MOVE ZERO TO W-SQLCODE                                   03230000
032400         MOVE 'AUCUNE JOURNEE OUVERTE'                            03240000
032500              TO W-MESSAGE-ANOR                                   03250000
032600         PERFORM 9999-FIN-ANORMALE-DEB                            03260000
032700           THRU  9999-FIN-ANORMALE-FIN.                           03270000
032710     PERFORM 5010-PRM-MOTIF-DEB                                   03271000
032720       THRU  5010-PRM-MOTIF-FIN.                                  03272000
032800     OPEN INPUT  RAP-FICHIER.                                     03280000
032900     OPEN OUTPUT LISTRAP.                                         03290000
033000     OPEN OUTPUT LETRAP.                                          03300000
033100     OPEN OUTPUT MVT-FICHIER.                                     03310000
033200     MOVE DAT-DATE-ISO TO WE-DATE.                                03320000
033300     MOVE W-LIGNE-ENTETE TO LP00.                                 03330000
033400     WRITE LP00.                                                  03340000
033500     ACCEPT W-DATE-LOT FROM DATE YYYYMMDD.                        03350000
033600     ACCEPT W-HEURE-LOT FROM TIME.                                03360000
033700     MOVE 'HDR' TO CTL-ENT-TYPE.                                  03370000
033800     MOVE 'MVTRAP' TO CTL-ENT-ID.                                 03380000
033900     MOVE W-DATE-LOT TO CTL-ENT-DATE.                             03390000
034000     MOVE W-HL-HHMMSS TO CTL-ENT-SEQ.                             03400000
034100     MOVE CTL-ENTETE-LOT TO MV00.                                 03410000
034200     WRITE MV00.                                                  03420000
034300 5000-INIT-FIN.                                                   03430000
034400      EXIT.                                                       03440000
034500***************                                                   03450000
034502 5010-PRM-MOTIF-DEB.                                              03450200
034504     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          03450400
034506     MOVE 'MOTIF' TO PRM-NOM.                                     03450600
034508     CALL 'PARMLIT' USING PRM-LECTURE.                            03450800
034510     IF PRM-CODE-RETOUR NOT = ZERO                                03451000
034512         OR PRM-VALEUR = SPACES                                   03451200
034514         MOVE ZERO TO W-SQLCODE                                   03451400
034516         MOVE 'PAS DE PARAMETRE MOTIF'                            03451600
034518              TO W-MESSAGE-ANOR                                   03451800
034520         PERFORM 9999-FIN-ANORMALE-DEB                            03452000
034522           THRU  9999-FIN-ANORMALE-FIN.                           03452200
034524     MOVE PRM-VALEUR TO W-MOTIF-RAP.                              03452400
034526     EXEC SQL                                                     03452600
034528         SELECT COUNT(*)                                          03452800
034530           INTO :W-CNT-MOT                                        03453000
034532           FROM API7.MOTIF_AJUSTEMENT                             03453200
034534          WHERE CODE_MOTIF = :W-MOTIF-RAP                         03453400
034536            AND ACTIF = 'O'                                       03453600
034538     END-EXEC.                                                    03453800
034540     IF SQLCODE NOT = ZERO                                        03454000
034542         MOVE SQLCODE TO W-SQLCODE                                03454200
034544         MOVE 'SELECT MOTIF_AJUSTEMENT SQLCODE = '                03454400
034546              TO W-MESSAGE-ANOR                                   03454600
034548         PERFORM 9999-FIN-ANORMALE-DEB                            03454800
034550           THRU  9999-FIN-ANORMALE-FIN.                           03455000
034552     IF W-CNT-MOT = ZERO                                          03455200
034554         MOVE ZERO TO W-SQLCODE                                   03455400
034556         MOVE 'MOTIF DE RAPPEL INCONNU OU INACTIF'                03455600
034558              TO W-MESSAGE-ANOR                                   03455800
034560         PERFORM 9999-FIN-ANORMALE-DEB                            03456000
034562           THRU  9999-FIN-ANORMALE-FIN.                           03456200
034564 5010-PRM-MOTIF-FIN.                                              03456400
034566      EXIT.                                                       03456600
034568***************                                                   03456800
034600 6010-TRAITE-DEB.                                                 03460000
034700     READ RAP-FICHIER AT END                                      03470000
034800         MOVE '1' TO W-EOF-RAP                                    03480000
034900         GO TO 6010-TRAITE-FIN.                                   03490000
035000     ADD 1 TO W-CPT-LUS.                                          03500000
035100     MOVE RL00-FOURN TO W-RAP-FOURN.                              03510000
035200     MOVE RL00-NOART TO W-RAP-NOART.                              03520000
035300     MOVE RL00-NO-LOT TO W-RAP-LOT.                               03530000
035400     MOVE SPACES TO LP00.                                         03540000
035500     WRITE LP00.                                                  03550000
035600     MOVE W-RAP-FOURN TO WR-FOURN.                                03560000
035700     MOVE W-RAP-NOART TO WR-NOART.                                03570000
035800     MOVE W-RAP-LOT TO WR-NO-LOT.                                 03580000
035900     MOVE W-LIGNE-RAPPEL TO LP00.                                 03590000
036000     WRITE LP00.                                                  03600000
036100     PERFORM 6020-VALIDE-DEB                                      03610000
036200       THRU  6020-VALIDE-FIN.                                     03620000
036300     IF W-CODE-REJET NOT = SPACES                                 03630000
036400         MOVE W-CODE-REJET TO WM-MESSAGE                          03640000
036500         MOVE W-LIGNE-MESSAGE TO LP00                             03650000
036600         WRITE LP00                                               03660000
036700         ADD 1 TO W-CPT-REJETS                                    03670000
036800         GO TO 6010-TRAITE-FIN.                                   03680000
036900     PERFORM 6030-ENREG-DEB                                       03690000
037000       THRU  6030-ENREG-FIN.                                      03700000
037100     PERFORM 6040-STOCKS-DEB                                      03710000
037200       THRU  6040-STOCKS-FIN.                                     03720000
037300     PERFORM 6050-DEPARTS-DEB                                     03730000
037400       THRU  6050-DEPARTS-FIN.                                    03740000
037500     PERFORM 6060-COMMANDES-DEB                                   03750000
037600       THRU  6060-COMMANDES-FIN.                                  03760000
037700 6010-TRAITE-FIN.                                                 03770000
037800      EXIT.                                                       03780000
037900***************                                                   03790000
038000 6020-VALIDE-DEB.                                                 03800000
038100     MOVE SPACES TO W-CODE-REJET.                                 03810000
038200     IF RL00-NOART NOT NUMERIC OR RL00-NO-LOT = SPACES            03820000
038300         MOVE 'CARTE RAPPEL INVALIDE' TO W-CODE-REJET             03830000
038400         GO TO 6020-VALIDE-FIN.                                   03840000
038500     MOVE W-RAP-FOURN TO W-ID-FOURNISSEUR OF DCLFOURNISSEUR.      03850000
038600     EXEC SQL                                                     03860000
038700         SELECT NOM                                               03870000
038800           INTO :W-NOM                                            03880000
038900           FROM API7.FOURNISSEUR                                  03890000
039000          WHERE ID_FOURNISSEUR =                                  03900000
039100                :W-ID-FOURNISSEUR OF DCLFOURNISSEUR               03910000
039200     END-EXEC.                                                    03920000
039300     EVALUATE SQLCODE                                             03930000
039400         WHEN ZERO                                                03940000
039500             CONTINUE                                             03950000
039600         WHEN 100                                                 03960000
039700             MOVE 'FOURNISSEUR INCONNU' TO W-CODE-REJET           03970000
039800             GO TO 6020-VALIDE-FIN                                03980000
039900         WHEN OTHER                                               03990000
040000             MOVE SQLCODE TO W-SQLCODE                            04000000
040100             MOVE 'SELECT FOURNISSEUR SQLCODE = '                 04010000
040200                  TO W-MESSAGE-ANOR                               04020000
040300             PERFORM 9999-FIN-ANORMALE-DEB                        04030000
040400               THRU  9999-FIN-ANORMALE-FIN                        04040000
040500     END-EVALUATE.                                                04050000
040600     EXEC SQL                                                     04060000
040700         SELECT COUNT(*)                                          04070000
040800           INTO :W-NB-LOTS                                        04080000
040900           FROM API7.STOCK_LOT                                    04090000
041000          WHERE ID_ARTICLE = :W-RAP-NOART                         04100000
041100            AND NO_LOT = :W-RAP-LOT                               04110000
041200     END-EXEC.                                                    04120000
041300     IF SQLCODE NOT = ZERO                                        04130000
041400         MOVE SQLCODE TO W-SQLCODE                                04140000
041500         MOVE 'SELECT STOCK_LOT SQLCODE = '                       04150000
041600              TO W-MESSAGE-ANOR                                   04160000
041700         PERFORM 9999-FIN-ANORMALE-DEB                            04170000
041800           THRU  9999-FIN-ANORMALE-FIN.                           04180000
041900     EXEC SQL                                                     04190000
042000         SELECT COUNT(*)                                          04200000
042100           INTO :W-NB-EXPED                                       04210000
042200           FROM API7.LOT_EXPEDIE                                  04220000
042300          WHERE ID_ARTICLE = :W-RAP-NOART                         04230000
042400            AND NO_LOT = :W-RAP-LOT                               04240000
042500     END-EXEC.                                                    04250000
042600     IF SQLCODE NOT = ZERO                                        04260000
042700         MOVE SQLCODE TO W-SQLCODE                                04270000
042800         MOVE 'SELECT LOT_EXPEDIE SQLCODE = '                     04280000
042900              TO W-MESSAGE-ANOR                                   04290000
043000         PERFORM 9999-FIN-ANORMALE-DEB                            04300000
043100           THRU  9999-FIN-ANORMALE-FIN.                           04310000
043200     IF W-NB-LOTS = ZERO AND W-NB-EXPED = ZERO                    04320000
043300         MOVE 'LOT INCONNU POUR CET ARTICLE' TO W-CODE-REJET      04330000
043400         GO TO 6020-VALIDE-FIN.                                   04340000
043500     EXEC SQL                                                     04350000
043600         SELECT COUNT(*)                                          04360000
043700           INTO :W-NB-RAPPEL                                      04370000
043800           FROM API7.RAPPEL_LOT                                   04380000
043900          WHERE ID_ARTICLE = :W-RAP-NOART                         04390000
044000            AND NO_LOT = :W-RAP-LOT                               04400000
044100     END-EXEC.                                                    04410000
044200     IF SQLCODE NOT = ZERO                                        04420000
044300         MOVE SQLCODE TO W-SQLCODE                                04430000
044400         MOVE 'SELECT RAPPEL_LOT SQLCODE = '                      04440000
044500              TO W-MESSAGE-ANOR                                   04450000
044600         PERFORM 9999-FIN-ANORMALE-DEB                            04460000
044700           THRU  9999-FIN-ANORMALE-FIN.                           04470000
044800 6020-VALIDE-FIN.                                                 04480000
044900      EXIT.                                                       04490000
045000***************                                                   04500000
045100 6030-ENREG-DEB.                                                  04510000
045200     IF W-NB-RAPPEL NOT = ZERO                                    04520000
045300         MOVE 'LOT DEJA RAPPELE - PAS DE NOUVELLE QUARANTAINE'    04530000
045400             TO WM-MESSAGE                                        04540000
045500         MOVE W-LIGNE-MESSAGE TO LP00                             04550000
045600         WRITE LP00                                               04560000
045700         GO TO 6030-ENREG-FIN.                                    04570000
045800     MOVE W-RAP-FOURN TO W-ID-FOURNISSEUR OF DCLRAPPELLOT.        04580000
045900     MOVE W-RAP-NOART TO W-ID-ARTICLE.                            04590000
046000     MOVE W-RAP-LOT TO W-NO-LOT.                                  04600000
046100     EXEC SQL                                                     04610000
046200         INSERT INTO API7.RAPPEL_LOT                              04620000
046300                (ID_FOURNISSEUR, ID_ARTICLE, NO_LOT,              04630000
046400                 DATE_RAPPEL)                                     04640000
046500         VALUES (:W-ID-FOURNISSEUR OF DCLRAPPELLOT,               04650000
046600                 :W-ID-ARTICLE, :W-NO-LOT,                        04660000
046700                 DATE(:DAT-DATE-ISO))                             04670000
046800     END-EXEC.                                                    04680000
046900     IF SQLCODE NOT = ZERO                                        04690000
047000         MOVE SQLCODE TO W-SQLCODE                                04700000
047100         MOVE 'INSERT RAPPEL_LOT SQLCODE = '                      04710000
047200              TO W-MESSAGE-ANOR                                   04720000
047300         PERFORM 9999-FIN-ANORMALE-DEB                            04730000
047400           THRU  9999-FIN-ANORMALE-FIN.                           04740000
047500 6030-ENREG-FIN.                                                  04750000
047600      EXIT.                                                       04760000
047700***************                                                   04770000
047800 6040-STOCKS-DEB.                                                 04780000
047900     MOVE 'STOCK RESTANT PAR ENTREPOT ET EMPLACEMENT'             04790000
048000         TO W-TITRE-SECTION.                                      04800000
048100     MOVE W-LIGNE-SECTION TO LP00.                                04810000
048200     WRITE LP00.                                                  04820000
048300     MOVE ZERO TO W-NB-LIGNES.                                    04830000
048400     MOVE '0' TO W-EOF-CUR.                                       04840000
048500     EXEC SQL                                                     04850000
048600         OPEN C-LOTS                                              04860000
048700     END-EXEC.                                                    04870000
048800     IF SQLCODE NOT = ZERO                                        04880000
048900         MOVE SQLCODE TO W-SQLCODE                                04890000
049000         MOVE 'OPEN C-LOTS SQLCODE = '                            04900000
049100              TO W-MESSAGE-ANOR                                   04910000
049200         PERFORM 9999-FIN-ANORMALE-DEB                            04920000
049300           THRU  9999-FIN-ANORMALE-FIN.                           04930000
049400 6040-STOCKS-10.                                                  04940000
049500     EXEC SQL                                                     04950000
049600         FETCH C-LOTS                                             04960000
049700           INTO :W-LOT-ENT, :W-LOT-QTE, :W-LOT-DATE,              04970000
049800                :W-LOT-DISPO                                      04980000
049900     END-EXEC.                                                    04990000
050000     EVALUATE SQLCODE                                             05000000
050100         WHEN 100                                                 05010000
050200             MOVE '1' TO W-EOF-CUR                                05020000
050300         WHEN ZERO                                                05030000
050400             ADD 1 TO W-NB-LIGNES                                 05040000
050500             MOVE W-LOT-ENT TO WL-ENTREPOT                        05050000
050600             MOVE W-LOT-QTE TO WL-QUANTITE                        05060000
050700             MOVE W-LOT-DATE TO WL-DATE                           05070000
050800             MOVE W-LIGNE-LOT TO LP00                             05080000
050900             WRITE LP00                                           05090000
051000             PERFORM 6042-EMPL-DEB                                05100000
051100               THRU  6042-EMPL-FIN                                05110000
051200             IF W-NB-RAPPEL = ZERO                                05120000
051300                 PERFORM 6045-QUARANTAINE-DEB                     05130000
051400                   THRU  6045-QUARANTAINE-FIN                     05140000
051500             END-IF                                               05150000
051600         WHEN OTHER                                               05160000
051700             MOVE SQLCODE TO W-SQLCODE                            05170000
051800             MOVE 'FETCH C-LOTS SQLCODE = '                       05180000
051900                  TO W-MESSAGE-ANOR                               05190000
052000             PERFORM 9999-FIN-ANORMALE-DEB                        05200000
052100               THRU  9999-FIN-ANORMALE-FIN                        05210000
052200     END-EVALUATE.                                                05220000
052300     IF NOT FIN-CUR-OK                                            05230000
052400         GO TO 6040-STOCKS-10.                                    05240000
052500     EXEC SQL                                                     05250000
052600         CLOSE C-LOTS                                             05260000
052700     END-EXEC.                                                    05270000
052800     IF W-NB-LIGNES = ZERO                                        05280000
052900         MOVE 'PLUS AUCUN STOCK DE CE LOT' TO WM-MESSAGE          05290000
053000         MOVE W-LIGNE-MESSAGE TO LP00                             05300000
053100         WRITE LP00.                                              05310000
053200 6040-STOCKS-FIN.                                                 05320000
053300      EXIT.                                                       05330000
053400***************                                                   05340000
053500 6042-EMPL-DEB.                                                   05350000
053600     MOVE '0' TO W-EOF-EMP.                                       05360000
053700     EXEC SQL                                                     05370000
053800         OPEN C-EMPL                                              05380000
053900     END-EXEC.                                                    05390000
054000     IF SQLCODE NOT = ZERO                                        05400000
054100         MOVE SQLCODE TO W-SQLCODE                                05410000
054200         MOVE 'OPEN C-EMPL SQLCODE = '                            05420000
054300              TO W-MESSAGE-ANOR                                   05430000
054400         PERFORM 9999-FIN-ANORMALE-DEB                            05440000
054500           THRU  9999-FIN-ANORMALE-FIN.                           05450000
054600 6042-EMPL-10.                                                    05460000
054700     EXEC SQL                                                     05470000
054800         FETCH C-EMPL                                             05480000
054900           INTO :W-EMP-ALLEE, :W-EMP-ETAGERE, :W-EMP-CASIER       05490000
055000     END-EXEC.                                                    05500000
055100     EVALUATE SQLCODE                                             05510000
055200         WHEN 100                                                 05520000
055300             MOVE '1' TO W-EOF-EMP                                05530000
055400         WHEN ZERO                                                05540000
055500             MOVE W-EMP-ALLEE TO WP-ALLEE                         05550000
055600             MOVE W-EMP-ETAGERE TO WP-ETAGERE                     05560000
055700             MOVE W-EMP-CASIER TO WP-CASIER                       05570000
055800             MOVE W-LIGNE-EMPL TO LP00                            05580000
055900             WRITE LP00                                           05590000
056000         WHEN OTHER                                               05600000
056100             MOVE SQLCODE TO W-SQLCODE                            05610000
056200             MOVE 'FETCH C-EMPL SQLCODE = '                       05620000
056300                  TO W-MESSAGE-ANOR                               05630000
056400             PERFORM 9999-FIN-ANORMALE-DEB                        05640000
056500               THRU  9999-FIN-ANORMALE-FIN                        05650000
056600     END-EVALUATE.                                                05660000
056700     IF NOT FIN-EMP-OK                                            05670000
056800         GO TO 6042-EMPL-10.                                      05680000
056900     EXEC SQL                                                     05690000
057000         CLOSE C-EMPL                                             05700000
057100     END-EXEC.                                                    05710000
057200 6042-EMPL-FIN.                                                   05720000
057300      EXIT.                                                       05730000
057400***************                                                   05740000
057500 6045-QUARANTAINE-DEB.                                            05750000
057600     IF W-LOT-DISPO < ZERO                                        05760000
057700         MOVE ZERO TO W-LOT-DISPO.                                05770000
057800     IF W-LOT-QTE > W-LOT-DISPO                                   05780000
057900         MOVE W-LOT-DISPO TO W-QTE-QUAR                           05790000
058000     ELSE                                                         05800000
058100         MOVE W-LOT-QTE TO W-QTE-QUAR.                            05810000
058200     COMPUTE W-QTE-RESTE = W-LOT-QTE - W-QTE-QUAR.                05820000
058300     IF W-QTE-QUAR > ZERO                                         05830000
058400         MOVE W-RAP-NOART TO MV00-NOART                           05840000
058500         MOVE W-LOT-ENT TO MV00-ENTREPOT                          05850000
058600         MOVE 'Q' TO MV00-TYPE                                    05860000
058700         MOVE W-QTE-QUAR TO MV00-QUANTITE                         05870000
058800         MOVE SPACES TO MV00-ENT-DEST                             05880000
058900         MOVE SPACES TO MV00-FOURN                                05890000
059000         MOVE ZERO TO MV00-NO-TRF                                 05900000
059100         MOVE W-RAP-LOT TO MV00-NO-LOT                            05910000
059200         MOVE SPACES TO MV00-DATE-PER                             05920000
059300         MOVE SPACE TO MV00-STATUT                                05930000
059400         MOVE SPACES TO MV00-CODE-EAN                             05940000
059410         MOVE W-MOTIF-RAP TO MV00-MOTIF                           05941000
059420         MOVE SPACES TO MV00-FILLER                               05942000
059500         WRITE MV00                                               05950000
059600         ADD 1 TO W-CPT-QUAR                                      05960000
059700         MOVE 'MISE EN QUARANTAINE DEMANDEE :' TO WQ-LIBELLE      05970000
059800         MOVE W-QTE-QUAR TO WQ-QUANTITE                           05980000
059900         MOVE W-LIGNE-QUAR TO LP00                                05990000
060000         WRITE LP00.                                              06000000
060100     IF W-QTE-RESTE > ZERO                                        06010000
060200         MOVE 'RESERVE OU DEJA ISOLE       :' TO WQ-LIBELLE       06020000
060300         MOVE W-QTE-RESTE TO WQ-QUANTITE                          06030000
060400         MOVE W-LIGNE-QUAR TO LP00                                06040000
060500         WRITE LP00.                                              06050000
060600 6045-QUARANTAINE-FIN.                                            06060000
060700      EXIT.                                                       06070000
060800***************                                                   06080000
060900 6050-DEPARTS-DEB.                                                06090000
061000     MOVE 'DEPARTEMENTS LIVRES A PARTIR DU LOT'                   06100000
061100         TO W-TITRE-SECTION.                                      06110000
061200     MOVE W-LIGNE-SECTION TO LP00.                                06120000
061300     WRITE LP00.                                                  06130000
061400     MOVE ZERO TO W-NB-LIGNES.                                    06140000
061500     MOVE ZERO TO W-LIE-PREC.                                     06150000
061600     MOVE '0' TO W-EOF-CUR.                                       06160000
061700     EXEC SQL                                                     06170000
061800         OPEN C-DEPT                                              06180000
061900     END-EXEC.                                                    06190000
062000     IF SQLCODE NOT = ZERO                                        06200000
062100         MOVE SQLCODE TO W-SQLCODE                                06210000
062200         MOVE 'OPEN C-DEPT SQLCODE = '                            06220000
062300              TO W-MESSAGE-ANOR                                   06230000
062400         PERFORM 9999-FIN-ANORMALE-DEB                            06240000
062500           THRU  9999-FIN-ANORMALE-FIN.                           06250000
062600 6050-DEPARTS-10.                                                 06260000
062700     EXEC SQL                                                     06270000
062800         FETCH C-DEPT                                             06280000
062900           INTO :W-DEP-LIE, :W-DEP-LIB, :W-DEP-ENT,               06290000
063000                :W-DEP-DATE, :W-DEP-QTE                           06300000
063100     END-EXEC.                                                    06310000
063200     EVALUATE SQLCODE                                             06320000
063300         WHEN 100                                                 06330000
063400             MOVE '1' TO W-EOF-CUR                                06340000
063500         WHEN ZERO                                                06350000
063600             ADD 1 TO W-NB-LIGNES                                 06360000
063700             IF W-DEP-LIE NOT = W-LIE-PREC                        06370000
063800                 IF W-LIE-PREC NOT = ZERO                         06380000
063900                     PERFORM 6058-FIN-LETTRE-DEB                  06390000
064000                       THRU  6058-FIN-LETTRE-FIN                  06400000
064100                 END-IF                                           06410000
064200                 PERFORM 6056-DEB-LETTRE-DEB                      06420000
064300                   THRU  6056-DEB-LETTRE-FIN                      06430000
064400                 MOVE W-DEP-LIE TO W-LIE-PREC                     06440000
064500             END-IF                                               06450000
064600             MOVE W-DEP-LIE TO WD-LIE                             06460000
064700             MOVE W-DEP-LIB TO WD-LIB                             06470000
064800             MOVE W-DEP-ENT TO WD-ENTREPOT                        06480000
064900             MOVE W-DEP-DATE TO WD-DATE                           06490000
065000             MOVE W-DEP-QTE TO WD-QUANTITE                        06500000
065100             MOVE W-LIGNE-DEPT TO LP00                            06510000
065200             WRITE LP00                                           06520000
065300             MOVE W-DEP-DATE TO WLL-DATE                          06530000
065400             MOVE W-DEP-ENT TO WLL-ENTREPOT                       06540000
065500             MOVE W-DEP-QTE TO WLL-QUANTITE                       06550000
065600             MOVE W-LETTRE-DETAIL TO LT00                         06560000
065700             WRITE LT00                                           06570000
065800         WHEN OTHER                                               06580000
065900             MOVE SQLCODE TO W-SQLCODE                            06590000
066000             MOVE 'FETCH C-DEPT SQLCODE = '                       06600000
066100                  TO W-MESSAGE-ANOR                               06610000
066200             PERFORM 9999-FIN-ANORMALE-DEB                        06620000
066300               THRU  9999-FIN-ANORMALE-FIN                        06630000
066400     END-EVALUATE.                                                06640000
066500     IF NOT FIN-CUR-OK                                            06650000
066600         GO TO 6050-DEPARTS-10.                                   06660000
066700     EXEC SQL                                                     06670000
066800         CLOSE C-DEPT                                             06680000
066900     END-EXEC.                                                    06690000
067000     IF W-LIE-PREC NOT = ZERO                                     06700000
067100         PERFORM 6058-FIN-LETTRE-DEB                              06710000
067200           THRU  6058-FIN-LETTRE-FIN.                             06720000
067300     IF W-NB-LIGNES = ZERO                                        06730000
067400         MOVE 'AUCUNE EXPEDITION TRACEE POUR CE LOT'              06740000
067500             TO WM-MESSAGE                                        06750000
067600         MOVE W-LIGNE-MESSAGE TO LP00                             06760000
067700         WRITE LP00.                                              06770000
067800 6050-DEPARTS-FIN.                                                06780000
067900      EXIT.                                                       06790000
068000***************                                                   06800000
068100 6056-DEB-LETTRE-DEB.                                             06810000
068200     MOVE W-LETTRE-SEPAR TO LT00.                                 06820000
068300     WRITE LT00.                                                  06830000
068400     MOVE DAT-DATE-ISO TO WLE-DATE.                               06840000
068500     MOVE W-LETTRE-ENTETE TO LT00.                                06850000
068600     WRITE LT00.                                                  06860000
068700     MOVE SPACES TO LT00.                                         06870000
068800     WRITE LT00.                                                  06880000
068900     MOVE W-DEP-LIB TO WLD-LIB.                                   06890000
069000     MOVE W-DEP-LIE TO WLD-LIE.                                   06900000
069100     MOVE W-LETTRE-DEST TO LT00.                                  06910000
069200     WRITE LT00.                                                  06920000
069300     MOVE SPACES TO LT00.                                         06930000
069400     WRITE LT00.                                                  06940000
069500     MOVE W-RAP-LOT TO WLO-NO-LOT.                                06950000
069600     MOVE W-RAP-NOART TO WLO-NOART.                               06960000
069700     MOVE W-LETTRE-OBJET TO LT00.                                 06970000
069800     WRITE LT00.                                                  06980000
069900     MOVE SPACES TO LT00.                                         06990000
070000     WRITE LT00.                                                  07000000
070100     MOVE W-RAP-FOURN TO WLF-FOURN.                               07010000
070200     MOVE W-NOM TO WLF-NOM.                                       07020000
070300     MOVE W-LETTRE-FOURN TO LT00.                                 07030000
070400     WRITE LT00.                                                  07040000
070500     MOVE W-LETTRE-TEXTE1 TO LT00.                                07050000
070600     WRITE LT00.                                                  07060000
070700     ADD 1 TO W-CPT-LETTRES.                                      07070000
070800 6056-DEB-LETTRE-FIN.                                             07080000
070900      EXIT.                                                       07090000
071000***************                                                   07100000
071100 6058-FIN-LETTRE-DEB.                                             07110000
071200     MOVE SPACES TO LT00.                                         07120000
071300     WRITE LT00.                                                  07130000
071400     MOVE W-LETTRE-TEXTE2 TO LT00.                                07140000
071500     WRITE LT00.                                                  07150000
071600     MOVE W-LETTRE-TEXTE3 TO LT00.                                07160000
071700     WRITE LT00.                                                  07170000
071800     MOVE W-LETTRE-TEXTE4 TO LT00.                                07180000
071900     WRITE LT00.                                                  07190000
072000     MOVE SPACES TO LT00.                                         07200000
072100     WRITE LT00.                                                  07210000
072200     MOVE W-LETTRE-SIGNE TO LT00.                                 07220000
072300     WRITE LT00.                                                  07230000
072400 6058-FIN-LETTRE-FIN.                                             07240000
072500      EXIT.                                                       07250000
072600***************                                                   07260000
072700 6060-COMMANDES-DEB.                                              07270000
072800     MOVE 'COMMANDE D ACHAT DE RECEPTION DU LOT'                  07280000
072900         TO W-TITRE-SECTION.                                      07290000
073000     MOVE W-LIGNE-SECTION TO LP00.                                07300000
073100     WRITE LP00.                                                  07310000
073200     MOVE ZERO TO W-NB-LIGNES.                                    07320000
073300     MOVE '0' TO W-EOF-CUR.                                       07330000
073400     EXEC SQL                                                     07340000
073500         OPEN C-CMD                                               07350000
073600     END-EXEC.                                                    07360000
073700     IF SQLCODE NOT = ZERO                                        07370000
073800         MOVE SQLCODE TO W-SQLCODE                                07380000
073900         MOVE 'OPEN C-CMD SQLCODE = '                             07390000
074000              TO W-MESSAGE-ANOR                                   07400000
074100         PERFORM 9999-FIN-ANORMALE-DEB                            07410000
074200           THRU  9999-FIN-ANORMALE-FIN.                           07420000
074300 6060-COMMANDES-10.                                               07430000
074400     EXEC SQL                                                     07440000
074500         FETCH C-CMD                                              07450000
074600           INTO :W-CMD-NO, :W-CMD-FOURN, :W-CMD-ENT,              07460000
074700                :W-CMD-DATE, :W-CMD-QTE, :W-CMD-RECUE             07470000
074800     END-EXEC.                                                    07480000
074900     EVALUATE SQLCODE                                             07490000
075000         WHEN 100                                                 07500000
075100             MOVE '1' TO W-EOF-CUR                                07510000
075200         WHEN ZERO                                                07520000
075300             ADD 1 TO W-NB-LIGNES                                 07530000
075400             MOVE W-CMD-NO TO WC-NO-CMD                           07540000
075500             MOVE W-CMD-FOURN TO WC-FOURN                         07550000
075600             MOVE W-CMD-ENT TO WC-ENTREPOT                        07560000
075700             MOVE W-CMD-DATE TO WC-DATE                           07570000
075800             MOVE W-CMD-QTE TO WC-QTE-CDE                         07580000
075900             MOVE W-CMD-RECUE TO WC-QTE-RECUE                     07590000
076000             IF W-CMD-FOURN NOT = W-RAP-FOURN                     07600000
076100                 MOVE ' *FOURN.*' TO WC-MENTION                   07610000
076200             ELSE                                                 07620000
076300                 MOVE SPACES TO WC-MENTION                        07630000
076400             END-IF                                               07640000
076500             MOVE W-LIGNE-CMD TO LP00                             07650000
076600             WRITE LP00                                           07660000
076700         WHEN OTHER                                               07670000
076800             MOVE SQLCODE TO W-SQLCODE                            07680000
076900             MOVE 'FETCH C-CMD SQLCODE = '                        07690000
077000                  TO W-MESSAGE-ANOR                               07700000
077100             PERFORM 9999-FIN-ANORMALE-DEB                        07710000
077200               THRU  9999-FIN-ANORMALE-FIN                        07720000
077300     END-EVALUATE.                                                07730000
077400     IF NOT FIN-CUR-OK                                            07740000
077500         GO TO 6060-COMMANDES-10.                                 07750000
077600     EXEC SQL                                                     07760000
077700         CLOSE C-CMD                                              07770000
077800     END-EXEC.                                                    07780000
077900     IF W-NB-LIGNES = ZERO                                        07790000
078000         MOVE 'RECEPTION SANS COMMANDE D ACHAT ENREGISTREE'       07800000
078100             TO WM-MESSAGE                                        07810000
078200         MOVE W-LIGNE-MESSAGE TO LP00                             07820000
078300         WRITE LP00.                                              07830000
078400 6060-COMMANDES-FIN.                                              07840000
078500      EXIT.                                                       07850000
078600***************                                                   07860000
078700 8000-FIN-TRT-DEB.                                                07870000
078800     MOVE W-CPT-LUS TO WT-LUS.                                    07880000
078900     MOVE W-CPT-REJETS TO WT-REJETS.                              07890000
079000     MOVE W-CPT-LETTRES TO WT-LETTRES.                            07900000
079100     MOVE SPACES TO LP00.                                         07910000
079200     WRITE LP00.                                                  07920000
079300     MOVE W-LIGNE-TOTAL TO LP00.                                  07930000
079400     WRITE LP00.                                                  07940000
079500     CLOSE RAP-FICHIER.                                           07950000
079600     CLOSE LISTRAP.                                               07960000
079700     CLOSE LETRAP.                                                07970000
079800     MOVE 'TRL' TO CTL-PIED-TYPE.                                 07980000
079900     MOVE W-CPT-QUAR TO CTL-PIED-NB.                              07990000
080000     MOVE CTL-PIED-LOT TO MV00.                                   08000000
080100     WRITE MV00.                                                  08010000
080200     CLOSE MVT-FICHIER.                                           08020000
080300     DISPLAY 'RAPPELS LUS          = ' W-CPT-LUS.                 08030000
080400     DISPLAY 'RAPPELS REJETES      = ' W-CPT-REJETS.              08040000
080500     DISPLAY 'MISES EN QUARANTAINE = ' W-CPT-QUAR.                08050000
080600     DISPLAY 'LETTRES EDITEES      = ' W-CPT-LETTRES.             08060000
080700     MOVE 'F' TO JRN-PHASE.                                       08070000
080800     MOVE W-CPT-LUS TO JRN-NB-LUS.                                08080000
080900     MOVE W-CPT-QUAR TO JRN-NB-ECRITS.                            08090000
081000     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         08100000
081100     IF W-CPT-REJETS NOT = ZERO                                   08110000
081200         MOVE 4 TO RETURN-CODE.                                   08120000
081300     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         08130000
081400     CALL 'JRNEXEC' USING JRN-EXECUTION.                          08140000
081500 8000-FIN-TRT-FIN.                                                08150000
081600      EXIT.                                                       08160000
081700************                                                      08170000
081800************                                                      08180000
081900  9990-FIN-NORMALE-DEB.                                           08190000
082000            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           08200000
082100       GOBACK.                                                    08210000
082200  9990-FIN-NORMALE-FIN.                                           08220000
082300       EXIT.                                                      08230000
082400*************                                                     08240000
082500 COPY ANORPROC.                                                   08250000
