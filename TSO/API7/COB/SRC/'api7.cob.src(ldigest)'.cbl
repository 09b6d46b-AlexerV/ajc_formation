000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LDIGEST .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     TRI-FICHIER   ASSIGN    TRIWORK.                  00060000
000700     SELECT     LISTDIG       ASSIGN    LISTDIG.                  00070000
000800     SELECT     HD-FICHIER    ASSIGN    DIGHD.                    00080000
000900 DATA DIVISION.                                                   00090000
001000 FILE SECTION.                                                    00100000
001100 SD                 TRI-FICHIER                                   00110000
001200      DATA RECORD                                                 00120000
001300                    TD00.                                         00130000
001400 01               TD00.                                           00140000
001500   10             TD00-DOMAINE  PICTURE 9(1).                     00150000
001600   10             TD00-GRAVITE  PICTURE 9(1).                     00160000
001700   10             TD00-REGLE    PICTURE 9(1).                     00170000
001800   10             TD00-REFERENCE PICTURE X(20).                   00180000
001900   10             TD00-TEXTE    PICTURE X(45).                    00190000
002000   10             TD00-FILLER   PICTURE X(12).                    00200000
002100 FD                 LISTDIG                                       00210000
002200      BLOCK              00000 RECORDS                            00220000
002300      DATA RECORD                                                 00230000
002400                    LG00                                          00240000
002500           LABEL RECORD STANDARD.                                 00250000
002600 01               LG00               PICTURE X(81).               00260000
002700 FD                 HD-FICHIER                                    00270000
002800      BLOCK              00000 RECORDS                            00280000
002900      DATA RECORD                                                 00290000
003000                    HD00                                          00300000
003100           LABEL RECORD STANDARD.                                 00310000
003200 01               HD00.                                           00320000
003300   10             HD00-DATE     PICTURE X(8).                     00330000
003400   10             HD00-DOMAINE  PICTURE X(3).                     00340000
003500   10             HD00-REGLE    PICTURE X(3).                     00350000
003600   10             HD00-GRAVITE  PICTURE 9(1).                     00360000
003700   10             HD00-REFERENCE PICTURE X(20).                   00370000
003800   10             HD00-TEXTE    PICTURE X(45).                    00380000
003900 WORKING-STORAGE SECTION.                                         00390000
004000      EXEC SQL                                                    00400000
004100         INCLUDE SQLCA                                            00410000
004200      END-EXEC.                                                   00420000
004300******                                                            00430000
004400      EXEC SQL                                                    00440000
004500         DECLARE C-PER CURSOR FOR                                 00450000
004600         SELECT ID_ARTICLE, ID_ENTREPOT, NO_LOT, QUANTITE,        00460000
004700                DAYS(DATE_PEREMPTION)                             00470000
004800              - DAYS(DATE(:W-DATE-JOUR))                          00480000
004900           FROM API7.STOCK_LOT                                    00490000
005000          WHERE QUANTITE > 0                                      00500000
005100            AND DATE_PEREMPTION IS NOT NULL                       00510000
005200            AND DATE_PEREMPTION <=                                00520000
005300                DATE(:W-DATE-JOUR) + :W-NB-PER DAYS               00530000
005400      END-EXEC.                                                   00540000
005500******                                                            00550000
005600      EXEC SQL                                                    00560000
005700         DECLARE C-CAP CURSOR FOR                                 00570000
005800         SELECT E.ID_ENTREPOT, E.CAPACITE,                        00580000
005900                COALESCE((SELECT SUM(S.QUANTITE                   00590000
006000                                   + S.QTE_QUARANTAINE            00600000
006100                                   + S.QTE_ABIMEE)                00610000
006200                            FROM API7.STOCK S                     00620000
006300                           WHERE S.ID_ENTREPOT =                  00630000
006400                                 E.ID_ENTREPOT), 0)               00640000
006500              + COALESCE((SELECT SUM(T.QUANTITE)                  00650000
006600                            FROM API7.TRANSFERT_ATTENTE T         00660000
006700                           WHERE T.ENT_DEST = E.ID_ENTREPOT       00670000
006800                             AND T.ETAT = 'T'), 0)                00680000
006820              + COALESCE((SELECT SUM(C.QUANTITE)                  00682000
006840                            FROM API7.STOCK_CONSIGNATION C        00684000
006860                           WHERE C.ID_ENTREPOT =                  00686000
006880                                 E.ID_ENTREPOT), 0)               00688000
006900           FROM API7.ENTREPOT E                                   00690000
007000          WHERE E.CAPACITE IS NOT NULL                            00700000
007100            AND E.CAPACITE > 0                                    00710000
007200      END-EXEC.                                                   00720000
007300******                                                            00730000
007400      EXEC SQL                                                    00740000
007500         DECLARE C-TRF CURSOR FOR                                 00750000
007600         SELECT ID_TRANSFERT, ID_ARTICLE, ENT_ORIGINE,            00760000
007700                ENT_DEST,                                         00770000
007800                DAYS(DATE(:W-DATE-JOUR))                          00780000
007900              - DAYS(DATE_EXPEDITION)                             00790000
008000           FROM API7.TRANSFERT_ATTENTE                            00800000
008100          WHERE ETAT = 'T'                                        00810000
008200            AND DATE_EXPEDITION <=                                00820000
008300                DATE(:W-DATE-JOUR) - :W-NB-TRF DAYS               00830000
008400      END-EXEC.                                                   00840000
008500******                                                            00850000
008600      EXEC SQL                                                    00860000
008700         DECLARE C-PRX CURSOR FOR                                 00870000
008800         SELECT A.ID_ARTICLE, A.PRIX, MAX(S.COUT_MOYEN)           00880000
008900           FROM API7.ARTICLE A, API7.STOCK S                      00890000
009000          WHERE S.ID_ARTICLE = A.ID_ARTICLE                       00900000
009100            AND S.QUANTITE > 0                                    00910000
009200          GROUP BY A.ID_ARTICLE, A.PRIX                           00920000
009300         HAVING A.PRIX < MAX(S.COUT_MOYEN)                        00930000
009400      END-EXEC.                                                   00940000
009500******                                                            00950000
009600      EXEC SQL                                                    00960000
009700         DECLARE C-FAC CURSOR FOR                                 00970000
009800         SELECT NO_FACT, ID_FOURNISSEUR, ID_ARTICLE,              00980000
009900                TYPE_ECART, MONTANT_ECART                         00990000
010000           FROM API7.ECART_FACTURE                                01000000
010100          WHERE DATE_CONTROLE >= DATE(:W-DATE-JOUR)               01010000
010200      END-EXEC.                                                   01020000
010300******                                                            01030000
010400      EXEC SQL                                                    01040000
010500         DECLARE C-BUD CURSOR FOR                                 01050000
010600         SELECT D.LIE, D.LIB,                                     01060000
010700                COALESCE((SELECT SUM(B.MONTANT)                   01070000
010800                            FROM API7.BUDGET_DEPT B               01080000
010900                           WHERE B.LIE = D.LIE                    01090000
011000                             AND B.ANNEE = :W-AAAA                01100000
011100                             AND B.PERIODE = :W-MM), 0),          01110000
011200                COALESCE((SELECT SUM(C.QUANTITE                   01120000
011300                                   * C.PRIX_JOUR)                 01130000
011400                            FROM API7.CONSO_DEPT C                01140000
011500                           WHERE C.LIE = D.LIE                    01150000
011600                             AND YEAR(C.DATE_SERVICE) =           01160000
011700                                 :W-AAAA                          01170000
011800                             AND MONTH(C.DATE_SERVICE) =          01180000
011900                                 :W-MM), 0)                       01190000
012000           FROM API7.DEPARTEMENTS D                               01200000
012100      END-EXEC.                                                   01210000
012200******                                                            01220000
012300      EXEC SQL                                                    01230000
012400         DECLARE C-REL CURSOR FOR                                 01240000
012500         SELECT LIE, ID_ARTICLE, QTE_RELI,                        01250000
012600                DAYS(DATE(:W-DATE-JOUR)) - DAYS(DATE_CDE)         01260000
012700           FROM API7.RELIQUAT                                     01270000
012800          WHERE ETAT = 'O'                                        01280000
012900            AND DATE_CDE <=                                       01290000
013000                DATE(:W-DATE-JOUR) - :W-NB-REL DAYS               01300000
013100      END-EXEC.                                                   01310000
013200******                                                            01320000
013300 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LDIGEST'.                    01330000
013400 01  W-SQLCODE      PIC +++9.                                     01340000
013500 01  W-EOF-CUR      PIC X     VALUE '0'.                          01350000
013600     88  FIN-CUR-OK           VALUE '1'.                          01360000
013700 01  W-EOF-TRI      PIC X     VALUE '0'.                          01370000
013800     88  FIN-TRI-OK           VALUE '1'.                          01380000
013900 COPY ANORMAL.                                                    01390000
014000 COPY PRMCOM.                                                     01400000
014100 COPY JRNCOM.                                                     01410000
014200 COPY DATCOM.                                                     01420000
014300 COPY EDITWS.                                                     01430000
014400******                                                            01440000
014500 01  W-DATE-JOUR    PIC X(10) VALUE SPACES.                       01450000
014600 01  W-DATE-TRT.                                                  01460000
014700     05  W-TRT-AAAA PIC 9(4).                                     01470000
014800     05  FILLER     PIC X(1).                                     01480000
014900     05  W-TRT-MM   PIC 9(2).                                     01490000
015000     05  FILLER     PIC X(3).                                     01500000
015100 01  W-AAAA         PIC S9(4) USAGE COMP VALUE ZERO.              01510000
015200 01  W-MM           PIC S9(4) USAGE COMP VALUE ZERO.              01520000
015300******                                                            01530000
015400 01  W-PRM-NUM-X.                                                 01540000
015500     05  W-PRM-NUM  PIC 9(3).                                     01550000
015600 01  W-PRM-MNT-X.                                                 01560000
015700     05  W-PRM-MNT  PIC 9(7).                                     01570000
015800 01  W-PRM-DEFAUT   PIC 9(7)  VALUE ZERO.                         01580000
015900 01  W-PRM-LU       PIC 9(7)  VALUE ZERO.                         01590000
016000 01  W-NB-PER       PIC S9(3) USAGE COMP-3 VALUE ZERO.            01600000
016100 01  W-NB-PER-URG   PIC S9(3) USAGE COMP-3 VALUE ZERO.            01610000
016200 01  W-TOLERANCE    PIC S9(3) USAGE COMP-3 VALUE ZERO.            01620000
016300 01  W-NB-TRF       PIC S9(3) USAGE COMP-3 VALUE ZERO.            01630000
016400 01  W-PCT-PRIX     PIC S9(3) USAGE COMP-3 VALUE ZERO.            01640000
016500 01  W-SEUIL-FAC    PIC S9(7) USAGE COMP-3 VALUE ZERO.            01650000
016600 01  W-PCT-BUD      PIC S9(3) USAGE COMP-3 VALUE ZERO.            01660000
016700 01  W-NB-REL       PIC S9(3) USAGE COMP-3 VALUE ZERO.            01670000
016800 01  W-GRAV-HD      PIC 9(1)  VALUE 1.                            01680000
016900******                                                            01690000
017000 01  W-CLE-ART      PIC S9(9) USAGE COMP VALUE ZERO.              01700000
017100 01  W-CLE-ENT      PIC X(2)  VALUE SPACES.                       01710000
017200 01  W-ENT-DEST     PIC X(2)  VALUE SPACES.                       01720000
017300 01  W-NO-LOT       PIC X(10) VALUE SPACES.                       01730000
017400 01  W-QTE          PIC S9(9) USAGE COMP VALUE ZERO.              01740000
017500 01  W-JOURS        PIC S9(9) USAGE COMP VALUE ZERO.              01750000
017600 01  W-CAPACITE     PIC S9(9) USAGE COMP VALUE ZERO.              01760000
017700 01  W-OCCUPATION   PIC S9(9) USAGE COMP VALUE ZERO.              01770000
017800 01  W-LIMITE-CAP   PIC S9(9) USAGE COMP VALUE ZERO.              01780000
017900 01  W-NO-TRF       PIC S9(9) USAGE COMP VALUE ZERO.              01790000
018000 01  W-PRIX         PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       01800000
018100 01  W-COUT         PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       01810000
018200 01  W-LIMITE-PRIX  PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       01820000
018300 01  W-NO-FACT      PIC X(10) VALUE SPACES.                       01830000
018400 01  W-FOURN        PIC X(5)  VALUE SPACES.                       01840000
018500 01  W-TYPE-ECART   PIC X(1)  VALUE SPACES.                       01850000
018600 01  W-MONTANT      PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       01860000
018700 01  W-MONTANT-ABS  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       01870000
018800 01  W-LIE          PIC S9(9) USAGE COMP VALUE ZERO.              01880000
018900 01  W-LIB          PIC X(20) VALUE SPACES.                       01890000
019000 01  W-BUDGET       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      01900000
019100 01  W-CONSO        PIC S9(13)V9(2) USAGE COMP-3 VALUE ZERO.      01910000
019200 01  W-TAUX         PIC S9(5) USAGE COMP-3 VALUE ZERO.            01920000
019300******                                                            01930000
019400 01  W-ED-ART       PIC 9(9).                                     01940000
019500 01  W-ED-LIE       PIC 9(9).                                     01950000
019600 01  W-ED-QTE       PIC Z(6)9.                                    01960000
019700 01  W-ED-JOURS     PIC ZZZ9.                                     01970000
019800 01  W-ED-TAUX      PIC ZZZZ9.                                    01980000
019900 01  W-ED-PRIX      PIC ZZZZ9.99.                                 01990000
020000 01  W-ED-COUT      PIC ZZZZ9.99.                                 02000000
020100 01  W-ED-MONTANT   PIC -(7)9.99.                                 02010000
020200******                                                            02020000
020300 01  W-TABLE-DOMAINES.                                            02030000
020400     05  FILLER   PIC X(33) VALUE                                 02040000
020500         'STKSTOCKS ET ENTREPOTS           '.                     02050000
020600     05  FILLER   PIC X(33) VALUE                                 02060000
020700         'ACHACHATS ET FACTURES FOURNISSEUR'.                     02070000
020800     05  FILLER   PIC X(33) VALUE                                 02080000
020900         'DEPDEPARTEMENTS ET SERVICE       '.                     02090000
021000 01  W-TAB-DOMAINES REDEFINES W-TABLE-DOMAINES.                   02100000
021100     05  W-DOMAINE          OCCURS 3.                             02110000
021200         10  W-DOM-CODE     PIC X(3).                             02120000
021300         10  W-DOM-LIBELLE  PIC X(30).                            02130000
021400 01  W-TABLE-REGLES.                                              02140000
021500     05  FILLER   PIC X(34) VALUE                                 02150000
021600         '1PERLOTS PERIMES OU A PERIMER     '.                    02160000
021700     05  FILLER   PIC X(34) VALUE                                 02170000
021800         '1CAPCAPACITE ENTREPOT DEPASSEE    '.                    02180000
021900     05  FILLER   PIC X(34) VALUE                                 02190000
022000         '1TRFTRANSFERTS BLOQUES EN TRANSIT '.                    02200000
022100     05  FILLER   PIC X(34) VALUE                                 02210000
022200         '2PRXPRIX DE VENTE SOUS LE COUT    '.                    02220000
022300     05  FILLER   PIC X(34) VALUE                                 02230000
022400         '2FACECARTS DE FACTURE DU JOUR     '.                    02240000
022500     05  FILLER   PIC X(34) VALUE                                 02250000
022600         '3BUDDEPASSEMENTS DE BUDGET DU MOIS'.                    02260000
022700     05  FILLER   PIC X(34) VALUE                                 02270000
022800         '3RELRELIQUATS EN ATTENTE          '.                    02280000
022900 01  W-TAB-REGLES REDEFINES W-TABLE-REGLES.                       02290000
023000     05  W-REGLE            OCCURS 7.                             02300000
023100         10  W-REG-DOMAINE  PIC 9(1).                             02310000
023200         10  W-REG-CODE     PIC X(3).                             02320000
023300         10  W-REG-LIBELLE  PIC X(30).                            02330000
023400 01  W-TABLE-GRAVITES.                                            02340000
023500     05  FILLER   PIC X(21) VALUE 'HAUTE  MOYENNEBASSE  '.        02350000
023600 01  W-TAB-GRAVITES REDEFINES W-TABLE-GRAVITES.                   02360000
023700     05  W-GRAV-LIBELLE     PIC X(7) OCCURS 3.                    02370000
023800 01  W-COMPTEURS-REGLES.                                          02380000
023900     05  W-CPT-REGLE        OCCURS 7.                             02390000
024000         10  W-CPT-GRAV     PIC S9(7) USAGE COMP-3                02400000
024100                            OCCURS 3.                             02410000
024200 01  W-COMPTEURS-DOMAINES.                                        02420000
024300     05  W-CPT-DOMAINE      OCCURS 4.                             02430000
024400         10  W-CPT-DOM-GRAV PIC S9(7) USAGE COMP-3                02440000
024500                            OCCURS 3.                             02450000
024600 01  WX-REG         PIC S9(4) USAGE COMP VALUE ZERO.              02460000
024700 01  WX-DOM         PIC S9(4) USAGE COMP VALUE ZERO.              02470000
024800 01  WX-GRAV        PIC S9(4) USAGE COMP VALUE ZERO.              02480000
024900 01  W-TOT-LIGNE    PIC S9(7) USAGE COMP-3 VALUE ZERO.            02490000
025000 01  W-PREV-DOMAINE PIC 9(1)  VALUE ZERO.                         02500000
025100 01  W-PREV-GRAVITE PIC 9(1)  VALUE ZERO.                         02510000
025200 01  W-PREV-REGLE   PIC 9(1)  VALUE ZERO.                         02520000
025300******                                                            02530000
025400 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            02540000
025500 01  W-CPT-ANOM     PIC S9(9) USAGE COMP-3 VALUE ZERO.            02550000
025600 01  W-CPT-HD       PIC S9(9) USAGE COMP-3 VALUE ZERO.            02560000
025700******                                                            02570000
025800 01  W-LIGNE-ENTETE.                                              02580000
025900     05  FILLER   PIC X(40) VALUE                                 02590000
026000         'SYNTHESE DES ANOMALIES DU JOUR'.                        02600000
026100 01  W-LIGNE-JOURNEE.                                             02610000
026200     05  FILLER   PIC X(23) VALUE 'JOURNEE DE TRAITEMENT '.       02620000
026300     05  WJ-DATE        PIC X(10).                                02630000
026400     05  FILLER   PIC X(47) VALUE SPACES.                         02640000
026500 01  W-LIGNE-COLONNES.                                            02650000
026600     05  FILLER   PIC X(35) VALUE 'REGLE'.                        02660000
026700     05  FILLER   PIC X(45) VALUE                                 02670000
026800         '    HAUTE  MOYENNE    BASSE    TOTAL'.                  02680000
026900 01  W-LIGNE-SYNTHESE.                                            02690000
027000     05  WS-CODE        PIC X(3).                                 02700000
027100     05  FILLER   PIC X(1)  VALUE SPACES.                         02710000
027200     05  WS-LIBELLE     PIC X(30).                                02720000
027300     05  FILLER   PIC X(1)  VALUE SPACES.                         02730000
027400     05  WS-CPT         PIC ZZZZZZZZ9 OCCURS 4.                   02740000
027500     05  FILLER   PIC X(9)  VALUE SPACES.                         02750000
027600 01  W-LIGNE-SEUIL.                                               02760000
027700     05  FILLER   PIC X(10) VALUE 'SEUILS  : '.                   02770000
027800     05  WU-TEXTE       PIC X(70).                                02780000
027900 01  W-LIGNE-SECTION.                                             02790000
028000     05  FILLER   PIC X(14) VALUE 'RESPONSABLE : '.               02800000
028100     05  WN-LIBELLE     PIC X(30).                                02810000
028200     05  FILLER   PIC X(36) VALUE SPACES.                         02820000
028300 01  W-LIGNE-REGLE.                                               02830000
028400     05  FILLER   PIC X(2)  VALUE SPACES.                         02840000
028500     05  WR-GRAVITE     PIC X(7).                                 02850000
028600     05  FILLER   PIC X(3)  VALUE ' - '.                          02860000
028700     05  WR-CODE        PIC X(3).                                 02870000
028800     05  FILLER   PIC X(1)  VALUE SPACES.                         02880000
028900     05  WR-LIBELLE     PIC X(30).                                02890000
029000     05  FILLER   PIC X(34) VALUE SPACES.                         02900000
029100 01  W-LIGNE-DETAIL.                                              02910000
029200     05  FILLER   PIC X(4)  VALUE SPACES.                         02920000
029300     05  WD-REFERENCE   PIC X(20).                                02930000
029400     05  FILLER   PIC X(1)  VALUE SPACES.                         02940000
029500     05  WD-TEXTE       PIC X(45).                                02950000
029600     05  FILLER   PIC X(10) VALUE SPACES.                         02960000
029700 01  W-LIGNE-AUCUNE.                                              02970000
029800     05  FILLER   PIC X(40) VALUE                                 02980000
029900         'AUCUNE ANOMALIE RELEVEE CE JOUR'.                       02990000
030000     05  FILLER   PIC X(40) VALUE SPACES.                         03000000
030100******                                                            03010000
030200 PROCEDURE DIVISION.                                              03020000
030300 1000-LDIGEST-DEB.                                                03030000
030400     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  03040000
030500     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           03050000
030600     MOVE 'D' TO JRN-PHASE                                        03060000
030700     CALL 'JRNEXEC' USING JRN-EXECUTION                           03070000
030800     PERFORM 5000-INIT-DEB                                        03080000
030900       THRU  5000-INIT-FIN.                                       03090000
031000     SORT TRI-FICHIER                                             03100000
031100         ON ASCENDING KEY TD00-DOMAINE TD00-GRAVITE               03110000
031200                          TD00-REGLE TD00-REFERENCE               03120000
031300         INPUT PROCEDURE 2000-COLLECTE-DEB                        03130000
031400           THRU 2000-COLLECTE-FIN                                 03140000
031500         OUTPUT PROCEDURE 7000-EDITION-DEB                        03150000
031600           THRU 7000-EDITION-FIN.                                 03160000
031700     PERFORM 8000-FIN-TRT-DEB                                     03170000
031800       THRU  8000-FIN-TRT-FIN.                                    03180000
031900     PERFORM 9990-FIN-NORMALE-DEB                                 03190000
032000       THRU  9990-FIN-NORMALE-FIN.                                03200000
032100 1000-LDIGEST-FIN.                                                03210000
032200     EXIT.                                                        03220000
032300***************                                                   03230000
032400 5000-INIT-DEB.                                                   03240000
032500     CALL 'DATETRT' USING DAT-TRAITEMENT.                         03250000
032600     IF DAT-CODE-RETOUR NOT = ZERO                                03260000
032700         MOVE ZERO TO W-SQLCODE                                   03270000
032800         MOVE 'AUCUNE JOURNEE OUVERTE'                            03280000
032900              TO W-MESSAGE-ANOR                                   03290000
033000         PERFORM 9999-FIN-ANORMALE-DEB                            03300000
033100           THRU  9999-FIN-ANORMALE-FIN.                           03310000
033200     MOVE DAT-DATE-ISO TO W-DATE-JOUR W-DATE-TRT.                 03320000
033300     MOVE W-TRT-AAAA TO W-AAAA.                                   03330000
033400     MOVE W-TRT-MM TO W-MM.                                       03340000
033500     MOVE ZERO TO W-COMPTEURS-REGLES W-COMPTEURS-DOMAINES.        03350000
033600     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          03360000
033700     MOVE 'PEREMPTION' TO PRM-NOM.                                03370000
033800     MOVE 30 TO W-PRM-DEFAUT.                                     03380000
033900     PERFORM 5200-PARAM-DEB                                       03390000
034000       THRU  5200-PARAM-FIN.                                      03400000
034100     MOVE W-PRM-LU TO W-NB-PER.                                   03410000
034200     MOVE 'PEREMP-URG' TO PRM-NOM.                                03420000
034300     MOVE 7 TO W-PRM-DEFAUT.                                      03430000
034400     PERFORM 5200-PARAM-DEB                                       03440000
034500       THRU  5200-PARAM-FIN.                                      03450000
034600     MOVE W-PRM-LU TO W-NB-PER-URG.                               03460000
034700     MOVE 'TRANSFERT' TO PRM-NOM.                                 03470000
034800     MOVE 5 TO W-PRM-DEFAUT.                                      03480000
034900     PERFORM 5200-PARAM-DEB                                       03490000
035000       THRU  5200-PARAM-FIN.                                      03500000
035100     MOVE W-PRM-LU TO W-NB-TRF.                                   03510000
035200     MOVE 'PRIX-ECART' TO PRM-NOM.                                03520000
035300     MOVE 10 TO W-PRM-DEFAUT.                                     03530000
035400     PERFORM 5200-PARAM-DEB                                       03540000
035500       THRU  5200-PARAM-FIN.                                      03550000
035600     MOVE W-PRM-LU TO W-PCT-PRIX.                                 03560000
035700     MOVE 'FACT-MONT' TO PRM-NOM.                                 03570000
035800     MOVE 500 TO W-PRM-DEFAUT.                                    03580000
035900     PERFORM 5210-PARAM-MNT-DEB                                   03590000
036000       THRU  5210-PARAM-MNT-FIN.                                  03600000
036100     MOVE W-PRM-LU TO W-SEUIL-FAC.                                03610000
036200     MOVE 'BUDGET-ALR' TO PRM-NOM.                                03620000
036300     MOVE 90 TO W-PRM-DEFAUT.                                     03630000
036400     PERFORM 5200-PARAM-DEB                                       03640000
036500       THRU  5200-PARAM-FIN.                                      03650000
036600     MOVE W-PRM-LU TO W-PCT-BUD.                                  03660000
036700     MOVE 'RELIQUAT' TO PRM-NOM.                                  03670000
036800     MOVE 7 TO W-PRM-DEFAUT.                                      03680000
036900     PERFORM 5200-PARAM-DEB                                       03690000
037000       THRU  5200-PARAM-FIN.                                      03700000
037100     MOVE W-PRM-LU TO W-NB-REL.                                   03710000
037200     MOVE 'GRAVITE-HD' TO PRM-NOM.                                03720000
037300     MOVE 1 TO W-PRM-DEFAUT.                                      03730000
037400     PERFORM 5200-PARAM-DEB                                       03740000
037500       THRU  5200-PARAM-FIN.                                      03750000
037600     IF W-PRM-LU < 1 OR W-PRM-LU > 3                              03760000
037700         MOVE 1 TO W-PRM-LU.                                      03770000
037800     MOVE W-PRM-LU TO W-GRAV-HD.                                  03780000
037900     MOVE 'LMVTSTK' TO PRM-PROGRAMME.                             03790000
038000     MOVE 'TOLERANCE' TO PRM-NOM.                                 03800000
038100     MOVE 10 TO W-PRM-DEFAUT.                                     03810000
038200     PERFORM 5200-PARAM-DEB                                       03820000
038300       THRU  5200-PARAM-FIN.                                      03830000
038400     MOVE W-PRM-LU TO W-TOLERANCE.                                03840000
038500     OPEN OUTPUT LISTDIG.                                         03850000
038600     OPEN OUTPUT HD-FICHIER.                                      03860000
038700     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           03870000
038800     PERFORM 8300-EDIT-INIT-DEB                                   03880000
038900       THRU  8300-EDIT-INIT-FIN.                                  03890000
039000 5000-INIT-FIN.                                                   03900000
039100      EXIT.                                                       03910000
039200***************                                                   03920000
039300 5200-PARAM-DEB.                                                  03930000
039400     CALL 'PARMLIT' USING PRM-LECTURE.                            03940000
039500     MOVE PRM-VALEUR TO W-PRM-NUM-X.                              03950000
039600     IF PRM-CODE-RETOUR = ZERO                                    03960000
039700         AND W-PRM-NUM NUMERIC                                    03970000
039800         MOVE W-PRM-NUM TO W-PRM-LU                               03980000
039900     ELSE                                                         03990000
040000         MOVE W-PRM-DEFAUT TO W-PRM-LU                            04000000
040100         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      04010000
040200                 ' - VALEUR PAR DEFAUT ' W-PRM-DEFAUT.            04020000
040300 5200-PARAM-FIN.                                                  04030000
040400      EXIT.                                                       04040000
040500***************                                                   04050000
040600 5210-PARAM-MNT-DEB.                                              04060000
040700     CALL 'PARMLIT' USING PRM-LECTURE.                            04070000
040800     MOVE PRM-VALEUR TO W-PRM-MNT-X.                              04080000
040900     IF PRM-CODE-RETOUR = ZERO                                    04090000
041000         AND W-PRM-MNT NUMERIC                                    04100000
041100         MOVE W-PRM-MNT TO W-PRM-LU                               04110000
041200     ELSE                                                         04120000
041300         MOVE W-PRM-DEFAUT TO W-PRM-LU                            04130000
041400         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      04140000
041500                 ' - VALEUR PAR DEFAUT ' W-PRM-DEFAUT.            04150000
041600 5210-PARAM-MNT-FIN.                                              04160000
041700      EXIT.                                                       04170000
041800***************                                                   04180000
041900 2000-COLLECTE-DEB.                                               04190000
042000     PERFORM 2100-PER-DEB                                         04200000
042100       THRU  2100-PER-FIN.                                        04210000
042200     PERFORM 2200-CAP-DEB                                         04220000
042300       THRU  2200-CAP-FIN.                                        04230000
042400     PERFORM 2300-TRF-DEB                                         04240000
042500       THRU  2300-TRF-FIN.                                        04250000
042600     PERFORM 2400-PRX-DEB                                         04260000
042700       THRU  2400-PRX-FIN.                                        04270000
042800     PERFORM 2500-FAC-DEB                                         04280000
042900       THRU  2500-FAC-FIN.                                        04290000
043000     PERFORM 2600-BUD-DEB                                         04300000
043100       THRU  2600-BUD-FIN.                                        04310000
043200     PERFORM 2700-REL-DEB                                         04320000
043300       THRU  2700-REL-FIN.                                        04330000
043400 2000-COLLECTE-FIN.                                               04340000
043500      EXIT.                                                       04350000
043600***************                                                   04360000
043700 2100-PER-DEB.                                                    04370000
043800     MOVE '0' TO W-EOF-CUR.                                       04380000
043900     EXEC SQL                                                     04390000
044000         OPEN C-PER                                               04400000
044100     END-EXEC.                                                    04410000
044200     IF SQLCODE NOT = ZERO                                        04420000
044300         MOVE SQLCODE TO W-SQLCODE                                04430000
044400         MOVE 'OPEN C-PER SQLCODE = '                             04440000
044500              TO W-MESSAGE-ANOR                                   04450000
044600         PERFORM 9999-FIN-ANORMALE-DEB                            04460000
044700           THRU  9999-FIN-ANORMALE-FIN.                           04470000
044800 2100-PER-10.                                                     04480000
044900     EXEC SQL                                                     04490000
045000         FETCH C-PER                                              04500000
045100           INTO :W-CLE-ART, :W-CLE-ENT, :W-NO-LOT, :W-QTE,        04510000
045200                :W-JOURS                                          04520000
045300     END-EXEC.                                                    04530000
045400     EVALUATE SQLCODE                                             04540000
045500         WHEN 100                                                 04550000
045600             MOVE '1' TO W-EOF-CUR                                04560000
045700         WHEN ZERO                                                04570000
045800             ADD 1 TO W-CPT-LUS                                   04580000
045900             PERFORM 2110-PER-ANOM-DEB                            04590000
046000               THRU  2110-PER-ANOM-FIN                            04600000
046100         WHEN OTHER                                               04610000
046200             MOVE SQLCODE TO W-SQLCODE                            04620000
046300             MOVE 'FETCH C-PER SQLCODE = '                        04630000
046400                  TO W-MESSAGE-ANOR                               04640000
046500             PERFORM 9999-FIN-ANORMALE-DEB                        04650000
046600               THRU  9999-FIN-ANORMALE-FIN                        04660000
046700     END-EVALUATE.                                                04670000
046800     IF NOT FIN-CUR-OK                                            04680000
046900         GO TO 2100-PER-10.                                       04690000
047000     EXEC SQL                                                     04700000
047100         CLOSE C-PER                                              04710000
047200     END-EXEC.                                                    04720000
047300 2100-PER-FIN.                                                    04730000
047400      EXIT.                                                       04740000
047500***************                                                   04750000
047600 2110-PER-ANOM-DEB.                                               04760000
047700     MOVE 1 TO TD00-REGLE.                                        04770000
047800     MOVE W-CLE-ART TO W-ED-ART.                                  04780000
047900     MOVE W-QTE TO W-ED-QTE.                                      04790000
048000     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    04800000
048100     STRING 'ENT ' W-CLE-ENT ' ART ' W-ED-ART                     04810000
048200         DELIMITED BY SIZE INTO TD00-REFERENCE.                   04820000
048300     IF W-JOURS < ZERO                                            04830000
048400         MOVE 1 TO TD00-GRAVITE                                   04840000
048500         COMPUTE W-ED-JOURS = 0 - W-JOURS                         04850000
048600         STRING 'LOT ' W-NO-LOT ' QTE' W-ED-QTE                   04860000
048700                ' PERIME DEPUIS' W-ED-JOURS ' J'                  04870000
048800             DELIMITED BY SIZE INTO TD00-TEXTE                    04880000
048900     ELSE                                                         04890000
049000         IF W-JOURS NOT > W-NB-PER-URG                            04900000
049100             MOVE 2 TO TD00-GRAVITE                               04910000
049200         ELSE                                                     04920000
049300             MOVE 3 TO TD00-GRAVITE                               04930000
049400         END-IF                                                   04940000
049500         MOVE W-JOURS TO W-ED-JOURS                               04950000
049600         STRING 'LOT ' W-NO-LOT ' QTE' W-ED-QTE                   04960000
049700                ' PERIME DANS' W-ED-JOURS ' J'                    04970000
049800             DELIMITED BY SIZE INTO TD00-TEXTE.                   04980000
049900     PERFORM 2900-ANOMALIE-DEB                                    04990000
050000       THRU  2900-ANOMALIE-FIN.                                   05000000
050100 2110-PER-ANOM-FIN.                                               05010000
050200      EXIT.                                                       05020000
050300***************                                                   05030000
050400 2200-CAP-DEB.                                                    05040000
050500     MOVE '0' TO W-EOF-CUR.                                       05050000
050600     EXEC SQL                                                     05060000
050700         OPEN C-CAP                                               05070000
050800     END-EXEC.                                                    05080000
050900     IF SQLCODE NOT = ZERO                                        05090000
051000         MOVE SQLCODE TO W-SQLCODE                                05100000
051100         MOVE 'OPEN C-CAP SQLCODE = '                             05110000
051200              TO W-MESSAGE-ANOR                                   05120000
051300         PERFORM 9999-FIN-ANORMALE-DEB                            05130000
051400           THRU  9999-FIN-ANORMALE-FIN.                           05140000
051500 2200-CAP-10.                                                     05150000
051600     EXEC SQL                                                     05160000
051700         FETCH C-CAP                                              05170000
051800           INTO :W-CLE-ENT, :W-CAPACITE, :W-OCCUPATION            05180000
051900     END-EXEC.                                                    05190000
052000     EVALUATE SQLCODE                                             05200000
052100         WHEN 100                                                 05210000
052200             MOVE '1' TO W-EOF-CUR                                05220000
052300         WHEN ZERO                                                05230000
052400             ADD 1 TO W-CPT-LUS                                   05240000
052500             PERFORM 2210-CAP-ANOM-DEB                            05250000
052600               THRU  2210-CAP-ANOM-FIN                            05260000
052700         WHEN OTHER                                               05270000
052800             MOVE SQLCODE TO W-SQLCODE                            05280000
052900             MOVE 'FETCH C-CAP SQLCODE = '                        05290000
053000                  TO W-MESSAGE-ANOR                               05300000
053100             PERFORM 9999-FIN-ANORMALE-DEB                        05310000
053200               THRU  9999-FIN-ANORMALE-FIN                        05320000
053300     END-EVALUATE.                                                05330000
053400     IF NOT FIN-CUR-OK                                            05340000
053500         GO TO 2200-CAP-10.                                       05350000
053600     EXEC SQL                                                     05360000
053700         CLOSE C-CAP                                              05370000
053800     END-EXEC.                                                    05380000
053900 2200-CAP-FIN.                                                    05390000
054000      EXIT.                                                       05400000
054100***************                                                   05410000
054200 2210-CAP-ANOM-DEB.                                               05420000
054300     IF W-OCCUPATION NOT > W-CAPACITE                             05430000
054400         GO TO 2210-CAP-ANOM-FIN.                                 05440000
054500     MOVE 2 TO TD00-REGLE.                                        05450000
054600     COMPUTE W-LIMITE-CAP =                                       05460000
054700         W-CAPACITE * (100 + W-TOLERANCE) / 100.                  05470000
054800     IF W-OCCUPATION > W-LIMITE-CAP                               05480000
054900         MOVE 1 TO TD00-GRAVITE                                   05490000
055000     ELSE                                                         05500000
055100         MOVE 2 TO TD00-GRAVITE.                                  05510000
055200     COMPUTE W-TAUX = W-OCCUPATION * 100 / W-CAPACITE.            05520000
055300     MOVE W-TAUX TO W-ED-TAUX.                                    05530000
055400     MOVE W-OCCUPATION TO W-ED-QTE.                               05540000
055500     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    05550000
055600     STRING 'ENT ' W-CLE-ENT                                      05560000
055700         DELIMITED BY SIZE INTO TD00-REFERENCE.                   05570000
055800     STRING 'OCCUPATION + TRANSIT' W-ED-QTE                       05580000
055900            ' SOIT' W-ED-TAUX ' %'                                05590000
056000         DELIMITED BY SIZE INTO TD00-TEXTE.                       05600000
056100     PERFORM 2900-ANOMALIE-DEB                                    05610000
056200       THRU  2900-ANOMALIE-FIN.                                   05620000
056300 2210-CAP-ANOM-FIN.                                               05630000
056400      EXIT.                                                       05640000
056500***************                                                   05650000
056600 2300-TRF-DEB.                                                    05660000
056700     MOVE '0' TO W-EOF-CUR.                                       05670000
056800     EXEC SQL                                                     05680000
056900         OPEN C-TRF                                               05690000
057000     END-EXEC.                                                    05700000
057100     IF SQLCODE NOT = ZERO                                        05710000
057200         MOVE SQLCODE TO W-SQLCODE                                05720000
057300         MOVE 'OPEN C-TRF SQLCODE = '                             05730000
057400              TO W-MESSAGE-ANOR                                   05740000
057500         PERFORM 9999-FIN-ANORMALE-DEB                            05750000
057600           THRU  9999-FIN-ANORMALE-FIN.                           05760000
057700 2300-TRF-10.                                                     05770000
057800     EXEC SQL                                                     05780000
057900         FETCH C-TRF                                              05790000
058000           INTO :W-NO-TRF, :W-CLE-ART, :W-CLE-ENT,                05800000
058100                :W-ENT-DEST, :W-JOURS                             05810000
058200     END-EXEC.                                                    05820000
058300     EVALUATE SQLCODE                                             05830000
058400         WHEN 100                                                 05840000
058500             MOVE '1' TO W-EOF-CUR                                05850000
058600         WHEN ZERO                                                05860000
058700             ADD 1 TO W-CPT-LUS                                   05870000
058800             PERFORM 2310-TRF-ANOM-DEB                            05880000
058900               THRU  2310-TRF-ANOM-FIN                            05890000
059000         WHEN OTHER                                               05900000
059100             MOVE SQLCODE TO W-SQLCODE                            05910000
059200             MOVE 'FETCH C-TRF SQLCODE = '                        05920000
059300                  TO W-MESSAGE-ANOR                               05930000
059400             PERFORM 9999-FIN-ANORMALE-DEB                        05940000
059500               THRU  9999-FIN-ANORMALE-FIN                        05950000
059600     END-EVALUATE.                                                05960000
059700     IF NOT FIN-CUR-OK                                            05970000
059800         GO TO 2300-TRF-10.                                       05980000
059900     EXEC SQL                                                     05990000
060000         CLOSE C-TRF                                              06000000
060100     END-EXEC.                                                    06010000
060200 2300-TRF-FIN.                                                    06020000
060300      EXIT.                                                       06030000
060400***************                                                   06040000
060500 2310-TRF-ANOM-DEB.                                               06050000
060600     MOVE 3 TO TD00-REGLE.                                        06060000
060700     IF W-JOURS NOT < W-NB-TRF * 2                                06070000
060800         MOVE 1 TO TD00-GRAVITE                                   06080000
060900     ELSE                                                         06090000
061000         MOVE 2 TO TD00-GRAVITE.                                  06100000
061100     MOVE W-NO-TRF TO W-ED-LIE.                                   06110000
061200     MOVE W-CLE-ART TO W-ED-ART.                                  06120000
061300     MOVE W-JOURS TO W-ED-JOURS.                                  06130000
061400     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    06140000
061500     STRING 'TRF ' W-ED-LIE                                       06150000
061600         DELIMITED BY SIZE INTO TD00-REFERENCE.                   06160000
061700     STRING 'ART ' W-ED-ART ' DE ' W-CLE-ENT                      06170000
061800            ' VERS ' W-ENT-DEST ' DEPUIS' W-ED-JOURS ' J'         06180000
061900         DELIMITED BY SIZE INTO TD00-TEXTE.                       06190000
062000     PERFORM 2900-ANOMALIE-DEB                                    06200000
062100       THRU  2900-ANOMALIE-FIN.                                   06210000
062200 2310-TRF-ANOM-FIN.                                               06220000
062300      EXIT.                                                       06230000
062400***************                                                   06240000
062500 2400-PRX-DEB.                                                    06250000
062600     MOVE '0' TO W-EOF-CUR.                                       06260000
062700     EXEC SQL                                                     06270000
062800         OPEN C-PRX                                               06280000
062900     END-EXEC.                                                    06290000
063000     IF SQLCODE NOT = ZERO                                        06300000
063100         MOVE SQLCODE TO W-SQLCODE                                06310000
063200         MOVE 'OPEN C-PRX SQLCODE = '                             06320000
063300              TO W-MESSAGE-ANOR                                   06330000
063400         PERFORM 9999-FIN-ANORMALE-DEB                            06340000
063500           THRU  9999-FIN-ANORMALE-FIN.                           06350000
063600 2400-PRX-10.                                                     06360000
063700     EXEC SQL                                                     06370000
063800         FETCH C-PRX                                              06380000
063900           INTO :W-CLE-ART, :W-PRIX, :W-COUT                      06390000
064000     END-EXEC.                                                    06400000
064100     EVALUATE SQLCODE                                             06410000
064200         WHEN 100                                                 06420000
064300             MOVE '1' TO W-EOF-CUR                                06430000
064400         WHEN ZERO                                                06440000
064500             ADD 1 TO W-CPT-LUS                                   06450000
064600             PERFORM 2410-PRX-ANOM-DEB                            06460000
064700               THRU  2410-PRX-ANOM-FIN                            06470000
064800         WHEN OTHER                                               06480000
064900             MOVE SQLCODE TO W-SQLCODE                            06490000
065000             MOVE 'FETCH C-PRX SQLCODE = '                        06500000
065100                  TO W-MESSAGE-ANOR                               06510000
065200             PERFORM 9999-FIN-ANORMALE-DEB                        06520000
065300               THRU  9999-FIN-ANORMALE-FIN                        06530000
065400     END-EVALUATE.                                                06540000
065500     IF NOT FIN-CUR-OK                                            06550000
065600         GO TO 2400-PRX-10.                                       06560000
065700     EXEC SQL                                                     06570000
065800         CLOSE C-PRX                                              06580000
065900     END-EXEC.                                                    06590000
066000 2400-PRX-FIN.                                                    06600000
066100      EXIT.                                                       06610000
066200***************                                                   06620000
066300 2410-PRX-ANOM-DEB.                                               06630000
066400     MOVE 4 TO TD00-REGLE.                                        06640000
066500     COMPUTE W-LIMITE-PRIX =                                      06650000
066600         W-COUT * (100 - W-PCT-PRIX) / 100.                       06660000
066700     IF W-PRIX < W-LIMITE-PRIX                                    06670000
066800         MOVE 1 TO TD00-GRAVITE                                   06680000
066900     ELSE                                                         06690000
067000         MOVE 2 TO TD00-GRAVITE.                                  06700000
067100     MOVE W-CLE-ART TO W-ED-ART.                                  06710000
067200     MOVE W-PRIX TO W-ED-PRIX.                                    06720000
067300     MOVE W-COUT TO W-ED-COUT.                                    06730000
067400     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    06740000
067500     STRING 'ART ' W-ED-ART                                       06750000
067600         DELIMITED BY SIZE INTO TD00-REFERENCE.                   06760000
067700     STRING 'PRIX VENTE' W-ED-PRIX                                06770000
067800            ' COUT MOYEN MAXI' W-ED-COUT                          06780000
067900         DELIMITED BY SIZE INTO TD00-TEXTE.                       06790000
068000     PERFORM 2900-ANOMALIE-DEB                                    06800000
068100       THRU  2900-ANOMALIE-FIN.                                   06810000
068200 2410-PRX-ANOM-FIN.                                               06820000
068300      EXIT.                                                       06830000
068400***************                                                   06840000
068500 2500-FAC-DEB.                                                    06850000
068600     MOVE '0' TO W-EOF-CUR.                                       06860000
068700     EXEC SQL                                                     06870000
068800         OPEN C-FAC                                               06880000
068900     END-EXEC.                                                    06890000
069000     IF SQLCODE NOT = ZERO                                        06900000
069100         MOVE SQLCODE TO W-SQLCODE                                06910000
069200         MOVE 'OPEN C-FAC SQLCODE = '                             06920000
069300              TO W-MESSAGE-ANOR                                   06930000
069400         PERFORM 9999-FIN-ANORMALE-DEB                            06940000
069500           THRU  9999-FIN-ANORMALE-FIN.                           06950000
069600 2500-FAC-10.                                                     06960000
069700     EXEC SQL                                                     06970000
069800         FETCH C-FAC                                              06980000
069900           INTO :W-NO-FACT, :W-FOURN, :W-CLE-ART,                 06990000
070000                :W-TYPE-ECART, :W-MONTANT                         07000000
070100     END-EXEC.                                                    07010000
070200     EVALUATE SQLCODE                                             07020000
070300         WHEN 100                                                 07030000
070400             MOVE '1' TO W-EOF-CUR                                07040000
070500         WHEN ZERO                                                07050000
070600             ADD 1 TO W-CPT-LUS                                   07060000
070700             PERFORM 2510-FAC-ANOM-DEB                            07070000
070800               THRU  2510-FAC-ANOM-FIN                            07080000
070900         WHEN OTHER                                               07090000
071000             MOVE SQLCODE TO W-SQLCODE                            07100000
071100             MOVE 'FETCH C-FAC SQLCODE = '                        07110000
071200                  TO W-MESSAGE-ANOR                               07120000
071300             PERFORM 9999-FIN-ANORMALE-DEB                        07130000
071400               THRU  9999-FIN-ANORMALE-FIN                        07140000
071500     END-EVALUATE.                                                07150000
071600     IF NOT FIN-CUR-OK                                            07160000
071700         GO TO 2500-FAC-10.                                       07170000
071800     EXEC SQL                                                     07180000
071900         CLOSE C-FAC                                              07190000
072000     END-EXEC.                                                    07200000
072100 2500-FAC-FIN.                                                    07210000
072200      EXIT.                                                       07220000
072300***************                                                   07230000
072400 2510-FAC-ANOM-DEB.                                               07240000
072500     MOVE 5 TO TD00-REGLE.                                        07250000
072600     IF W-MONTANT < ZERO                                          07260000
072700         COMPUTE W-MONTANT-ABS = 0 - W-MONTANT                    07270000
072800     ELSE                                                         07280000
072900         MOVE W-MONTANT TO W-MONTANT-ABS.                         07290000
073000     IF W-MONTANT-ABS NOT < W-SEUIL-FAC                           07300000
073100         MOVE 1 TO TD00-GRAVITE                                   07310000
073200     ELSE                                                         07320000
073300         MOVE 3 TO TD00-GRAVITE.                                  07330000
073400     MOVE W-CLE-ART TO W-ED-ART.                                  07340000
073500     MOVE W-MONTANT TO W-ED-MONTANT.                              07350000
073600     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    07360000
073700     STRING W-FOURN ' ' W-NO-FACT                                 07370000
073800         DELIMITED BY SIZE INTO TD00-REFERENCE.                   07380000
073900     STRING 'ART ' W-ED-ART ' ECART ' W-TYPE-ECART                07390000
074000            ' MONTANT' W-ED-MONTANT                               07400000
074100         DELIMITED BY SIZE INTO TD00-TEXTE.                       07410000
074200     PERFORM 2900-ANOMALIE-DEB                                    07420000
074300       THRU  2900-ANOMALIE-FIN.                                   07430000
074400 2510-FAC-ANOM-FIN.                                               07440000
074500      EXIT.                                                       07450000
074600***************                                                   07460000
074700 2600-BUD-DEB.                                                    07470000
074800     MOVE '0' TO W-EOF-CUR.                                       07480000
074900     EXEC SQL                                                     07490000
075000         OPEN C-BUD                                               07500000
075100     END-EXEC.                                                    07510000
075200     IF SQLCODE NOT = ZERO                                        07520000
075300         MOVE SQLCODE TO W-SQLCODE                                07530000
075400         MOVE 'OPEN C-BUD SQLCODE = '                             07540000
075500              TO W-MESSAGE-ANOR                                   07550000
075600         PERFORM 9999-FIN-ANORMALE-DEB                            07560000
075700           THRU  9999-FIN-ANORMALE-FIN.                           07570000
075800 2600-BUD-10.                                                     07580000
075900     EXEC SQL                                                     07590000
076000         FETCH C-BUD                                              07600000
076100           INTO :W-LIE, :W-LIB, :W-BUDGET, :W-CONSO               07610000
076200     END-EXEC.                                                    07620000
076300     EVALUATE SQLCODE                                             07630000
076400         WHEN 100                                                 07640000
076500             MOVE '1' TO W-EOF-CUR                                07650000
076600         WHEN ZERO                                                07660000
076700             ADD 1 TO W-CPT-LUS                                   07670000
076800             PERFORM 2610-BUD-ANOM-DEB                            07680000
076900               THRU  2610-BUD-ANOM-FIN                            07690000
077000         WHEN OTHER                                               07700000
077100             MOVE SQLCODE TO W-SQLCODE                            07710000
077200             MOVE 'FETCH C-BUD SQLCODE = '                        07720000
077300                  TO W-MESSAGE-ANOR                               07730000
077400             PERFORM 9999-FIN-ANORMALE-DEB                        07740000
077500               THRU  9999-FIN-ANORMALE-FIN                        07750000
077600     END-EVALUATE.                                                07760000
077700     IF NOT FIN-CUR-OK                                            07770000
077800         GO TO 2600-BUD-10.                                       07780000
077900     EXEC SQL                                                     07790000
078000         CLOSE C-BUD                                              07800000
078100     END-EXEC.                                                    07810000
078200 2600-BUD-FIN.                                                    07820000
078300      EXIT.                                                       07830000
078400***************                                                   07840000
078500 2610-BUD-ANOM-DEB.                                               07850000
078600     IF W-BUDGET NOT > ZERO                                       07860000
078700         GO TO 2610-BUD-ANOM-FIN.                                 07870000
078800     COMPUTE W-TAUX = W-CONSO * 100 / W-BUDGET.                   07880000
078900     IF W-CONSO > W-BUDGET                                        07890000
079000         MOVE 1 TO TD00-GRAVITE                                   07900000
079100     ELSE                                                         07910000
079200         IF W-TAUX NOT < W-PCT-BUD                                07920000
079300             MOVE 2 TO TD00-GRAVITE                               07930000
079400         ELSE                                                     07940000
079500             GO TO 2610-BUD-ANOM-FIN.                             07950000
079600     MOVE 6 TO TD00-REGLE.                                        07960000
079700     MOVE W-LIE TO W-ED-LIE.                                      07970000
079800     MOVE W-TAUX TO W-ED-TAUX.                                    07980000
079900     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    07990000
080000     STRING 'DEP ' W-ED-LIE                                       08000000
080100         DELIMITED BY SIZE INTO TD00-REFERENCE.                   08010000
080200     STRING W-LIB ' CONSO' W-ED-TAUX ' % DU BUDGET'               08020000
080300         DELIMITED BY SIZE INTO TD00-TEXTE.                       08030000
080400     PERFORM 2900-ANOMALIE-DEB                                    08040000
080500       THRU  2900-ANOMALIE-FIN.                                   08050000
080600 2610-BUD-ANOM-FIN.                                               08060000
080700      EXIT.                                                       08070000
080800***************                                                   08080000
080900 2700-REL-DEB.                                                    08090000
081000     MOVE '0' TO W-EOF-CUR.                                       08100000
081100     EXEC SQL                                                     08110000
081200         OPEN C-REL                                               08120000
081300     END-EXEC.                                                    08130000
081400     IF SQLCODE NOT = ZERO                                        08140000
081500         MOVE SQLCODE TO W-SQLCODE                                08150000
081600         MOVE 'OPEN C-REL SQLCODE = '                             08160000
081700              TO W-MESSAGE-ANOR                                   08170000
081800         PERFORM 9999-FIN-ANORMALE-DEB                            08180000
081900           THRU  9999-FIN-ANORMALE-FIN.                           08190000
082000 2700-REL-10.                                                     08200000
082100     EXEC SQL                                                     08210000
082200         FETCH C-REL                                              08220000
082300           INTO :W-LIE, :W-CLE-ART, :W-QTE, :W-JOURS              08230000
082400     END-EXEC.                                                    08240000
082500     EVALUATE SQLCODE                                             08250000
082600         WHEN 100                                                 08260000
082700             MOVE '1' TO W-EOF-CUR                                08270000
082800         WHEN ZERO                                                08280000
082900             ADD 1 TO W-CPT-LUS                                   08290000
083000             PERFORM 2710-REL-ANOM-DEB                            08300000
083100               THRU  2710-REL-ANOM-FIN                            08310000
083200         WHEN OTHER                                               08320000
083300             MOVE SQLCODE TO W-SQLCODE                            08330000
083400             MOVE 'FETCH C-REL SQLCODE = '                        08340000
083500                  TO W-MESSAGE-ANOR                               08350000
083600             PERFORM 9999-FIN-ANORMALE-DEB                        08360000
083700               THRU  9999-FIN-ANORMALE-FIN                        08370000
083800     END-EVALUATE.                                                08380000
083900     IF NOT FIN-CUR-OK                                            08390000
084000         GO TO 2700-REL-10.                                       08400000
084100     EXEC SQL                                                     08410000
084200         CLOSE C-REL                                              08420000
084300     END-EXEC.                                                    08430000
084400 2700-REL-FIN.                                                    08440000
084500      EXIT.                                                       08450000
084600***************                                                   08460000
084700 2710-REL-ANOM-DEB.                                               08470000
084800     MOVE 7 TO TD00-REGLE.                                        08480000
084900     IF W-JOURS NOT < W-NB-REL * 2                                08490000
085000         MOVE 1 TO TD00-GRAVITE                                   08500000
085100     ELSE                                                         08510000
085200         MOVE 2 TO TD00-GRAVITE.                                  08520000
085300     MOVE W-LIE TO W-ED-LIE.                                      08530000
085400     MOVE W-CLE-ART TO W-ED-ART.                                  08540000
085500     MOVE W-QTE TO W-ED-QTE.                                      08550000
085600     MOVE W-JOURS TO W-ED-JOURS.                                  08560000
085700     MOVE SPACES TO TD00-REFERENCE TD00-TEXTE.                    08570000
085800     STRING 'DEP ' W-ED-LIE                                       08580000
085900         DELIMITED BY SIZE INTO TD00-REFERENCE.                   08590000
086000     STRING 'ART ' W-ED-ART ' RESTE' W-ED-QTE                     08600000
086100            ' DEPUIS' W-ED-JOURS ' J'                             08610000
086200         DELIMITED BY SIZE INTO TD00-TEXTE.                       08620000
086300     PERFORM 2900-ANOMALIE-DEB                                    08630000
086400       THRU  2900-ANOMALIE-FIN.                                   08640000
086500 2710-REL-ANOM-FIN.                                               08650000
086600      EXIT.                                                       08660000
086700***************                                                   08670000
086800 2900-ANOMALIE-DEB.                                               08680000
086900     MOVE TD00-REGLE TO WX-REG.                                   08690000
087000     MOVE W-REG-DOMAINE (WX-REG) TO TD00-DOMAINE.                 08700000
087100     MOVE SPACES TO TD00-FILLER.                                  08710000
087200     MOVE TD00-GRAVITE TO WX-GRAV.                                08720000
087300     ADD 1 TO W-CPT-GRAV (WX-REG WX-GRAV).                        08730000
087400     ADD 1 TO W-CPT-ANOM.                                         08740000
087500     RELEASE TD00.                                                08750000
087600 2900-ANOMALIE-FIN.                                               08760000
087700      EXIT.                                                       08770000
087800***************                                                   08780000
087900 7000-EDITION-DEB.                                                08790000
088000     PERFORM 7100-SYNTHESE-DEB                                    08800000
088100       THRU  7100-SYNTHESE-FIN.                                   08810000
088200     PERFORM 7200-RETOUR-DEB                                      08820000
088300       THRU  7200-RETOUR-FIN.                                     08830000
088400     PERFORM 7300-DETAIL-DEB                                      08840000
088500       THRU  7300-DETAIL-FIN                                      08850000
088600       UNTIL FIN-TRI-OK.                                          08860000
088700 7000-EDITION-FIN.                                                08870000
088800      EXIT.                                                       08880000
088900***************                                                   08890000
089000 7100-SYNTHESE-DEB.                                               08900000
089100     MOVE W-DATE-JOUR TO WJ-DATE.                                 08910000
089200     MOVE W-LIGNE-JOURNEE TO EDIT-LIGNE.                          08920000
089300     PERFORM 8100-EDIT-LIGNE-DEB                                  08930000
089400       THRU  8100-EDIT-LIGNE-FIN.                                 08940000
089500     PERFORM 8100-EDIT-LIGNE-DEB                                  08950000
089600       THRU  8100-EDIT-LIGNE-FIN.                                 08960000
089700     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         08970000
089800     PERFORM 8100-EDIT-LIGNE-DEB                                  08980000
089900       THRU  8100-EDIT-LIGNE-FIN.                                 08990000
090000     MOVE 1 TO WX-REG.                                            09000000
090100 7100-SYNTHESE-10.                                                09010000
090200     IF WX-REG > 7                                                09020000
090300         GO TO 7100-SYNTHESE-20.                                  09030000
090400     MOVE W-REG-CODE (WX-REG) TO WS-CODE.                         09040000
090500     MOVE W-REG-LIBELLE (WX-REG) TO WS-LIBELLE.                   09050000
090600     MOVE W-REG-DOMAINE (WX-REG) TO WX-DOM.                       09060000
090700     MOVE ZERO TO W-TOT-LIGNE.                                    09070000
090800     MOVE 1 TO WX-GRAV.                                           09080000
090900 7100-SYNTHESE-15.                                                09090000
091000     MOVE W-CPT-GRAV (WX-REG WX-GRAV) TO WS-CPT (WX-GRAV).        09100000
091100     ADD W-CPT-GRAV (WX-REG WX-GRAV) TO W-TOT-LIGNE               09110000
091200         W-CPT-DOM-GRAV (WX-DOM WX-GRAV)                          09120000
091300         W-CPT-DOM-GRAV (4 WX-GRAV).                              09130000
091400     ADD 1 TO WX-GRAV.                                            09140000
091500     IF WX-GRAV NOT > 3                                           09150000
091600         GO TO 7100-SYNTHESE-15.                                  09160000
091700     MOVE W-TOT-LIGNE TO WS-CPT (4).                              09170000
091800     MOVE W-LIGNE-SYNTHESE TO EDIT-LIGNE.                         09180000
091900     PERFORM 8100-EDIT-LIGNE-DEB                                  09190000
092000       THRU  8100-EDIT-LIGNE-FIN.                                 09200000
092100     ADD 1 TO WX-REG.                                             09210000
092200     GO TO 7100-SYNTHESE-10.                                      09220000
092300 7100-SYNTHESE-20.                                                09230000
092400     PERFORM 8100-EDIT-LIGNE-DEB                                  09240000
092500       THRU  8100-EDIT-LIGNE-FIN.                                 09250000
092600     MOVE 1 TO WX-DOM.                                            09260000
092700 7100-SYNTHESE-25.                                                09270000
092800     IF WX-DOM > 4                                                09280000
092900         GO TO 7100-SYNTHESE-30.                                  09290000
093000     IF WX-DOM = 4                                                09300000
093100         MOVE SPACES TO WS-CODE                                   09310000
093200         MOVE 'TOTAL GENERAL' TO WS-LIBELLE                       09320000
093300     ELSE                                                         09330000
093400         MOVE W-DOM-CODE (WX-DOM) TO WS-CODE                      09340000
093500         MOVE W-DOM-LIBELLE (WX-DOM) TO WS-LIBELLE.               09350000
093600     MOVE ZERO TO W-TOT-LIGNE.                                    09360000
093700     MOVE 1 TO WX-GRAV.                                           09370000
093800 7100-SYNTHESE-27.                                                09380000
093900     MOVE W-CPT-DOM-GRAV (WX-DOM WX-GRAV) TO WS-CPT (WX-GRAV).    09390000
094000     ADD W-CPT-DOM-GRAV (WX-DOM WX-GRAV) TO W-TOT-LIGNE.          09400000
094100     ADD 1 TO WX-GRAV.                                            09410000
094200     IF WX-GRAV NOT > 3                                           09420000
094300         GO TO 7100-SYNTHESE-27.                                  09430000
094400     MOVE W-TOT-LIGNE TO WS-CPT (4).                              09440000
094500     MOVE W-LIGNE-SYNTHESE TO EDIT-LIGNE.                         09450000
094600     PERFORM 8100-EDIT-LIGNE-DEB                                  09460000
094700       THRU  8100-EDIT-LIGNE-FIN.                                 09470000
094800     ADD 1 TO WX-DOM.                                             09480000
094900     GO TO 7100-SYNTHESE-25.                                      09490000
095000 7100-SYNTHESE-30.                                                09500000
095100     PERFORM 8100-EDIT-LIGNE-DEB                                  09510000
095200       THRU  8100-EDIT-LIGNE-FIN.                                 09520000
095300     MOVE W-NB-PER TO W-ED-JOURS.                                 09530000
095400     MOVE W-NB-PER-URG TO W-ED-TAUX.                              09540000
095500     MOVE SPACES TO WU-TEXTE.                                     09550000
095600     STRING 'PEREMPTION' W-ED-JOURS ' J, URGENTE'                 09560000
095700            W-ED-TAUX ' J'                                        09570000
095800         DELIMITED BY SIZE INTO WU-TEXTE.                         09580000
095900     MOVE W-LIGNE-SEUIL TO EDIT-LIGNE.                            09590000
096000     PERFORM 8100-EDIT-LIGNE-DEB                                  09600000
096100       THRU  8100-EDIT-LIGNE-FIN.                                 09610000
096200     MOVE W-TOLERANCE TO W-ED-JOURS.                              09620000
096300     MOVE W-NB-TRF TO W-ED-TAUX.                                  09630000
096400     MOVE SPACES TO WU-TEXTE.                                     09640000
096500     STRING 'TOLERANCE CAPACITE' W-ED-JOURS ' %, TRANSIT'         09650000
096600            W-ED-TAUX ' J'                                        09660000
096700         DELIMITED BY SIZE INTO WU-TEXTE.                         09670000
096800     MOVE W-LIGNE-SEUIL TO EDIT-LIGNE.                            09680000
096900     PERFORM 8100-EDIT-LIGNE-DEB                                  09690000
097000       THRU  8100-EDIT-LIGNE-FIN.                                 09700000
097100     MOVE W-PCT-PRIX TO W-ED-JOURS.                               09710000
097200     MOVE W-SEUIL-FAC TO W-ED-QTE.                                09720000
097300     MOVE SPACES TO WU-TEXTE.                                     09730000
097400     STRING 'ECART PRIX' W-ED-JOURS ' %, ECART FACTURE'           09740000
097500            W-ED-QTE                                              09750000
097600         DELIMITED BY SIZE INTO WU-TEXTE.                         09760000
097700     MOVE W-LIGNE-SEUIL TO EDIT-LIGNE.                            09770000
097800     PERFORM 8100-EDIT-LIGNE-DEB                                  09780000
097900       THRU  8100-EDIT-LIGNE-FIN.                                 09790000
098000     MOVE W-PCT-BUD TO W-ED-JOURS.                                09800000
098100     MOVE W-NB-REL TO W-ED-TAUX.                                  09810000
098200     MOVE SPACES TO WU-TEXTE.                                     09820000
098300     STRING 'ALERTE BUDGET' W-ED-JOURS ' %, RELIQUAT'             09830000
098400            W-ED-TAUX ' J'                                        09840000
098500         DELIMITED BY SIZE INTO WU-TEXTE.                         09850000
098600     MOVE W-LIGNE-SEUIL TO EDIT-LIGNE.                            09860000
098700     PERFORM 8100-EDIT-LIGNE-DEB                                  09870000
098800       THRU  8100-EDIT-LIGNE-FIN.                                 09880000
098900     IF W-CPT-ANOM = ZERO                                         09890000
099000         PERFORM 8100-EDIT-LIGNE-DEB                              09900000
099100           THRU  8100-EDIT-LIGNE-FIN                              09910000
099200         MOVE W-LIGNE-AUCUNE TO EDIT-LIGNE                        09920000
099300         PERFORM 8100-EDIT-LIGNE-DEB                              09930000
099400           THRU  8100-EDIT-LIGNE-FIN.                             09940000
099500 7100-SYNTHESE-FIN.                                               09950000
099600      EXIT.                                                       09960000
099700***************                                                   09970000
099800 7200-RETOUR-DEB.                                                 09980000
099900     RETURN TRI-FICHIER AT END                                    09990000
100000         MOVE '1' TO W-EOF-TRI.                                   10000000
100100 7200-RETOUR-FIN.                                                 10010000
100200      EXIT.                                                       10020000
100300***************                                                   10030000
100400 7300-DETAIL-DEB.                                                 10040000
100500     IF TD00-DOMAINE NOT = W-PREV-DOMAINE                         10050000
100600         MOVE TD00-DOMAINE TO W-PREV-DOMAINE WX-DOM               10060000
100700         MOVE ZERO TO W-PREV-GRAVITE W-PREV-REGLE                 10070000
100800         MOVE SPACES TO EDIT-ENT-TITRE                            10080000
100900         STRING 'ANOMALIES ' W-DOM-LIBELLE (WX-DOM)               10090000
101000             DELIMITED BY SIZE INTO EDIT-ENT-TITRE                10100000
101100         MOVE 99 TO EDIT-CPT-LIGNES                               10110000
101200         MOVE W-DOM-LIBELLE (WX-DOM) TO WN-LIBELLE                10120000
101300         MOVE W-LIGNE-SECTION TO EDIT-LIGNE                       10130000
101400         PERFORM 8100-EDIT-LIGNE-DEB                              10140000
101500           THRU  8100-EDIT-LIGNE-FIN.                             10150000
101600     IF TD00-GRAVITE NOT = W-PREV-GRAVITE                         10160000
101700         OR TD00-REGLE NOT = W-PREV-REGLE                         10170000
101800         MOVE TD00-GRAVITE TO W-PREV-GRAVITE WX-GRAV              10180000
101900         MOVE TD00-REGLE TO W-PREV-REGLE WX-REG                   10190000
102000         MOVE W-GRAV-LIBELLE (WX-GRAV) TO WR-GRAVITE              10200000
102100         MOVE W-REG-CODE (WX-REG) TO WR-CODE                      10210000
102200         MOVE W-REG-LIBELLE (WX-REG) TO WR-LIBELLE                10220000
102300         PERFORM 8100-EDIT-LIGNE-DEB                              10230000
102400           THRU  8100-EDIT-LIGNE-FIN                              10240000
102500         MOVE W-LIGNE-REGLE TO EDIT-LIGNE                         10250000
102600         PERFORM 8100-EDIT-LIGNE-DEB                              10260000
102700           THRU  8100-EDIT-LIGNE-FIN.                             10270000
102800     MOVE TD00-REFERENCE TO WD-REFERENCE.                         10280000
102900     MOVE TD00-TEXTE TO WD-TEXTE.                                 10290000
103000     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           10300000
103100     PERFORM 8100-EDIT-LIGNE-DEB                                  10310000
103200       THRU  8100-EDIT-LIGNE-FIN.                                 10320000
103300     IF TD00-GRAVITE NOT > W-GRAV-HD                              10330000
103400         MOVE DAT-DATE-AMJ TO HD00-DATE                           10340000
103500         MOVE TD00-DOMAINE TO WX-DOM                              10350000
103600         MOVE W-DOM-CODE (WX-DOM) TO HD00-DOMAINE                 10360000
103700         MOVE TD00-REGLE TO WX-REG                                10370000
103800         MOVE W-REG-CODE (WX-REG) TO HD00-REGLE                   10380000
103900         MOVE TD00-GRAVITE TO HD00-GRAVITE                        10390000
104000         MOVE TD00-REFERENCE TO HD00-REFERENCE                    10400000
104100         MOVE TD00-TEXTE TO HD00-TEXTE                            10410000
104200         WRITE HD00                                               10420000
104300         ADD 1 TO W-CPT-HD.                                       10430000
104400     PERFORM 7200-RETOUR-DEB                                      10440000
104500       THRU  7200-RETOUR-FIN.                                     10450000
104600 7300-DETAIL-FIN.                                                 10460000
104700      EXIT.                                                       10470000
104800***************                                                   10480000
104900 8000-FIN-TRT-DEB.                                                10490000
105000     CLOSE LISTDIG.                                               10500000
105100     CLOSE HD-FICHIER.                                            10510000
105200     DISPLAY 'LIGNES EXAMINEES      = ' W-CPT-LUS.                10520000
105300     DISPLAY 'ANOMALIES RELEVEES    = ' W-CPT-ANOM.               10530000
105400     DISPLAY 'ANOMALIES HELPDESK    = ' W-CPT-HD.                 10540000
105500     IF W-CPT-DOM-GRAV (4 1) > ZERO                               10550000
105600         MOVE 4 TO RETURN-CODE.                                   10560000
105700     MOVE 'F' TO JRN-PHASE.                                       10570000
105800     MOVE W-CPT-LUS TO JRN-NB-LUS.                                10580000
105900     MOVE W-CPT-ANOM TO JRN-NB-ECRITS.                            10590000
106000     MOVE W-CPT-HD TO JRN-NB-REJETES.                             10600000
106100     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         10610000
106200     CALL 'JRNEXEC' USING JRN-EXECUTION.                          10620000
106300     MOVE JRN-CODE-RETOUR TO RETURN-CODE.                         10630000
106400 8000-FIN-TRT-FIN.                                                10640000
106500      EXIT.                                                       10650000
106600************                                                      10660000
106700************                                                      10670000
106800  9990-FIN-NORMALE-DEB.                                           10680000
106900            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           10690000
107000       GOBACK.                                                    10700000
107100  9990-FIN-NORMALE-FIN.                                           10710000
107200       EXIT.                                                      10720000
107300*************                                                     10730000
107400 COPY EDITPRO REPLACING ==EDIT-RECORD==                           10740000
107500     BY ==LG00==.                                                 10750000
107600 COPY ANORPROC.                                                   10760000
