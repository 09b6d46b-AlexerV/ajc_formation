002600 01               FS00.                                           00260000
002700   10             FS00-LIE      PICTURE 9(9).                     00270000
002800   10             FS00-PERIODE  PICTURE X(6).                     00280000
002900   10             FS00-MONTANT  PICTURE S9(11)V99.                00290000
002950   10             FS00-DIVISION PICTURE X(3).                     00295000
003000   10             FS00-FILLER   PICTURE X(49).                    00300000
003100 FD                 LISTFCT                                       00310000
003200      BLOCK              00000 RECORDS                            00320000
003300      DATA RECORD                                                 00330000
004900******                                                            00490000
005000      EXEC SQL                                                    00500000
005100         DECLARE C-FACT CURSOR FOR                                00510000
005150         SELECT COALESCE(D.CODE_DIVISION, ' '),                   00515000
005200                C.LIE, A.ID_FAMILLE, C.ID_ARTICLE,                00520000
005250                SUM(C.QUANTITE),                                  00525000
005300                SUM(C.QUANTITE * C.PRIX_JOUR),                    00530000
005350                CASE WHEN C.QUANTITE < 0 THEN 'R' ELSE ' ' END    00535000
005400           FROM API7.CONSO_DEPT C                                 00540000
005450          INNER JOIN API7.ARTICLE A                               00545000
005500             ON A.ID_ARTICLE = C.ID_ARTICLE                       00550000
005550           LEFT OUTER JOIN API7.DEPARTEMENTS D                    00555000
005600             ON D.LIE = C.LIE                                     00560000
005650          WHERE YEAR(C.DATE_SERVICE) = :W-PER-AAAA                00565000
005700            AND MONTH(C.DATE_SERVICE) = :W-PER-MM                 00570000
005750          GROUP BY COALESCE(D.CODE_DIVISION, ' '),                00575000
005800                C.LIE, A.ID_FAMILLE, C.ID_ARTICLE,                00580000
005850                CASE WHEN C.QUANTITE < 0 THEN 'R' ELSE ' ' END    00585000
005900          ORDER BY 1, 2, 3, 4, 7                                  00590000
006100      END-EXEC.                                                   00610000
006200******                                                            00620000
006300 COPY EDITWS.                                                     00630000
007000 01  W-PER-AAAA     PIC S9(4) USAGE COMP VALUE ZERO.              00700000
007100 01  W-PER-MM       PIC S9(4) USAGE COMP VALUE ZERO.              00710000
007200 01  W-PERIODE      PIC X(6)  VALUE SPACES.                       00720000
007250 01  W-DIV-CRS      PIC X(3).                                     00725000
007300 01  W-LIE-CRS      PIC S9(9) USAGE COMP.                         00730000
007400 01  W-FAM-CRS      PIC X(2).                                     00740000
007500 01  W-QTE-CRS      PIC S9(9) USAGE COMP.                         00750000
007600 01  W-MNT-CRS      PIC S9(11)V9(2) USAGE COMP-3.                 00760000
007650 01  W-SENS-CRS     PIC X(1).                                     00765000
007700 01  W-PREMIERE-LIGNE PIC X   VALUE '1'.                          00770000
007800     88  PREMIERE-LIGNE       VALUE '1'.                          00780000
007850 01  W-PREV-DIV     PIC X(3)  VALUE SPACES.                       00785000
007900 01  W-PREV-LIE     PIC S9(9) USAGE COMP VALUE ZERO.              00790000
008000 01  W-PREV-FAMILLE PIC X(2)  VALUE SPACES.                       00800000
008100 01  W-TOT-FAMILLE  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00810000
008150 01  W-TOT-DIV      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00815000
008200 01  W-TOT-LIE      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00820000
008300 01  W-TOT-GENERAL  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZERO.      00830000
008400 COPY ANORMAL.                                                    00840000
008450 COPY JRNCOM.                                                     00845000
008500******                                                            00850000
008600 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00860000
008700 01  W-CPT-FACTURES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00870000
009900     05  FILLER   PIC X(2)  VALUE SPACES.                         00990000
010000     05  WD-NOART       PIC ZZZZZZZZ9.                            01000000
010100     05  FILLER   PIC X(5)  VALUE ' QTE:'.                        01010000
010200     05  WD-QUANTITE    PIC ZZZZZZZZ9-.                           01020000
010300     05  FILLER   PIC X(10) VALUE ' MONTANT: '.                   01030000
010400     05  WD-MONTANT     PIC ZZZZZZZZZZ9.99-.                      01040000
010500     05  FILLER   PIC X(1)  VALUE SPACES.                         01050000
010520     05  WD-LIBELLE     PIC X(8).                                 01052000
010540     05  FILLER   PIC X(20) VALUE SPACES.                         01054000
010600 01  W-LIGNE-SOUS-TOT.                                            01060000
010700     05  FILLER   PIC X(14) VALUE 'TOTAL FAMILLE '.               01070000
010800     05  WS-FAMILLE     PIC X(2).                                 01080000
010900     05  FILLER   PIC X(3)  VALUE ' : '.                          01090000
011000     05  WS-MONTANT     PIC ZZZZZZZZZZ9.99-.                      01100000
011100     05  FILLER   PIC X(46) VALUE SPACES.                         01110000
011200 01  W-LIGNE-TOT-LIE.                                             01120000
011300     05  FILLER   PIC X(19) VALUE 'TOTAL DEPARTEMENT :'.          01130000
011400     05  WT-MONTANT     PIC ZZZZZZZZZZ9.99-.                      01140000
011500     05  FILLER   PIC X(46) VALUE SPACES.                         01150000
011600 01  W-LIGNE-TOT-GEN.                                             01160000
011700     05  FILLER   PIC X(16) VALUE 'TOTAL GENERAL : '.             01170000
011800     05  WG-MONTANT     PIC ZZZZZZZZZZZZ9.99-.                    01180000
011900     05  FILLER   PIC X(47) VALUE SPACES.                         01190000
011905 01  W-LIGNE-DIVISION.                                            01190500
011910     05  FILLER   PIC X(9)  VALUE 'DIVISION '.                    01191000
011915     05  WV-DIV         PIC X(3).                                 01191500
011920     05  FILLER   PIC X(68) VALUE SPACES.                         01192000
011925 01  W-LIGNE-TOT-DIV.                                             01192500
011930     05  FILLER   PIC X(15) VALUE 'TOTAL DIVISION '.              01193000
011935     05  WV-DIV-TOT     PIC X(3).                                 01193500
011940     05  FILLER   PIC X(3)  VALUE ' : '.                          01194000
011945     05  WV-MONTANT     PIC ZZZZZZZZZZ9.99-.                      01194500
011950     05  FILLER   PIC X(44) VALUE SPACES.                         01195000
012000******                                                            01200000
012100 PROCEDURE DIVISION.                                              01210000
012200 1000-LFACINT-DEB.                                                01220000
012300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01230000
012320     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01232000
012340     MOVE 'D' TO JRN-PHASE                                        01234000
012360     CALL 'JRNEXEC' USING JRN-EXECUTION                           01236000
012400     PERFORM 5000-INIT-DEB                                        01240000
012500       THRU  5000-INIT-FIN.                                       01250000
012600     PERFORM 6010-TRAITE-DEB                                      01260000
016200 6010-TRAITE-DEB.                                                 01620000
016300     EXEC SQL                                                     01630000
016400         FETCH C-FACT                                             01640000
016500           INTO :W-DIV-CRS, :W-LIE-CRS, :W-FAM-CRS, :W-ID-ARTICLE 01650000
016600                OF DCLCONSODEPT,                                  01660000
016700                :W-QTE-CRS, :W-MNT-CRS, :W-SENS-CRS               01670000
016800     END-EXEC.                                                    01680000
016900     EVALUATE SQLCODE                                             01690000
017000         WHEN 100                                                 01700000
018200     ADD 1 TO W-CPT-LIGNES.                                       01820000
018300     PERFORM 6020-RUPTURE-DEB                                     01830000
018400       THRU  6020-RUPTURE-FIN.                                    01840000
018450     ADD W-MNT-CRS TO W-TOT-FAMILLE W-TOT-LIE W-TOT-DIV           01845000
018500                      W-TOT-GENERAL.                              01850000
018600     MOVE W-ID-ARTICLE OF DCLCONSODEPT TO WD-NOART.               01860000
018700     MOVE W-QTE-CRS TO WD-QUANTITE.                               01870000
018800     MOVE W-MNT-CRS TO WD-MONTANT.                                01880000
018820     IF W-SENS-CRS = 'R'                                          01882000
018840         MOVE 'RETOUR' TO WD-LIBELLE                              01884000
018860     ELSE                                                         01886000
018880         MOVE SPACES TO WD-LIBELLE.                               01888000
018900     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           01890000
019000     PERFORM 8100-EDIT-LIGNE-DEB                                  01900000
019100       THRU  8100-EDIT-LIGNE-FIN.                                 01910000
019300      EXIT.                                                       01930000
019400***************                                                   01940000
019500 6020-RUPTURE-DEB.                                                01950000
019520     IF PREMIERE-LIGNE                                            01952000
019540         MOVE '0' TO W-PREMIERE-LIGNE                             01954000
019560         MOVE W-DIV-CRS TO W-PREV-DIV                             01956000
019580         MOVE W-LIE-CRS TO W-PREV-LIE                             01958000
019600         MOVE W-FAM-CRS TO W-PREV-FAMILLE                         01960000
019620         PERFORM 6025-ENT-DIV-DEB                                 01962000
019640           THRU  6025-ENT-DIV-FIN                                 01964000
019660         PERFORM 6030-ENT-FACT-DEB                                01966000
019680           THRU  6030-ENT-FACT-FIN                                01968000
019700         GO TO 6020-RUPTURE-FIN.                                  01970000
019720     IF W-DIV-CRS NOT = W-PREV-DIV                                01972000
019740         PERFORM 6040-TOT-FAM-DEB                                 01974000
019760           THRU  6040-TOT-FAM-FIN                                 01976000
019780         PERFORM 6050-TOT-LIE-DEB                                 01978000
019800           THRU  6050-TOT-LIE-FIN                                 01980000
019820         PERFORM 6060-TOT-DIV-DEB                                 01982000
019840           THRU  6060-TOT-DIV-FIN                                 01984000
019860         MOVE W-DIV-CRS TO W-PREV-DIV                             01986000
019880         MOVE W-LIE-CRS TO W-PREV-LIE                             01988000
019900         MOVE W-FAM-CRS TO W-PREV-FAMILLE                         01990000
019920         PERFORM 6025-ENT-DIV-DEB                                 01992000
019940           THRU  6025-ENT-DIV-FIN                                 01994000
019960         PERFORM 6030-ENT-FACT-DEB                                01996000
019980           THRU  6030-ENT-FACT-FIN                                01998000
020000         GO TO 6020-RUPTURE-FIN.                                  02000000
020300     IF W-LIE-CRS NOT = W-PREV-LIE                                02030000
020400         PERFORM 6040-TOT-FAM-DEB                                 02040000
020500           THRU  6040-TOT-FAM-FIN                                 02050000
021700 6020-RUPTURE-FIN.                                                02170000
021800      EXIT.                                                       02180000
021900***************                                                   02190000
021910 6025-ENT-DIV-DEB.                                                02191000
021920     MOVE W-PREV-DIV TO WV-DIV.                                   02192000
021930     MOVE W-LIGNE-DIVISION TO EDIT-LIGNE.                         02193000
021940     PERFORM 8100-EDIT-LIGNE-DEB                                  02194000
021950       THRU  8100-EDIT-LIGNE-FIN.                                 02195000
021960 6025-ENT-DIV-FIN.                                                02196000
021970      EXIT.                                                       02197000
021980***************                                                   02198000
022000 6030-ENT-FACT-DEB.                                               02200000
022100     MOVE W-PREV-LIE TO WF-LIE.                                   02210000
022200     MOVE W-LIGNE-FACTURE TO EDIT-LIGNE.                          02220000
024400     MOVE W-PREV-LIE TO FS00-LIE.                                 02440000
024500     MOVE W-PERIODE TO FS00-PERIODE.                              02450000
024600     MOVE W-TOT-LIE TO FS00-MONTANT.                              02460000
024650     MOVE W-PREV-DIV TO FS00-DIVISION.                            02465000
024700     MOVE SPACES TO FS00-FILLER.                                  02470000
024800     WRITE FS00.                                                  02480000
024900     MOVE ZERO TO W-TOT-LIE.                                      02490000
025000 6050-TOT-LIE-FIN.                                                02500000
025100      EXIT.                                                       02510000
025200***************                                                   02520000
025205 6060-TOT-DIV-DEB.                                                02520500
025210     MOVE W-PREV-DIV TO WV-DIV-TOT.                               02521000
025215     MOVE W-TOT-DIV TO WV-MONTANT.                                02521500
025220     MOVE W-LIGNE-TOT-DIV TO EDIT-LIGNE.                          02522000
025225     PERFORM 8100-EDIT-LIGNE-DEB                                  02522500
025230       THRU  8100-EDIT-LIGNE-FIN.                                 02523000
025235     MOVE ZERO TO W-TOT-DIV.                                      02523500
025240 6060-TOT-DIV-FIN.                                                02524000
025245      EXIT.                                                       02524500
025250***************                                                   02525000
025300 8000-FIN-TRT-DEB.                                                02530000
025400     EXEC SQL                                                     02540000
025500         CLOSE C-FACT                                             02550000
025800         PERFORM 6040-TOT-FAM-DEB                                 02580000
025900           THRU  6040-TOT-FAM-FIN                                 02590000
026000         PERFORM 6050-TOT-LIE-DEB                                 02600000
026050           THRU  6050-TOT-LIE-FIN                                 02605000
026100         PERFORM 6060-TOT-DIV-DEB                                 02610000
026150           THRU  6060-TOT-DIV-FIN.                                02615000
026200     IF W-CPT-FACTURES NOT = ZERO                                 02620000
026300         MOVE W-TOT-GENERAL TO WG-MONTANT                         02630000
026400         MOVE W-LIGNE-TOT-GEN TO EDIT-LIGNE                       02640000
026800     CLOSE LISTFCT.                                               02680000
026900     DISPLAY 'LIGNES FACTUREES     = ' W-CPT-LIGNES.              02690000
027000     DISPLAY 'FACTURES EMISES      = ' W-CPT-FACTURES.            02700000
027010     MOVE 'F' TO JRN-PHASE.                                       02701000
027020     MOVE W-CPT-LIGNES TO JRN-NB-LUS.                             02702000
027030     MOVE W-CPT-FACTURES TO JRN-NB-ECRITS.                        02703000
027040     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02704000
027050     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02705000
027100 8000-FIN-TRT-FIN.                                                02710000
027200      EXIT.                                                       02720000
027300************                                                      02730000
