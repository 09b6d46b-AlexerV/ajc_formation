002100   10             FA00-ENTREPOT PICTURE X(2).                     00210000
002200   10             FA00-QTE-FACT PICTURE 9(9).                     00220000
002300   10             FA00-PRIX-FACT PICTURE 9(5)V99.                 00230000
002350   10             FA00-TYPE-PIECE PICTURE X(1).                   00235000
002400   10             FA00-DATE-FACT PICTURE X(10).                   00240000
002450   10             FA00-FILLER   PICTURE X(23).                    00245000
002500 FD                 PARMTOF                                       00250000
002600      BLOCK              00000 RECORDS                            00260000
002700      DATA RECORD                                                 00270000
004300   10             BP00-QTE-FACT PICTURE 9(9).                     00430000
004400   10             BP00-PRIX-FACT PICTURE 9(5)V99.                 00440000
004500   10             BP00-MONTANT  PICTURE 9(11)V99.                 00450000
004550   10             BP00-TYPE-PIECE PICTURE X(1).                   00455000
004600   10             BP00-DATE-FACT PICTURE X(10).                   00460000
004620   10             BP00-DEVISE   PICTURE X(3).                     00462000
004640   10             BP00-FILLER   PICTURE X(6).                     00464000
004700 FD                 LISTFAC                                       00470000
004800      BLOCK              00000 RECORDS                            00480000
004900      DATA RECORD                                                 00490000
005800      EXEC SQL                                                    00580000
005900         INCLUDE CMDACH                                           00590000
006000      END-EXEC.                                                   00600000
006410*****                                                             00641000
006430      EXEC SQL                                                    00643000
006435         DECLARE C-AVOATT CURSOR FOR                              00643500
006440         SELECT ID_FOURNISSEUR, ID_RETOUR, NO_COMMANDE,           00644000
006445                ID_ARTICLE, QUANTITE, MONTANT,                    00644500
006450                CHAR(DATE_RETOUR, ISO)                            00645000
006455           FROM API7.AVOIR_ATTENDU                                00645500
006460          WHERE ETAT = 'A'                                        00646000
006465          ORDER BY ID_FOURNISSEUR, DATE_RETOUR, ID_RETOUR         00646500
006470      END-EXEC.                                                   00647000
006471*****                                                             00647100
006472      EXEC SQL                                                    00647200
006473         DECLARE C-AVOLIG CURSOR FOR                              00647300
006474         SELECT ID_RETOUR, QUANTITE, MONTANT,                     00647400
006475                CHAR(DATE_RETOUR, ISO)                            00647500
006476           FROM API7.AVOIR_ATTENDU                                00647600
006477          WHERE NO_COMMANDE = :W-NO-COMMANDE OF DCLCOMMANDEACHAT  00647700
006478            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00647800
006479            AND ID_ENTREPOT =                                     00647900
006480                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                00648000
006481            AND ID_FOURNISSEUR =                                  00648100
006482                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT             00648200
006483            AND ETAT = 'A'                                        00648300
006484          ORDER BY DATE_RETOUR, ID_RETOUR                         00648400
006485      END-EXEC.                                                   00648500
006500******                                                            00650000
006600 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCTLFAC'.                    00660000
006700 01  W-SQLCODE      PIC +++9.                                     00670000
007700 01  W-LIMITE-PRIX  PIC S9(5)V9(4) USAGE COMP-3.                  00770000
007800 01  W-PRIX-REF     PIC S9(5)V9(2) USAGE COMP-3.                  00780000
007900 01  W-MONTANT      PIC S9(11)V9(2) USAGE COMP-3.                 00790000
007902 01  W-QTE-FACT-STK PIC S9(9) USAGE COMP VALUE ZERO.              00790200
007904 01  W-PRIX-FACT-STK PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.      00790400
007910 01  W-QTE-ATTENDUE PIC S9(9) USAGE COMP VALUE ZERO.              00791000
007912 01  W-QTE-CUMUL    PIC S9(9) USAGE COMP VALUE ZERO.              00791200
007914 01  W-NB-RET-OUV   PIC S9(9) USAGE COMP VALUE ZERO.              00791400
007916 01  W-ID-RET-MAX   PIC S9(9) USAGE COMP VALUE ZERO.              00791600
007918 01  W-DATE-RET-MAX PIC X(10) VALUE SPACES.                       00791800
007920 01  W-MNT-ATTENDU  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00792000
007930 01  W-EOF-AVO      PIC X     VALUE '0'.                          00793000
007940     88  FIN-AVO-OK           VALUE '1'.                          00794000
007942 01  W-EOF-RAV      PIC X     VALUE '0'.                          00794200
007943     88  FIN-RAV-OK           VALUE '1'.                          00794300
007945 01  W-DATE-RET-ISO PIC X(10) VALUE SPACES.                       00794500
007950 01  W-AVO-FOURN    PIC X(5)  VALUE SPACES.                       00795000
007955 01  W-AVO-RETOUR   PIC S9(9) USAGE COMP VALUE ZERO.              00795500
007960 01  W-AVO-NO-CMD   PIC S9(9) USAGE COMP VALUE ZERO.              00796000
007965 01  W-AVO-NOART    PIC S9(9) USAGE COMP VALUE ZERO.              00796500
007970 01  W-AVO-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00797000
007975 01  W-AVO-MONTANT  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00797500
007980 01  W-AVO-NO-AVOIR PIC X(10) VALUE SPACES.                       00798000
007982 01  W-TYPE-ECART   PIC X(1)  VALUE SPACES.                       00798200
007984 01  W-ECA-PIECE    PIC X(1)  VALUE SPACES.                       00798400
007986 01  W-ECA-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00798600
007988 01  W-ECA-PRIX     PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00798800
007990 01  W-ECA-MONTANT  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00799000
007995 01  W-CNT-DOUBLON  PIC S9(9) USAGE COMP VALUE ZERO.              00799500
007997 01  W-DATE-CDE-ISO PIC X(10) VALUE SPACES.                       00799700
008000 COPY ANORMAL.                                                    00800000
008050 COPY PRACOM.                                                     00805000
008070 COPY DATCOM.                                                     00807000
008100******                                                            00810000
008200 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00820000
008300 01  W-CPT-PAYABLES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00830000
008400 01  W-CPT-ECARTS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00840000
008420 01  W-CPT-AVOIRS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00842000
008440 01  W-CPT-ATTENTE  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00844000
008460 01  W-TOT-ATTENTE  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00846000
008500******                                                            00850000
008600 01  W-LIGNE-ENTETE.                                              00860000
008700     05  FILLER   PIC X(30) VALUE                                 00870000
010500     05  FILLER   PIC X(14) VALUE '  EN ECART  = '.               01050000
010600     05  WT-CPT-ECA     PIC ZZZZZZZ9.                             01060000
010700     05  FILLER   PIC X(26) VALUE SPACES.                         01070000
010702 01  W-LIGNE-ENT-AVO.                                             01070200
010704     05  FILLER   PIC X(40) VALUE                                 01070400
010706         'AVOIRS FOURNISSEURS ATTENDUS NON RECUS'.                01070600
010708     05  FILLER   PIC X(40) VALUE SPACES.                         01070800
010710 01  W-LIGNE-AVOIR.                                               01071000
010712     05  WA-FOURN       PIC X(5).                                 01071200
010714     05  FILLER   PIC X(1)  VALUE SPACES.                         01071400
010716     05  WA-ID-RETOUR   PIC ZZZZZZZZ9.                            01071600
010718     05  FILLER   PIC X(1)  VALUE SPACES.                         01071800
010720     05  WA-NO-CMD      PIC ZZZZZZZZ9.                            01072000
010722     05  FILLER   PIC X(1)  VALUE SPACES.                         01072200
010724     05  WA-NOART       PIC ZZZZZZZZ9.                            01072400
010726     05  FILLER   PIC X(1)  VALUE SPACES.                         01072600
010728     05  WA-QUANTITE    PIC ZZZZZZZZ9.                            01072800
010730     05  FILLER   PIC X(1)  VALUE SPACES.                         01073000
010732     05  WA-MONTANT     PIC ZZZZZZZZ9.99.                         01073200
010734     05  FILLER   PIC X(1)  VALUE SPACES.                         01073400
010736     05  WA-DATE        PIC X(10).                                01073600
010738     05  FILLER   PIC X(11) VALUE SPACES.                         01073800
010740 01  W-LIGNE-TOT-AVO.                                             01074000
010742     05  FILLER   PIC X(24) VALUE 'AVOIRS ATTENDUS       = '.     01074200
010744     05  WT-CPT-ATT     PIC ZZZZZZZ9.                             01074400
010746     05  FILLER   PIC X(14) VALUE '  MONTANT   = '.               01074600
010748     05  WT-MNT-ATT     PIC ZZZZZZZZZZ9.99.                       01074800
010750     05  FILLER   PIC X(20) VALUE SPACES.                         01075000
010800******                                                            01080000
010900 PROCEDURE DIVISION.                                              01090000
011000 1000-LCTLFAC-DEB.                                                01100000
012200     EXIT.                                                        01220000
012300***************                                                   01230000
012400 5000-INIT-DEB.                                                   01240000
012410     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01241000
012420     IF DAT-CODE-RETOUR NOT = ZERO                                01242000
012430         MOVE ZERO TO W-SQLCODE                                   01243000
012440         MOVE 'AUCUNE JOURNEE OUVERTE'                            01244000
012450              TO W-MESSAGE-ANOR                                   01245000
012460         PERFORM 9999-FIN-ANORMALE-DEB                            01246000
012470           THRU  9999-FIN-ANORMALE-FIN.                           01247000
012500     OPEN INPUT PARMTOF.                                          01250000
012600     READ PARMTOF AT END                                          01260000
012700         MOVE '1' TO W-EOF-PRM.                                   01270000
014700     PERFORM 6020-RAPPROCHE-DEB                                   01470000
014800       THRU  6020-RAPPROCHE-FIN.                                  01480000
014900     IF W-CODE-ECART = SPACES                                     01490000
014920         IF FA00-TYPE-PIECE = 'A'                                 01492000
014940             PERFORM 6055-SOLDE-AVOIR-DEB                         01494000
014960               THRU  6055-SOLDE-AVOIR-FIN                         01496000
014980         END-IF                                                   01498000
015000         PERFORM 6050-PAYABLE-DEB                                 01500000
015100           THRU  6050-PAYABLE-FIN                                 01510000
015200     ELSE                                                         01520000
015700***************                                                   01570000
015800 6020-RAPPROCHE-DEB.                                              01580000
015900     MOVE SPACES TO W-CODE-ECART.                                 01590000
015920     MOVE 'A' TO W-TYPE-ECART.                                    01592000
015925     MOVE FA00-QTE-FACT TO W-QTE-FACT-STK.                        01592500
015930     MOVE FA00-PRIX-FACT TO W-PRIX-FACT-STK.                      01593000
015940     MOVE SPACES TO W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT.         01594000
016000     MOVE FA00-NO-CMD TO W-NO-COMMANDE.                           01600000
016100     MOVE FA00-NOART TO W-ID-ARTICLE OF DCLCOMMANDEACHAT.         01610000
016200     MOVE FA00-ENTREPOT                                           01620000
016300         TO W-ID-ENTREPOT OF DCLCOMMANDEACHAT.                    01630000
016400     EXEC SQL                                                     01640000
016450         SELECT ID_FOURNISSEUR, QTE_COMMANDEE, QTE_RECUE,         01645000
016500                CHAR(DATE_COMMANDE, ISO), DEVISE, QTE_CONDIT      01650000
016550           INTO :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT,            01655000
016600                :W-QTE-COMMANDEE, :W-QTE-RECUE,                   01660000
016650                :W-DATE-CDE-ISO, :W-DEVISE OF DCLCOMMANDEACHAT,   01665000
016700                :W-QTE-CONDIT                                     01670000
016800           FROM API7.COMMANDE_ACHAT                               01680000
016900          WHERE NO_COMMANDE = :W-NO-COMMANDE                      01690000
017000            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    01700000
018400             PERFORM 9999-FIN-ANORMALE-DEB                        01840000
018500               THRU  9999-FIN-ANORMALE-FIN                        01850000
018600     END-EVALUATE.                                                01860000
018601     PERFORM 6022-UNITE-STOCK-DEB                                 01860100
018602       THRU  6022-UNITE-STOCK-FIN.                                01860200
018603     PERFORM 6025-CTL-DOUBLON-DEB                                 01860300
018604       THRU  6025-CTL-DOUBLON-FIN.                                01860400
018606     IF W-CODE-ECART NOT = SPACES                                 01860600
018608         GO TO 6020-RAPPROCHE-FIN.                                01860800
018620     IF FA00-TYPE-PIECE = 'A'                                     01862000
018640         PERFORM 6045-CTL-AVOIR-DEB                               01864000
018660           THRU  6045-CTL-AVOIR-FIN                               01866000
018680         GO TO 6020-RAPPROCHE-FIN.                                01868000
018700     PERFORM 6030-CTL-QTE-DEB                                     01870000
018800       THRU  6030-CTL-QTE-FIN.                                    01880000
018900     IF W-CODE-ECART NOT = SPACES                                 01890000
019300 6020-RAPPROCHE-FIN.                                              01930000
019400      EXIT.                                                       01940000
019500***************                                                   01950000
019501 6022-UNITE-STOCK-DEB.                                            01950100
019502     IF W-QTE-CONDIT NOT > ZERO                                   01950200
019503         MOVE 1 TO W-QTE-CONDIT.                                  01950300
019504     COMPUTE W-QTE-FACT-STK = FA00-QTE-FACT * W-QTE-CONDIT.       01950400
019505     COMPUTE W-PRIX-FACT-STK ROUNDED =                            01950500
019506         FA00-PRIX-FACT / W-QTE-CONDIT.                           01950600
019507 6022-UNITE-STOCK-FIN.                                            01950700
019508      EXIT.                                                       01950800
019509***************                                                   01950900
019510 6025-CTL-DOUBLON-DEB.                                            01951000
019511     EXEC SQL                                                     01951100
019512         SELECT COUNT(*)                                          01951200
019513           INTO :W-CNT-DOUBLON                                    01951300
019514           FROM API7.FACTURE_FOURNISSEUR                          01951400
019515          WHERE ID_FOURNISSEUR =                                  01951500
019516                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT             01951600
019517            AND NO_FACT = :FA00-NO-FACT                           01951700
019518     END-EXEC.                                                    01951800
019520     IF SQLCODE NOT = ZERO                                        01952000
019522         MOVE SQLCODE TO W-SQLCODE                                01952200
019524         MOVE 'SELECT FACTURE_FOURNISSEUR SQLCODE = '             01952400
019526              TO W-MESSAGE-ANOR                                   01952600
019528         PERFORM 9999-FIN-ANORMALE-DEB                            01952800
019530           THRU  9999-FIN-ANORMALE-FIN.                           01953000
019532     IF W-CNT-DOUBLON > ZERO                                      01953200
019534         MOVE 'D' TO W-TYPE-ECART                                 01953400
019536         MOVE 'FACTURE DEJA ENREGISTREE' TO W-CODE-ECART.         01953600
019538 6025-CTL-DOUBLON-FIN.                                            01953800
019540      EXIT.                                                       01954000
019542***************                                                   01954200
019600 6030-CTL-QTE-DEB.                                                01960000
019700     COMPUTE W-ECART-QTE = W-QTE-FACT-STK - W-QTE-RECUE.          01970000
019800     IF W-ECART-QTE < ZERO                                        01980000
019900         COMPUTE W-ECART-QTE = ZERO - W-ECART-QTE.                01990000
020000     COMPUTE W-LIMITE-QTE =                                       02000000
020100         W-QTE-RECUE * W-TOLERANCE / 100.                         02010000
020200     IF W-ECART-QTE > W-LIMITE-QTE                                02020000
020250         MOVE 'Q' TO W-TYPE-ECART                                 02025000
020300         MOVE 'ECART QUANTITE FACTURE/RECU' TO W-CODE-ECART.      02030000
020400 6030-CTL-QTE-FIN.                                                02040000
020500      EXIT.                                                       02050000
020600***************                                                   02060000
020700 6040-CTL-PRIX-DEB.                                               02070000
020800     MOVE FA00-NOART TO PRA-ID-ARTICLE.                           02080000
020900     MOVE W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT                    02090000
021000         TO PRA-ID-FOURNISSEUR.                                   02100000
021100     MOVE W-DATE-CDE-ISO TO PRA-DATE-EFFET.                       02110000
021200     MOVE W-QTE-COMMANDEE TO PRA-QUANTITE.                        02120000
021300     CALL 'PRIXACH' USING PRA-RESOLUTION.                         02130000
021400     IF PRA-CODE-RETOUR NOT = ZERO                                02140000
021500         MOVE 'PRIX ACHAT REFERENCE ABSENT' TO W-CODE-ECART       02150000
021600         GO TO 6040-CTL-PRIX-FIN.                                 02160000
021700     MOVE PRA-PRIX TO W-PRIX-REF.                                 02170000
021800     COMPUTE W-ECART-PRIX = W-PRIX-FACT-STK - W-PRIX-REF.         02180000
023300     IF W-ECART-PRIX < ZERO                                       02330000
023400         COMPUTE W-ECART-PRIX = ZERO - W-ECART-PRIX.              02340000
023500     COMPUTE W-LIMITE-PRIX =                                      02350000
023600         W-PRIX-REF * W-TOLERANCE / 100.                          02360000
023700     IF W-ECART-PRIX > W-LIMITE-PRIX                              02370000
023750         MOVE 'P' TO W-TYPE-ECART                                 02375000
023800         MOVE 'ECART PRIX FACTURE/REFERENCE' TO W-CODE-ECART.     02380000
023900 6040-CTL-PRIX-FIN.                                               02390000
024000      EXIT.                                                       02400000
024100***************                                                   02410000
024101 6045-CTL-AVOIR-DEB.                                              02410100
024102     MOVE ZERO TO W-QTE-ATTENDUE.                                 02410200
024103     MOVE ZERO TO W-MNT-ATTENDU.                                  02410300
024104     MOVE ZERO TO W-NB-RET-OUV.                                   02410400
024105     MOVE ZERO TO W-ID-RET-MAX.                                   02410500
024106     MOVE SPACES TO W-DATE-RET-MAX.                               02410600
024107     MOVE '0' TO W-EOF-RAV.                                       02410700
024108     EXEC SQL                                                     02410800
024109         OPEN C-AVOLIG                                            02410900
024110     END-EXEC.                                                    02411000
024111     IF SQLCODE NOT = ZERO                                        02411100
024112         MOVE SQLCODE TO W-SQLCODE                                02411200
024113         MOVE 'OPEN C-AVOLIG SQLCODE = '                          02411300
024114              TO W-MESSAGE-ANOR                                   02411400
024115         PERFORM 9999-FIN-ANORMALE-DEB                            02411500
024116           THRU  9999-FIN-ANORMALE-FIN.                           02411600
024117     PERFORM 6046-LIT-RETOUR-DEB                                  02411700
024118       THRU  6046-LIT-RETOUR-FIN                                  02411800
024119       UNTIL FIN-RAV-OK.                                          02411900
024120     EXEC SQL                                                     02412000
024121         CLOSE C-AVOLIG                                           02412100
024122     END-EXEC.                                                    02412200
024123     IF W-NB-RET-OUV = ZERO                                       02412300
024124         MOVE 'AVOIR SANS RETOUR ATTENDU' TO W-CODE-ECART         02412400
024125         GO TO 6045-CTL-AVOIR-FIN.                                02412500
024126     IF W-QTE-ATTENDUE = ZERO                                     02412600
024127         MOVE 'Q' TO W-TYPE-ECART                                 02412700
024128         MOVE 'ECART QUANTITE AVOIR/RETOUR' TO W-CODE-ECART       02412800
024129         GO TO 6045-CTL-AVOIR-FIN.                                02412900
024130     COMPUTE W-ECART-QTE = W-QTE-FACT-STK - W-QTE-ATTENDUE.       02413000
024131     IF W-ECART-QTE < ZERO                                        02413100
024132         COMPUTE W-ECART-QTE = ZERO - W-ECART-QTE.                02413200
024133     COMPUTE W-LIMITE-QTE =                                       02413300
024134         W-QTE-ATTENDUE * W-TOLERANCE / 100.                      02413400
024135     IF W-ECART-QTE > W-LIMITE-QTE                                02413500
024136         MOVE 'Q' TO W-TYPE-ECART                                 02413600
024137         MOVE 'ECART QUANTITE AVOIR/RETOUR' TO W-CODE-ECART       02413700
024138         GO TO 6045-CTL-AVOIR-FIN.                                02413800
024139     COMPUTE W-PRIX-REF ROUNDED =                                 02413900
024140         W-MNT-ATTENDU / W-QTE-ATTENDUE.                          02414000
024141     COMPUTE W-ECART-PRIX = W-PRIX-FACT-STK - W-PRIX-REF.         02414100
024142     IF W-ECART-PRIX < ZERO                                       02414200
024143         COMPUTE W-ECART-PRIX = ZERO - W-ECART-PRIX.              02414300
024144     COMPUTE W-LIMITE-PRIX =                                      02414400
024145         W-PRIX-REF * W-TOLERANCE / 100.                          02414500
024146     IF W-ECART-PRIX > W-LIMITE-PRIX                              02414600
024147         MOVE 'P' TO W-TYPE-ECART                                 02414700
024148         MOVE 'ECART PRIX AVOIR/RETOUR' TO W-CODE-ECART.          02414800
024149 6045-CTL-AVOIR-FIN.                                              02414900
024150      EXIT.                                                       02415000
024151***************                                                   02415100
024152 6046-LIT-RETOUR-DEB.                                             02415200
024153     EXEC SQL                                                     02415300
024154         FETCH C-AVOLIG                                           02415400
024155           INTO :W-AVO-RETOUR, :W-AVO-QTE,                        02415500
024156                :W-AVO-MONTANT, :W-DATE-RET-ISO                   02415600
024157     END-EXEC.                                                    02415700
024158     EVALUATE SQLCODE                                             02415800
024159         WHEN 100                                                 02415900
024160             MOVE '1' TO W-EOF-RAV                                02416000
024161             GO TO 6046-LIT-RETOUR-FIN                            02416100
024162         WHEN ZERO                                                02416200
024163             CONTINUE                                             02416300
024164         WHEN OTHER                                               02416400
024165             MOVE SQLCODE TO W-SQLCODE                            02416500
024166             MOVE 'FETCH C-AVOLIG SQLCODE = '                     02416600
024167                  TO W-MESSAGE-ANOR                               02416700
024168             PERFORM 9999-FIN-ANORMALE-DEB                        02416800
024169               THRU  9999-FIN-ANORMALE-FIN                        02416900
024170     END-EVALUATE.                                                02417000
024171     ADD 1 TO W-NB-RET-OUV.                                       02417100
024172     COMPUTE W-QTE-CUMUL = W-QTE-ATTENDUE + W-AVO-QTE.            02417200
024173     IF W-QTE-CUMUL > W-QTE-FACT-STK                              02417300
024174         MOVE '1' TO W-EOF-RAV                                    02417400
024175         COMPUTE W-ECART-QTE = W-QTE-CUMUL - W-QTE-FACT-STK       02417500
024176         COMPUTE W-LIMITE-QTE =                                   02417600
024177             W-QTE-CUMUL * W-TOLERANCE / 100                      02417700
024178         IF W-ECART-QTE > W-LIMITE-QTE                            02417800
024179             GO TO 6046-LIT-RETOUR-FIN.                           02417900
024180     MOVE W-QTE-CUMUL TO W-QTE-ATTENDUE.                          02418000
024181     ADD W-AVO-MONTANT TO W-MNT-ATTENDU.                          02418100
024182     MOVE W-AVO-RETOUR TO W-ID-RET-MAX.                           02418200
024183     MOVE W-DATE-RET-ISO TO W-DATE-RET-MAX.                       02418300
024184 6046-LIT-RETOUR-FIN.                                             02418400
024185      EXIT.                                                       02418500
024190***************                                                   02419000
024200 6050-PAYABLE-DEB.                                                02420000
024300     MOVE FA00-NO-FACT TO BP00-NO-FACT.                           02430000
024400     MOVE FA00-NO-CMD TO BP00-NO-CMD.                             02440000
024900     MOVE FA00-PRIX-FACT TO BP00-PRIX-FACT.                       02490000
025000     COMPUTE W-MONTANT = FA00-QTE-FACT * FA00-PRIX-FACT.          02500000
025100     MOVE W-MONTANT TO BP00-MONTANT.                              02510000
025110     MOVE FA00-DATE-FACT TO BP00-DATE-FACT.                       02511000
025115     MOVE W-DEVISE OF DCLCOMMANDEACHAT TO BP00-DEVISE.            02511500
025120     IF FA00-TYPE-PIECE = 'A'                                     02512000
025140         MOVE 'A' TO BP00-TYPE-PIECE                              02514000
025160     ELSE                                                         02516000
025180         MOVE 'F' TO BP00-TYPE-PIECE.                             02518000
025185     IF FA00-TYPE-PIECE NOT = 'A'                                 02518500
025190         PERFORM 6052-MAJ-FACTURE-DEB                             02519000
025195           THRU  6052-MAJ-FACTURE-FIN.                            02519500
025200     MOVE SPACES TO BP00-FILLER.                                  02520000
025300     WRITE BP00.                                                  02530000
025400     ADD 1 TO W-CPT-PAYABLES.                                     02540000
025500 6050-PAYABLE-FIN.                                                02550000
025600      EXIT.                                                       02560000
025700***************                                                   02570000
025701 6052-MAJ-FACTURE-DEB.                                            02570100
025702     MOVE FA00-DATE-FACT TO W-DATE-FACTURE.                       02570200
025703     MOVE W-QTE-FACT-STK TO W-QTE-FACTUREE.                       02570300
025704     MOVE W-PRIX-FACT-STK TO W-PRIX-FACTURE.                      02570400
025705     EXEC SQL                                                     02570500
025706         UPDATE API7.COMMANDE_ACHAT                               02570600
025707            SET DATE_FACTURE =                                    02570700
025708                CASE WHEN :W-DATE-FACTURE = ' '                   02570800
025709                     THEN DATE(:DAT-DATE-ISO)                     02570900
025710                     ELSE DATE(:W-DATE-FACTURE) END,              02571000
025711                QTE_FACTUREE = QTE_FACTUREE + :W-QTE-FACTUREE,    02571100
025712                PRIX_FACTURE = :W-PRIX-FACTURE                    02571200
025713          WHERE NO_COMMANDE = :W-NO-COMMANDE OF DCLCOMMANDEACHAT  02571300
025714            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    02571400
025715            AND ID_ENTREPOT =                                     02571500
025716                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                02571600
025717     END-EXEC.                                                    02571700
025718     IF SQLCODE NOT = ZERO                                        02571800
025719         MOVE SQLCODE TO W-SQLCODE                                02571900
025720         MOVE 'UPDATE COMMANDE_ACHAT SQLCODE = '                  02572000
025721              TO W-MESSAGE-ANOR                                   02572100
025722         PERFORM 9999-FIN-ANORMALE-DEB                            02572200
025723           THRU  9999-FIN-ANORMALE-FIN.                           02572300
025724 6052-MAJ-FACTURE-FIN.                                            02572400
025725      EXIT.                                                       02572500
025726***************                                                   02572600
025727 6055-SOLDE-AVOIR-DEB.                                            02572700
025728     MOVE FA00-NO-FACT TO W-AVO-NO-AVOIR.                         02572800
025729     EXEC SQL                                                     02572900
025730         UPDATE API7.AVOIR_ATTENDU                                02573000
025731            SET ETAT = 'R',                                       02573100
025732                NO_AVOIR = :W-AVO-NO-AVOIR,                       02573200
025733                DATE_AVOIR = DATE(:DAT-DATE-ISO)                  02573300
025734          WHERE NO_COMMANDE = :W-NO-COMMANDE OF DCLCOMMANDEACHAT  02573400
025735            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    02573500
025736            AND ID_ENTREPOT =                                     02573600
025737                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                02573700
025738            AND ID_FOURNISSEUR =                                  02573800
025739                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT             02573900
025740            AND ETAT = 'A'                                        02574000
025741            AND (DATE_RETOUR < DATE(:W-DATE-RET-MAX)              02574100
025742             OR (DATE_RETOUR = DATE(:W-DATE-RET-MAX)              02574200
025743                 AND ID_RETOUR <= :W-ID-RET-MAX))                 02574300
025744     END-EXEC.                                                    02574400
025745     IF SQLCODE NOT = ZERO                                        02574500
025746         MOVE SQLCODE TO W-SQLCODE                                02574600
025747         MOVE 'UPDATE AVOIR_ATTENDU SQLCODE = '                   02574700
025748              TO W-MESSAGE-ANOR                                   02574800
025749         PERFORM 9999-FIN-ANORMALE-DEB                            02574900
025750           THRU  9999-FIN-ANORMALE-FIN.                           02575000
025751     ADD 1 TO W-CPT-AVOIRS.                                       02575100
025752 6055-SOLDE-AVOIR-FIN.                                            02575200
025753      EXIT.                                                       02575300
025754***************                                                   02575400
025800 6060-ECART-DEB.                                                  02580000
025900     MOVE FA00-NO-FACT TO WD-NO-FACT.                             02590000
026000     MOVE FA00-NO-CMD TO WD-NO-CMD.                               02600000
026500     MOVE W-LIGNE-ECART TO LX00.                                  02650000
026600     WRITE LX00.                                                  02660000
026700     ADD 1 TO W-CPT-ECARTS.                                       02670000
026720     PERFORM 6065-HISTO-ECART-DEB                                 02672000
026740       THRU  6065-HISTO-ECART-FIN.                                02674000
026800 6060-ECART-FIN.                                                  02680000
026900      EXIT.                                                       02690000
026902***************                                                   02690200
026904 6065-HISTO-ECART-DEB.                                            02690400
026906     EVALUATE W-TYPE-ECART                                        02690600
026908         WHEN 'Q'                                                 02690800
026910             COMPUTE W-ECA-MONTANT =                              02691000
026912                 W-ECART-QTE * W-PRIX-FACT-STK                    02691200
026914         WHEN 'P'                                                 02691400
026916             COMPUTE W-ECA-MONTANT =                              02691600
026918                 W-ECART-PRIX * W-QTE-FACT-STK                    02691800
026920         WHEN OTHER                                               02692000
026922             MOVE ZERO TO W-ECA-MONTANT                           02692200
026924     END-EVALUATE.                                                02692400
026926     IF FA00-TYPE-PIECE = 'A'                                     02692600
026928         MOVE 'A' TO W-ECA-PIECE                                  02692800
026930     ELSE                                                         02693000
026932         MOVE 'F' TO W-ECA-PIECE.                                 02693200
026934     MOVE W-QTE-FACT-STK TO W-ECA-QTE.                            02693400
026936     MOVE W-PRIX-FACT-STK TO W-ECA-PRIX.                          02693600
026938     EXEC SQL                                                     02693800
026940         INSERT INTO API7.ECART_FACTURE                           02694000
026942                (NO_FACT, ID_FOURNISSEUR, NO_COMMANDE,            02694200
026944                 ID_ARTICLE, ID_ENTREPOT, TYPE_PIECE,             02694400
026946                 TYPE_ECART, QTE_FACT, PRIX_FACT,                 02694600
026948                 MONTANT_ECART, CODE_ECART, DATE_CONTROLE)        02694800
026950         VALUES (:FA00-NO-FACT,                                   02695000
026952                 :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT,           02695200
026954                 :FA00-NO-CMD, :FA00-NOART, :FA00-ENTREPOT,       02695400
026956                 :W-ECA-PIECE, :W-TYPE-ECART, :W-ECA-QTE,         02695600
026958                 :W-ECA-PRIX, :W-ECA-MONTANT, :W-CODE-ECART,      02695800
026960                 DATE(:DAT-DATE-ISO))                             02696000
026962     END-EXEC.                                                    02696200
026964     IF SQLCODE NOT = ZERO                                        02696400
026966         MOVE SQLCODE TO W-SQLCODE                                02696600
026968         MOVE 'INSERT ECART_FACTURE SQLCODE = '                   02696800
026970              TO W-MESSAGE-ANOR                                   02697000
026972         PERFORM 9999-FIN-ANORMALE-DEB                            02697200
026974           THRU  9999-FIN-ANORMALE-FIN.                           02697400
026976 6065-HISTO-ECART-FIN.                                            02697600
026978      EXIT.                                                       02697800
027000***************                                                   02700000
027001 6080-AVOIRS-OUVERTS-DEB.                                         02700100
027002     MOVE SPACES TO LX00.                                         02700200
027003     WRITE LX00.                                                  02700300
027004     MOVE W-LIGNE-ENT-AVO TO LX00.                                02700400
027005     WRITE LX00.                                                  02700500
027006     EXEC SQL                                                     02700600
027007         OPEN C-AVOATT                                            02700700
027008     END-EXEC.                                                    02700800
027009     PERFORM 6085-LIT-AVOIR-DEB                                   02700900
027010       THRU  6085-LIT-AVOIR-FIN                                   02701000
027011       UNTIL FIN-AVO-OK.                                          02701100
027012     EXEC SQL                                                     02701200
027013         CLOSE C-AVOATT                                           02701300
027014     END-EXEC.                                                    02701400
027015     MOVE W-CPT-ATTENTE TO WT-CPT-ATT.                            02701500
027016     MOVE W-TOT-ATTENTE TO WT-MNT-ATT.                            02701600
027017     MOVE W-LIGNE-TOT-AVO TO LX00.                                02701700
027018     WRITE LX00.                                                  02701800
027019 6080-AVOIRS-OUVERTS-FIN.                                         02701900
027020      EXIT.                                                       02702000
027021***************                                                   02702100
027022 6085-LIT-AVOIR-DEB.                                              02702200
027023     EXEC SQL                                                     02702300
027024         FETCH C-AVOATT                                           02702400
027025           INTO :W-AVO-FOURN,                                     02702500
027026                :W-AVO-RETOUR,                                    02702600
027027                :W-AVO-NO-CMD,                                    02702700
027028                :W-AVO-NOART,                                     02702800
027029                :W-AVO-QTE, :W-AVO-MONTANT,                       02702900
027030                :W-DATE-RET-ISO                                   02703000
027031     END-EXEC.                                                    02703100
027032     EVALUATE SQLCODE                                             02703200
027033         WHEN 100                                                 02703300
027034             MOVE '1' TO W-EOF-AVO                                02703400
027035             GO TO 6085-LIT-AVOIR-FIN                             02703500
027036         WHEN ZERO                                                02703600
027037             CONTINUE                                             02703700
027038         WHEN OTHER                                               02703800
027039             MOVE SQLCODE TO W-SQLCODE                            02703900
027040             MOVE 'FETCH C-AVOATT SQLCODE = '                     02704000
027041                  TO W-MESSAGE-ANOR                               02704100
027042             PERFORM 9999-FIN-ANORMALE-DEB                        02704200
027043               THRU  9999-FIN-ANORMALE-FIN                        02704300
027044     END-EVALUATE.                                                02704400
027045     MOVE W-AVO-FOURN TO WA-FOURN.                                02704500
027046     MOVE W-AVO-RETOUR TO WA-ID-RETOUR.                           02704600
027047     MOVE W-AVO-NO-CMD TO WA-NO-CMD.                              02704700
027048     MOVE W-AVO-NOART TO WA-NOART.                                02704800
027049     MOVE W-AVO-QTE TO WA-QUANTITE.                               02704900
027050     MOVE W-AVO-MONTANT TO WA-MONTANT.                            02705000
027051     MOVE W-DATE-RET-ISO TO WA-DATE.                              02705100
027052     MOVE W-LIGNE-AVOIR TO LX00.                                  02705200
027053     WRITE LX00.                                                  02705300
027054     ADD 1 TO W-CPT-ATTENTE.                                      02705400
027055     ADD W-AVO-MONTANT TO W-TOT-ATTENTE.                          02705500
027056 6085-LIT-AVOIR-FIN.                                              02705600
027057      EXIT.                                                       02705700
027058***************                                                   02705800
027100 8000-FIN-TRT-DEB.                                                02710000
027200     MOVE W-CPT-PAYABLES TO WT-CPT-PAY.                           02720000
027300     MOVE W-CPT-ECARTS TO WT-CPT-ECA.                             02730000
027400     MOVE W-LIGNE-TOTAL TO LX00.                                  02740000
027500     WRITE LX00.                                                  02750000
027520     PERFORM 6080-AVOIRS-OUVERTS-DEB                              02752000
027540       THRU  6080-AVOIRS-OUVERTS-FIN.                             02754000
027600     CLOSE FAC-FICHIER.                                           02760000
027700     CLOSE PAY-FICHIER.                                           02770000
027800     CLOSE LISTFAC.                                               02780000
027900     DISPLAY 'FACTURES LUES        = ' W-CPT-LUS.                 02790000
028000     DISPLAY 'FACTURES PAYABLES    = ' W-CPT-PAYABLES.            02800000
028100     DISPLAY 'FACTURES EN ECART    = ' W-CPT-ECARTS.              02810000
028120     DISPLAY 'AVOIRS RAPPROCHES    = ' W-CPT-AVOIRS.              02812000
028140     DISPLAY 'AVOIRS ATTENDUS      = ' W-CPT-ATTENTE.             02814000
028200 8000-FIN-TRT-FIN.                                                02820000
028300      EXIT.                                                       02830000
028400************                                                      02840000
