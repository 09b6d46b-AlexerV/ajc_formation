000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LREIMP .                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     PARMREI       ASSIGN    PARMREI.                  00060000
000700     SELECT     REIMPR        ASSIGN    REIMPR.                   00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 PARMREI                                       00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    PR00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               PR00.                                           00150000
001600   10             PR00-PROGRAMME PICTURE X(8).                    00160000
001700   10             PR00-ETAT     PICTURE X(8).                     00170000
001800   10             PR00-DATE-X   PICTURE X(8).                     00180000
001900   10             PR00-DATE     REDEFINES PR00-DATE-X.            00190000
002000     15           PR00-DAT-AAAA PICTURE 9(4).                     00200000
002100     15           PR00-DAT-MM   PICTURE 9(2).                     00210000
002200     15           PR00-DAT-JJ   PICTURE 9(2).                     00220000
002300   10             PR00-ENTREPOT PICTURE X(2).                     00230000
002400   10             PR00-LIE-X    PICTURE X(9).                     00240000
002500   10             PR00-LIE      REDEFINES PR00-LIE-X              00250000
002600                                PICTURE 9(9).                     00260000
002700   10             PR00-FOURN    PICTURE X(5).                     00270000
002800   10             PR00-NO-CMD-X PICTURE X(9).                     00280000
002900   10             PR00-NO-CMD   REDEFINES PR00-NO-CMD-X           00290000
003000                                PICTURE 9(9).                     00300000
003100   10             PR00-NO-ARC-X PICTURE X(9).                     00310000
003200   10             PR00-NO-ARC   REDEFINES PR00-NO-ARC-X           00320000
003300                                PICTURE 9(9).                     00330000
003400   10             PR00-NO-PAGE-X PICTURE X(5).                    00340000
003500   10             PR00-NO-PAGE  REDEFINES PR00-NO-PAGE-X          00350000
003600                                PICTURE 9(5).                     00360000
003700   10             PR00-FILLER   PICTURE X(17).                    00370000
003800 FD                 REIMPR                                        00380000
003900      BLOCK              00000 RECORDS                            00390000
004000      DATA RECORD                                                 00400000
004100                    RI00                                          00410000
004200           LABEL RECORD STANDARD.                                 00420000
004300 01               RI00               PICTURE X(133).              00430000
004400 WORKING-STORAGE SECTION.                                         00440000
004500      EXEC SQL                                                    00450000
004600         INCLUDE SQLCA                                            00460000
004700      END-EXEC.                                                   00470000
004800*****                                                             00480000
004900      EXEC SQL                                                    00490000
005000         INCLUDE ARCEDT                                           00500000
005100      END-EXEC.                                                   00510000
005200*****                                                             00520000
005300      EXEC SQL                                                    00530000
005400         INCLUDE ARCLIG                                           00540000
005500      END-EXEC.                                                   00550000
005600*****                                                             00560000
005700      EXEC SQL                                                    00570000
005800         INCLUDE DEMREI                                           00580000
005900      END-EXEC.                                                   00590000
006000******                                                            00600000
006100      EXEC SQL                                                    00610000
006200         DECLARE C-REIMP CURSOR FOR                               00620000
006300         SELECT E.NO_ARCHIVE, E.PROGRAMME, E.NOM_ETAT,            00630000
006400                CHAR(E.DATE_EXEC, ISO), CHAR(E.HEURE_EXEC, ISO),  00640000
006500                E.ASA, L.NO_PAGE, L.NO_LIGNE, L.TEXTE             00650000
006600           FROM API7.ARCHIVE_EDITION E, API7.ARCHIVE_PAGE P,      00660000
006700                API7.ARCHIVE_LIGNE L                              00670000
006800          WHERE P.NO_ARCHIVE = E.NO_ARCHIVE                       00680000
006900            AND L.NO_ARCHIVE = P.NO_ARCHIVE                       00690000
007000            AND L.NO_PAGE = P.NO_PAGE                             00700000
007100            AND (:W-SEL-ARCHIVE = 0                               00710000
007200                 OR E.NO_ARCHIVE = :W-SEL-ARCHIVE)                00720000
007300            AND (:W-SEL-PROG = ' '                                00730000
007400                 OR E.PROGRAMME = :W-SEL-PROG)                    00740000
007500            AND (:W-SEL-ETAT = ' '                                00750000
007600                 OR E.NOM_ETAT = :W-SEL-ETAT)                     00760000
007700            AND E.DATE_EXEC BETWEEN DATE(:W-DATE-DEB)             00770000
007800                                AND DATE(:W-DATE-FIN)             00780000
007900            AND (:W-SEL-ENTREPOT = ' '                            00790000
008000                 OR P.ID_ENTREPOT = :W-SEL-ENTREPOT)              00800000
008100            AND (:W-SEL-LIE = 0                                   00810000
008200                 OR P.LIE = :W-SEL-LIE)                           00820000
008300            AND (:W-SEL-FOURN = ' '                               00830000
008400                 OR P.ID_FOURNISSEUR = :W-SEL-FOURN)              00840000
008500            AND (:W-SEL-NO-CMD = 0                                00850000
008600                 OR P.NO_COMMANDE = :W-SEL-NO-CMD)                00860000
008700            AND (:W-SEL-PAGE = 0                                  00870000
008800                 OR P.NO_PAGE = :W-SEL-PAGE)                      00880000
008900          ORDER BY E.NO_ARCHIVE, L.NO_LIGNE                       00890000
009000      END-EXEC.                                                   00900000
009100******                                                            00910000
009200      EXEC SQL                                                    00920000
009300         DECLARE C-DEMREI CURSOR FOR                              00930000
009400         SELECT NO_DEMANDE, NO_ARCHIVE, NO_PAGE, ID_UTILISATEUR   00940000
009500           FROM API7.DEMANDE_REIMPRESSION                         00950000
009600          WHERE ETAT = 'D'                                        00960000
009700          ORDER BY NO_DEMANDE                                     00970000
009800      END-EXEC.                                                   00980000
009900******                                                            00990000
010000 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LREIMP'.                     01000000
010100 01  W-SQLCODE      PIC +++9.                                     01010000
010200 01  W-EOF-PRM      PIC X     VALUE '0'.                          01020000
010300     88  FIN-PRM-OK           VALUE '1'.                          01030000
010400 01  W-EOF-CUR      PIC X     VALUE '0'.                          01040000
010500     88  FIN-CUR-OK           VALUE '1'.                          01050000
010600 01  W-EOF-DEM      PIC X     VALUE '0'.                          01060000
010700     88  FIN-DEM-OK           VALUE '1'.                          01070000
010800 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       01080000
010900 01  W-DEMANDEUR    PIC X(8)  VALUE SPACES.                       01090000
011000 01  W-ETAT-DEM     PIC X(1)  VALUE SPACES.                       01100000
011100 01  W-DATE-JOUR    PIC X(10) VALUE SPACES.                       01110000
011200 01  W-CUR-ARCHIVE  PIC S9(9) USAGE COMP VALUE ZERO.              01120000
011300 01  W-NB-LIG-SEL   PIC S9(9) USAGE COMP VALUE ZERO.              01130000
011400 01  W-SEL-ARCHIVE  PIC S9(9) USAGE COMP VALUE ZERO.              01140000
011500 01  W-SEL-PROG     PIC X(8)  VALUE SPACES.                       01150000
011600 01  W-SEL-ETAT     PIC X(8)  VALUE SPACES.                       01160000
011700 01  W-SEL-ENTREPOT PIC X(2)  VALUE SPACES.                       01170000
011800 01  W-SEL-LIE      PIC S9(9) USAGE COMP VALUE ZERO.              01180000
011900 01  W-SEL-FOURN    PIC X(5)  VALUE SPACES.                       01190000
012000 01  W-SEL-NO-CMD   PIC S9(9) USAGE COMP VALUE ZERO.              01200000
012100 01  W-SEL-PAGE     PIC S9(9) USAGE COMP VALUE ZERO.              01210000
012200 01  W-DATE-DEB     PIC X(10) VALUE SPACES.                       01220000
012300 01  W-DATE-DEB-R   REDEFINES W-DATE-DEB.                         01230000
012400     05  W-DEB-AAAA PIC X(4).                                     01240000
012500     05  FILLER     PIC X(1).                                     01250000
012600     05  W-DEB-MM   PIC X(2).                                     01260000
012700     05  FILLER     PIC X(1).                                     01270000
012800     05  W-DEB-JJ   PIC X(2).                                     01280000
012900 01  W-DATE-FIN     PIC X(10) VALUE SPACES.                       01290000
013000 01  W-DATE-ISO     PIC X(10) VALUE SPACES.                       01300000
013100 01  W-DATE-ISO-R   REDEFINES W-DATE-ISO.                         01310000
013200     05  W-ISO-AAAA PIC X(4).                                     01320000
013300     05  FILLER     PIC X(1).                                     01330000
013400     05  W-ISO-MM   PIC X(2).                                     01340000
013500     05  FILLER     PIC X(1).                                     01350000
013600     05  W-ISO-JJ   PIC X(2).                                     01360000
013700 01  W-ED-PAGE      PIC ZZZZZ9.                                   01370000
013800 01  W-ED-DEMANDE   PIC ZZZZZZZZ9.                                01380000
013900 COPY ANORMAL.                                                    01390000
014000 COPY JRNCOM.                                                     01400000
014100 COPY DATCOM.                                                     01410000
014200******                                                            01420000
014300 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01430000
014400 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01440000
014500 01  W-CPT-DEM      PIC S9(9) USAGE COMP-3 VALUE ZERO.            01450000
014600 01  W-CPT-EDITIONS PIC S9(9) USAGE COMP-3 VALUE ZERO.            01460000
014700 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01470000
014800******                                                            01480000
014900 01  W-LIGNE-BANNIERE.                                            01490000
015000     05  FILLER   PIC X(1)  VALUE '1'.                            01500000
015100     05  FILLER   PIC X(13) VALUE 'REIMPRESSION '.                01510000
015200     05  WB-PROGRAMME PIC X(8).                                   01520000
015300     05  FILLER   PIC X(1)  VALUE SPACES.                         01530000
015400     05  WB-ETAT  PIC X(8).                                       01540000
015500     05  FILLER   PIC X(4)  VALUE ' DU '.                         01550000
015600     05  WB-DATE.                                                 01560000
015700         10  WB-DAT-JJ   PIC X(2).                                01570000
015800         10  FILLER      PIC X(1)  VALUE '/'.                     01580000
015900         10  WB-DAT-MM   PIC X(2).                                01590000
016000         10  FILLER      PIC X(1)  VALUE '/'.                     01600000
016100         10  WB-DAT-AAAA PIC X(4).                                01610000
016200     05  FILLER   PIC X(3)  VALUE ' A '.                          01620000
016300     05  WB-HEURE PIC X(8).                                       01630000
016400     05  FILLER   PIC X(9)  VALUE ' ARCHIVE '.                    01640000
016500     05  WB-NO-ARC PIC ZZZZZZZZ9.                                 01650000
016600     05  FILLER   PIC X(6)  VALUE ' PAGE '.                       01660000
016700     05  WB-PAGE  PIC X(6).                                       01670000
016800     05  FILLER   PIC X(13) VALUE ' DEMANDE PAR '.                01680000
016900     05  WB-DEMANDEUR PIC X(8).                                   01690000
017000     05  FILLER   PIC X(26) VALUE SPACES.                         01700000
017100 01  W-LIGNE-IMPR.                                                01710000
017200     05  WI-ASA   PIC X(1).                                       01720000
017300     05  WI-TEXTE PIC X(132).                                     01730000
017400******                                                            01740000
017500 PROCEDURE DIVISION.                                              01750000
017600 1000-LREIMP-DEB.                                                 01760000
017700     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01770000
017800     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01780000
017900     MOVE 'D' TO JRN-PHASE                                        01790000
018000     CALL 'JRNEXEC' USING JRN-EXECUTION                           01800000
018100     PERFORM 5000-INIT-DEB                                        01810000
018200       THRU  5000-INIT-FIN.                                       01820000
018300     PERFORM 6010-TRAITE-DEB                                      01830000
018400       THRU  6010-TRAITE-FIN                                      01840000
018500       UNTIL FIN-PRM-OK.                                          01850000
018600     PERFORM 7000-DEMANDES-DEB                                    01860000
018700       THRU  7000-DEMANDES-FIN.                                   01870000
018800     PERFORM 8000-FIN-TRT-DEB                                     01880000
018900       THRU  8000-FIN-TRT-FIN.                                    01890000
019000     PERFORM 9990-FIN-NORMALE-DEB                                 01900000
019100       THRU  9990-FIN-NORMALE-FIN.                                01910000
019200 1000-LREIMP-FIN.                                                 01920000
019300     EXIT.                                                        01930000
019400***************                                                   01940000
019500 5000-INIT-DEB.                                                   01950000
019600     CALL 'DATETRT' USING DAT-TRAITEMENT.                         01960000
019700     IF DAT-CODE-RETOUR = ZERO                                    01970000
019800         MOVE DAT-DATE-ISO TO W-DATE-JOUR                         01980000
019900     ELSE                                                         01990000
020000         EXEC SQL                                                 02000000
020100             SELECT CHAR(CURRENT DATE, ISO)                       02010000
020200               INTO :W-DATE-JOUR                                  02020000
020300               FROM SYSIBM.SYSDUMMY1                              02030000
020400         END-EXEC.                                                02040000
020500     OPEN INPUT PARMREI.                                          02050000
020600     OPEN OUTPUT REIMPR.                                          02060000
020700 5000-INIT-FIN.                                                   02070000
020800      EXIT.                                                       02080000
020900***************                                                   02090000
021000 6010-TRAITE-DEB.                                                 02100000
021100     READ PARMREI AT END                                          02110000
021200         MOVE '1' TO W-EOF-PRM                                    02120000
021300         GO TO 6010-TRAITE-FIN.                                   02130000
021400     ADD 1 TO W-CPT-LUS.                                          02140000
021500     PERFORM 6020-CONTROLE-DEB                                    02150000
021600       THRU  6020-CONTROLE-FIN.                                   02160000
021700     IF W-CODE-REJET NOT = SPACES                                 02170000
021800         PERFORM 6090-REJET-DEB                                   02180000
021900           THRU  6090-REJET-FIN                                   02190000
022000         GO TO 6010-TRAITE-FIN.                                   02200000
022100     MOVE 'CARTE' TO W-DEMANDEUR.                                 02210000
022200     PERFORM 6100-EDITE-DEB                                       02220000
022300       THRU  6100-EDITE-FIN.                                      02230000
022400     IF W-NB-LIG-SEL = ZERO                                       02240000
022500         MOVE 'AUCUNE LIGNE ARCHIVEE' TO W-CODE-REJET             02250000
022600         PERFORM 6090-REJET-DEB                                   02260000
022700           THRU  6090-REJET-FIN.                                  02270000
022800 6010-TRAITE-FIN.                                                 02280000
022900      EXIT.                                                       02290000
023000***************                                                   02300000
023100 6015-INIT-SEL-DEB.                                               02310000
023200     MOVE ZERO TO W-SEL-ARCHIVE.                                  02320000
023300     MOVE SPACES TO W-SEL-PROG.                                   02330000
023400     MOVE SPACES TO W-SEL-ETAT.                                   02340000
023500     MOVE SPACES TO W-SEL-ENTREPOT.                               02350000
023600     MOVE ZERO TO W-SEL-LIE.                                      02360000
023700     MOVE SPACES TO W-SEL-FOURN.                                  02370000
023800     MOVE ZERO TO W-SEL-NO-CMD.                                   02380000
023900     MOVE ZERO TO W-SEL-PAGE.                                     02390000
024000     MOVE '0001-01-01' TO W-DATE-DEB.                             02400000
024100     MOVE '9999-12-31' TO W-DATE-FIN.                             02410000
024200 6015-INIT-SEL-FIN.                                               02420000
024300      EXIT.                                                       02430000
024400***************                                                   02440000
024500 6020-CONTROLE-DEB.                                               02450000
024600     MOVE SPACES TO W-CODE-REJET.                                 02460000
024700     PERFORM 6015-INIT-SEL-DEB                                    02470000
024800       THRU  6015-INIT-SEL-FIN.                                   02480000
024900     IF PR00-NO-ARC-X NOT = SPACES                                02490000
025000         IF PR00-NO-ARC NOT NUMERIC                               02500000
025100             MOVE 'NO ARCHIVE NON NUMERIQUE' TO W-CODE-REJET      02510000
025200             GO TO 6020-CONTROLE-FIN                              02520000
025300         ELSE                                                     02530000
025400             MOVE PR00-NO-ARC TO W-SEL-ARCHIVE.                   02540000
025500     IF PR00-NO-PAGE-X NOT = SPACES                               02550000
025600         IF PR00-NO-PAGE NOT NUMERIC                              02560000
025700             MOVE 'NO PAGE NON NUMERIQUE' TO W-CODE-REJET         02570000
025800             GO TO 6020-CONTROLE-FIN                              02580000
025900         ELSE                                                     02590000
026000             MOVE PR00-NO-PAGE TO W-SEL-PAGE.                     02600000
026100     IF PR00-LIE-X NOT = SPACES                                   02610000
026200         IF PR00-LIE NOT NUMERIC                                  02620000
026300             MOVE 'DEPARTEMENT NON NUMERIQUE' TO W-CODE-REJET     02630000
026400             GO TO 6020-CONTROLE-FIN                              02640000
026500         ELSE                                                     02650000
026600             MOVE PR00-LIE TO W-SEL-LIE.                          02660000
026700     IF PR00-NO-CMD-X NOT = SPACES                                02670000
026800         IF PR00-NO-CMD NOT NUMERIC                               02680000
026900             MOVE 'COMMANDE NON NUMERIQUE' TO W-CODE-REJET        02690000
027000             GO TO 6020-CONTROLE-FIN                              02700000
027100         ELSE                                                     02710000
027200             MOVE PR00-NO-CMD TO W-SEL-NO-CMD.                    02720000
027300     MOVE PR00-PROGRAMME TO W-SEL-PROG.                           02730000
027400     MOVE PR00-ETAT TO W-SEL-ETAT.                                02740000
027500     MOVE PR00-ENTREPOT TO W-SEL-ENTREPOT.                        02750000
027600     MOVE PR00-FOURN TO W-SEL-FOURN.                              02760000
027700     IF W-SEL-ARCHIVE NOT = ZERO                                  02770000
027800         GO TO 6020-CONTROLE-FIN.                                 02780000
027900     IF W-SEL-PROG = SPACES                                       02790000
028000         MOVE 'PROGRAMME OU ARCHIVE ABSENT' TO W-CODE-REJET       02800000
028100         GO TO 6020-CONTROLE-FIN.                                 02810000
028200     IF PR00-DATE-X = SPACES                                      02820000
028300         PERFORM 6025-DERNIERE-DEB                                02830000
028400           THRU  6025-DERNIERE-FIN                                02840000
028500         GO TO 6020-CONTROLE-FIN.                                 02850000
028600     IF PR00-DATE NOT NUMERIC                                     02860000
028700         OR PR00-DAT-MM < 1 OR PR00-DAT-MM > 12                   02870000
028800         OR PR00-DAT-JJ < 1 OR PR00-DAT-JJ > 31                   02880000
028900         MOVE 'DATE INVALIDE' TO W-CODE-REJET                     02890000
029000         GO TO 6020-CONTROLE-FIN.                                 02900000
029100     MOVE PR00-DAT-AAAA TO W-DEB-AAAA.                            02910000
029200     MOVE PR00-DAT-MM TO W-DEB-MM.                                02920000
029300     MOVE PR00-DAT-JJ TO W-DEB-JJ.                                02930000
029400     MOVE W-DATE-DEB TO W-DATE-FIN.                               02940000
029500 6020-CONTROLE-FIN.                                               02950000
029600      EXIT.                                                       02960000
029700***************                                                   02970000
029800 6025-DERNIERE-DEB.                                               02980000
029900     EXEC SQL                                                     02990000
030000         SELECT COALESCE(CHAR(MAX(DATE_EXEC), ISO), ' ')          03000000
030100           INTO :W-DATE-DEB                                       03010000
030200           FROM API7.ARCHIVE_EDITION                              03020000
030300          WHERE PROGRAMME = :W-SEL-PROG                           03030000
030400            AND (:W-SEL-ETAT = ' ' OR NOM_ETAT = :W-SEL-ETAT)     03040000
030500     END-EXEC.                                                    03050000
030600     IF SQLCODE NOT = ZERO                                        03060000
030700         MOVE SQLCODE TO W-SQLCODE                                03070000
030800         MOVE 'SELECT MAX ARCHIVE_EDITION SQLCODE = '             03080000
030900              TO W-MESSAGE-ANOR                                   03090000
031000         PERFORM 9999-FIN-ANORMALE-DEB                            03100000
031100           THRU  9999-FIN-ANORMALE-FIN.                           03110000
031200     IF W-DATE-DEB = SPACES                                       03120000
031300         MOVE 'AUCUNE EDITION ARCHIVEE' TO W-CODE-REJET           03130000
031400         GO TO 6025-DERNIERE-FIN.                                 03140000
031500     MOVE W-DATE-DEB TO W-DATE-FIN.                               03150000
031600 6025-DERNIERE-FIN.                                               03160000
031700      EXIT.                                                       03170000
031800***************                                                   03180000
031900 6090-REJET-DEB.                                                  03190000
032000     DISPLAY 'CARTE REJETEE ' PR00 ' : ' W-CODE-REJET.            03200000
032100     ADD 1 TO W-CPT-REJETS.                                       03210000
032200     MOVE 4 TO RETURN-CODE.                                       03220000
032300 6090-REJET-FIN.                                                  03230000
032400      EXIT.                                                       03240000
032500***************                                                   03250000
032600 6100-EDITE-DEB.                                                  03260000
032700     MOVE ZERO TO W-NB-LIG-SEL.                                   03270000
032800     MOVE ZERO TO W-CUR-ARCHIVE.                                  03280000
032900     MOVE '0' TO W-EOF-CUR.                                       03290000
033000     EXEC SQL                                                     03300000
033100         OPEN C-REIMP                                             03310000
033200     END-EXEC.                                                    03320000
033300     IF SQLCODE NOT = ZERO                                        03330000
033400         MOVE SQLCODE TO W-SQLCODE                                03340000
033500         MOVE 'OPEN C-REIMP SQLCODE = '                           03350000
033600              TO W-MESSAGE-ANOR                                   03360000
033700         PERFORM 9999-FIN-ANORMALE-DEB                            03370000
033800           THRU  9999-FIN-ANORMALE-FIN.                           03380000
033900     PERFORM 6110-LIGNE-DEB                                       03390000
034000       THRU  6110-LIGNE-FIN                                       03400000
034100       UNTIL FIN-CUR-OK.                                          03410000
034200     EXEC SQL                                                     03420000
034300         CLOSE C-REIMP                                            03430000
034400     END-EXEC.                                                    03440000
034500 6100-EDITE-FIN.                                                  03450000
034600      EXIT.                                                       03460000
034700***************                                                   03470000
034800 6110-LIGNE-DEB.                                                  03480000
034900     EXEC SQL                                                     03490000
035000         FETCH C-REIMP                                            03500000
035100           INTO :W-NO-ARCHIVE OF DCLARCHIVEEDITION,               03510000
035200                :W-PROGRAMME, :W-NOM-ETAT, :W-DATE-EXEC,          03520000
035300                :W-HEURE-EXEC, :W-ASA,                            03530000
035400                :W-NO-PAGE OF DCLARCHIVELIGNE,                    03540000
035500                :W-NO-LIGNE, :W-TEXTE                             03550000
035600     END-EXEC.                                                    03560000
035700     EVALUATE SQLCODE                                             03570000
035800         WHEN 100                                                 03580000
035900             MOVE '1' TO W-EOF-CUR                                03590000
036000             GO TO 6110-LIGNE-FIN                                 03600000
036100         WHEN ZERO                                                03610000
036200             CONTINUE                                             03620000
036300         WHEN OTHER                                               03630000
036400             MOVE SQLCODE TO W-SQLCODE                            03640000
036500             MOVE 'FETCH C-REIMP SQLCODE = '                      03650000
036600                  TO W-MESSAGE-ANOR                               03660000
036700             PERFORM 9999-FIN-ANORMALE-DEB                        03670000
036800               THRU  9999-FIN-ANORMALE-FIN                        03680000
036900     END-EVALUATE.                                                03690000
037000     IF W-NO-ARCHIVE OF DCLARCHIVEEDITION NOT = W-CUR-ARCHIVE     03700000
037100         PERFORM 6120-BANNIERE-DEB                                03710000
037200           THRU  6120-BANNIERE-FIN.                               03720000
037300     IF W-ASA = 'O'                                               03730000
037400         MOVE W-TEXTE TO RI00                                     03740000
037500     ELSE                                                         03750000
037600         MOVE SPACE TO WI-ASA                                     03760000
037700         MOVE W-TEXTE TO WI-TEXTE                                 03770000
037800         MOVE W-LIGNE-IMPR TO RI00.                               03780000
037900     WRITE RI00.                                                  03790000
038000     ADD 1 TO W-NB-LIG-SEL.                                       03800000
038100     ADD 1 TO W-CPT-LIGNES.                                       03810000
038200 6110-LIGNE-FIN.                                                  03820000
038300      EXIT.                                                       03830000
038400***************                                                   03840000
038500 6120-BANNIERE-DEB.                                               03850000
038600     MOVE W-NO-ARCHIVE OF DCLARCHIVEEDITION TO W-CUR-ARCHIVE.     03860000
038700     MOVE W-PROGRAMME TO WB-PROGRAMME.                            03870000
038800     MOVE W-NOM-ETAT TO WB-ETAT.                                  03880000
038900     MOVE W-DATE-EXEC TO W-DATE-ISO.                              03890000
039000     MOVE W-ISO-JJ TO WB-DAT-JJ.                                  03900000
039100     MOVE W-ISO-MM TO WB-DAT-MM.                                  03910000
039200     MOVE W-ISO-AAAA TO WB-DAT-AAAA.                              03920000
039300     MOVE W-HEURE-EXEC TO WB-HEURE.                               03930000
039400     MOVE W-CUR-ARCHIVE TO WB-NO-ARC.                             03940000
039500     IF W-SEL-PAGE = ZERO                                         03950000
039600         MOVE 'TOUTES' TO WB-PAGE                                 03960000
039700     ELSE                                                         03970000
039800         MOVE W-SEL-PAGE TO W-ED-PAGE                             03980000
039900         MOVE W-ED-PAGE TO WB-PAGE.                               03990000
040000     MOVE W-DEMANDEUR TO WB-DEMANDEUR.                            04000000
040100     MOVE W-LIGNE-BANNIERE TO RI00.                               04010000
040200     WRITE RI00.                                                  04020000
040300     ADD 1 TO W-CPT-EDITIONS.                                     04030000
040400 6120-BANNIERE-FIN.                                               04040000
040500      EXIT.                                                       04050000
040600***************                                                   04060000
040700 7000-DEMANDES-DEB.                                               04070000
040800     EXEC SQL                                                     04080000
040900         OPEN C-DEMREI                                            04090000
041000     END-EXEC.                                                    04100000
041100     IF SQLCODE NOT = ZERO                                        04110000
041200         MOVE SQLCODE TO W-SQLCODE                                04120000
041300         MOVE 'OPEN C-DEMREI SQLCODE = '                          04130000
041400              TO W-MESSAGE-ANOR                                   04140000
041500         PERFORM 9999-FIN-ANORMALE-DEB                            04150000
041600           THRU  9999-FIN-ANORMALE-FIN.                           04160000
041700     PERFORM 7010-DEMANDE-DEB                                     04170000
041800       THRU  7010-DEMANDE-FIN                                     04180000
041900       UNTIL FIN-DEM-OK.                                          04190000
042000     EXEC SQL                                                     04200000
042100         CLOSE C-DEMREI                                           04210000
042200     END-EXEC.                                                    04220000
042300     EXEC SQL                                                     04230000
042400         COMMIT                                                   04240000
042500     END-EXEC.                                                    04250000
042600 7000-DEMANDES-FIN.                                               04260000
042700      EXIT.                                                       04270000
042800***************                                                   04280000
042900 7010-DEMANDE-DEB.                                                04290000
043000     EXEC SQL                                                     04300000
043100         FETCH C-DEMREI                                           04310000
043200           INTO :W-NO-DEMANDE,                                    04320000
043300                :W-NO-ARCHIVE OF DCLDEMANDEREIMPRESSION,          04330000
043400                :W-NO-PAGE OF DCLDEMANDEREIMPRESSION,             04340000
043500                :W-ID-UTILISATEUR                                 04350000
043600     END-EXEC.                                                    04360000
043700     EVALUATE SQLCODE                                             04370000
043800         WHEN 100                                                 04380000
043900             MOVE '1' TO W-EOF-DEM                                04390000
044000             GO TO 7010-DEMANDE-FIN                               04400000
044100         WHEN ZERO                                                04410000
044200             CONTINUE                                             04420000
044300         WHEN OTHER                                               04430000
044400             MOVE SQLCODE TO W-SQLCODE                            04440000
044500             MOVE 'FETCH C-DEMREI SQLCODE = '                     04450000
044600                  TO W-MESSAGE-ANOR                               04460000
044700             PERFORM 9999-FIN-ANORMALE-DEB                        04470000
044800               THRU  9999-FIN-ANORMALE-FIN                        04480000
044900     END-EVALUATE.                                                04490000
045000     ADD 1 TO W-CPT-DEM.                                          04500000
045100     PERFORM 6015-INIT-SEL-DEB                                    04510000
045200       THRU  6015-INIT-SEL-FIN.                                   04520000
045300     MOVE W-NO-ARCHIVE OF DCLDEMANDEREIMPRESSION                  04530000
045400         TO W-SEL-ARCHIVE.                                        04540000
045500     MOVE W-NO-PAGE OF DCLDEMANDEREIMPRESSION TO W-SEL-PAGE.      04550000
045600     MOVE W-ID-UTILISATEUR TO W-DEMANDEUR.                        04560000
045700     PERFORM 6100-EDITE-DEB                                       04570000
045800       THRU  6100-EDITE-FIN.                                      04580000
045900     IF W-NB-LIG-SEL = ZERO                                       04590000
046000         MOVE W-NO-DEMANDE TO W-ED-DEMANDE                        04600000
046100         DISPLAY 'DEMANDE ' W-ED-DEMANDE                          04610000
046200                 ' : ARCHIVE PURGEE OU INCONNUE'                  04620000
046300         ADD 1 TO W-CPT-REJETS                                    04630000
046400         MOVE 'A' TO W-ETAT-DEM                                   04640000
046500     ELSE                                                         04650000
046600         MOVE 'T' TO W-ETAT-DEM.                                  04660000
046700     EXEC SQL                                                     04670000
046800         UPDATE API7.DEMANDE_REIMPRESSION                         04680000
046900            SET ETAT     = :W-ETAT-DEM,                           04690000
047000                DATE_TRT = DATE(:W-DATE-JOUR)                     04700000
047100          WHERE NO_DEMANDE = :W-NO-DEMANDE                        04710000
047200     END-EXEC.                                                    04720000
047300     IF SQLCODE NOT = ZERO                                        04730000
047400         MOVE SQLCODE TO W-SQLCODE                                04740000
047500         MOVE 'UPDATE DEMANDE_REIMPRESSION SQLCODE = '            04750000
047600              TO W-MESSAGE-ANOR                                   04760000
047700         PERFORM 9999-FIN-ANORMALE-DEB                            04770000
047800           THRU  9999-FIN-ANORMALE-FIN.                           04780000
047900 7010-DEMANDE-FIN.                                                04790000
048000      EXIT.                                                       04800000
048100***************                                                   04810000
048200 8000-FIN-TRT-DEB.                                                04820000
048300     CLOSE PARMREI.                                               04830000
048400     CLOSE REIMPR.                                                04840000
048500     IF W-CPT-LUS = ZERO AND W-CPT-DEM = ZERO                     04850000
048600         DISPLAY 'PAS DE CARTE NI DE DEMANDE - AUCUNE EDITION'.   04860000
048700     DISPLAY 'CARTES LUES          = ' W-CPT-LUS.                 04870000
048800     DISPLAY 'DEMANDES EN LIGNE    = ' W-CPT-DEM.                 04880000
048900     DISPLAY 'REJETS               = ' W-CPT-REJETS.              04890000
049000     DISPLAY 'EDITIONS REIMPRIMEES = ' W-CPT-EDITIONS.            04900000
049100     DISPLAY 'LIGNES REIMPRIMEES   = ' W-CPT-LIGNES.              04910000
049200     MOVE 'F' TO JRN-PHASE.                                       04920000
049300     ADD W-CPT-LUS W-CPT-DEM GIVING JRN-NB-LUS.                   04930000
049400     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          04940000
049500     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         04950000
049600     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         04960000
049700     CALL 'JRNEXEC' USING JRN-EXECUTION.                          04970000
049800 8000-FIN-TRT-FIN.                                                04980000
049900      EXIT.                                                       04990000
050000************                                                      05000000
050100************                                                      05010000
050200  9990-FIN-NORMALE-DEB.                                           05020000
050300            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           05030000
050400       GOBACK.                                                    05040000
050500  9990-FIN-NORMALE-FIN.                                           05050000
050600       EXIT.                                                      05060000
050700*************                                                     05070000
050800 COPY ANORPROC.                                                   05080000
