000100 IDENTIFICATION DIVISION.                                         A7PGM19 
000200 PROGRAM-ID.  A7PGM19.                                            A7PGM19 
000300 AUTHOR.         suivi des commandes departement en ligne.        A7PGM19 
000400 ENVIRONMENT DIVISION.                                            A7PGM19 
000500 DATA DIVISION.                                                   A7PGM19 
000600 WORKING-STORAGE SECTION.                                         A7PGM19 
000700      EXEC SQL                                                    A7PGM19 
000800         INCLUDE SQLCA                                            A7PGM19 
000900      END-EXEC.                                                   A7PGM19 
001000*****                                                             A7PGM19 
001100      EXEC SQL                                                    A7PGM19 
001200         INCLUDE SUIVCDE                                          A7PGM19 
001300      END-EXEC.                                                   A7PGM19 
001400*****                                                             A7PGM19 
001500      EXEC SQL                                                    A7PGM19 
001600         INCLUDE DEPART                                           A7PGM19 
001700      END-EXEC.                                                   A7PGM19 
001800*****                                                             A7PGM19 
001900      EXEC SQL                                                    A7PGM19 
002000         INCLUDE UTILIS                                           A7PGM19 
002100      END-EXEC.                                                   A7PGM19 
002200******                                                            A7PGM19 
002300      EXEC SQL                                                    A7PGM19 
002400         DECLARE C-SUIVI CURSOR FOR                               A7PGM19 
002500         SELECT T.DATE_CDE, T.ID_ARTICLE, T.QTE_DEM,              A7PGM19 
002600                T.QTE_SERV, T.QTE_RELI, T.ID_ENTREPOT,            A7PGM19 
002700                T.ID_ARTICLE_SUBST, T.ETAT                        A7PGM19 
002800           FROM (SELECT DATE_CDE, ID_ARTICLE, QTE_DEM,            A7PGM19 
002900                        QTE_SERV, QTE_RELI, ID_ENTREPOT,          A7PGM19 
003000                        ID_ARTICLE_SUBST, ETAT                    A7PGM19 
003100                   FROM API7.SUIVI_COMMANDE                       A7PGM19 
003200                  WHERE LIE = :W-CRIT-LIE                         A7PGM19 
003300                 UNION ALL                                        A7PGM19 
003400                 SELECT DATE_SAISIE, ID_ARTICLE, QUANTITE,        A7PGM19 
003500                        0, 0, '  ', 0, 'E'                        A7PGM19 
003600                   FROM API7.COMMANDE_SAISIE                      A7PGM19 
003700                  WHERE LIE = :W-CRIT-LIE                         A7PGM19 
003800                    AND ETAT = 'S') AS T                          A7PGM19 
003900          WHERE T.DATE_CDE < DATE(:W-DAT-DEPART)                  A7PGM19 
004000             OR (T.DATE_CDE = DATE(:W-DAT-DEPART)                 A7PGM19 
004100                 AND T.ID_ARTICLE > :W-ART-DEPART)                A7PGM19 
004200          ORDER BY T.DATE_CDE DESC, T.ID_ARTICLE                  A7PGM19 
004300      END-EXEC.                                                   A7PGM19 
004400******                                                            A7PGM19 
004500 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM19'.     A7PGM19 
004600 01               W-SQLCODE     PIC +++9.                         A7PGM19 
004700 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM19 
004800 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM19 
004900 01               W-ACTION      PICTURE X(1).                     A7PGM19 
005000 01               W-LIE-X       PICTURE X(9).                     A7PGM19 
005100 01               W-LIE-N REDEFINES W-LIE-X PICTURE 9(9).         A7PGM19 
005200 01               W-CRIT-LIE    PIC S9(9) USAGE COMP.             A7PGM19 
005300 01               W-LIE-UTIL    PIC S9(9) USAGE COMP.             A7PGM19 
005400 01               W-IND-LIE     PIC S9(4) USAGE COMP.             A7PGM19 
005500 01               W-DAT-DEPART  PICTURE X(10).                    A7PGM19 
005600 01               W-ART-DEPART  PIC S9(9) USAGE COMP.             A7PGM19 
005700 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM19 
005800 01               W-DATE-ISO.                                     A7PGM19 
005900     05           W-ISO-AAAA    PICTURE X(4).                     A7PGM19 
006000     05           FILLER        PICTURE X(1).                     A7PGM19 
006100     05           W-ISO-MM      PICTURE X(2).                     A7PGM19 
006200     05           FILLER        PICTURE X(1).                     A7PGM19 
006300     05           W-ISO-JJ      PICTURE X(2).                     A7PGM19 
006400 01               W-LIGNE-SUIVI.                                  A7PGM19 
006500     05           WL-DATE-JJ    PICTURE X(2).                     A7PGM19 
006600     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM19 
006700     05           WL-DATE-MM    PICTURE X(2).                     A7PGM19 
006800     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM19 
006900     05           WL-DATE-AAAA  PICTURE X(4).                     A7PGM19 
007000     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
007100     05           WL-ID-ARTICLE PICTURE ZZZZZZZZ9.                A7PGM19 
007200     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
007300     05           WL-SUBST      PICTURE ZZZZZZZZZ.                A7PGM19 
007400     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
007500     05           WL-ENTREPOT   PICTURE X(2).                     A7PGM19 
007600     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
007700     05           WL-QTE-DEM    PICTURE ZZZZZZZZ9.                A7PGM19 
007800     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
007900     05           WL-QTE-SERV   PICTURE ZZZZZZZZ9.                A7PGM19 
008000     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
008100     05           WL-QTE-RELI   PICTURE ZZZZZZZZ9.                A7PGM19 
008200     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM19 
008300     05           WL-ETAT       PICTURE X(10).                    A7PGM19 
008400     05           FILLER        PICTURE X(2) VALUE SPACES.        A7PGM19 
008500 01               W-TAB-LIGNES.                                   A7PGM19 
008600     05           W-LIG         PICTURE X(76) OCCURS 10 TIMES.    A7PGM19 
008700******                                                            A7PGM19 
008800      COPY A7MS19.                                                A7PGM19 
008900 LINKAGE SECTION.                                                 A7PGM19 
009000 01               DFHCOMMAREA.                                    A7PGM19 
009100     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM19 
009200     05           CA-NIVEAU     PICTURE X(1).                     A7PGM19 
009300 PROCEDURE DIVISION.                                              A7PGM19 
009400 N01.                                                             A7PGM19 
009500*         NOTE *RECEPTION DE L'ECRAN A7MS19      *.               A7PGM19 
009600 F01.                                                             A7PGM19 
009700     EXEC CICS                                                    A7PGM19 
009800         RECEIVE MAP('A7MS19') MAPSET('A7MS19')                   A7PGM19 
009900                 INTO(A7MAP19I)                                   A7PGM19 
010000     END-EXEC.                                                    A7PGM19 
010100 F01-FN.                                                          A7PGM19 
010200     EXIT.                                                        A7PGM19 
010300 N05.                                                             A7PGM19 
010400*         NOTE *CONTROLE DU DEPARTEMENT PUIS PAGE*.               A7PGM19 
010500 F05.                                                             A7PGM19 
010600     MOVE ACTIONI TO W-ACTION.                                    A7PGM19 
010700     MOVE SPACES TO MESS1O.                                       A7PGM19 
010800     MOVE SPACES TO W-CODE-REJET.                                 A7PGM19 
010900     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM19 
011000     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM19 
011100     IF EIBCALEN < 9                                              A7PGM19 
011200         MOVE 'NON SIGNE - PASSER PAR LA TRANSACTION MEN0'        A7PGM19 
011300             TO MESS1O                                            A7PGM19 
011400         GO TO F05-FN.                                            A7PGM19 
011500     PERFORM F10DEPART THRU F10DEPART-FN.                         A7PGM19 
011600     IF W-CODE-REJET NOT = SPACES                                 A7PGM19 
011700         MOVE W-CODE-REJET TO MESS1O                              A7PGM19 
011800         MOVE SPACES TO LIBDEPO DERNDATO                          A7PGM19 
011900         MOVE ZERO TO DERNARTO                                    A7PGM19 
012000         GO TO F05-FN.                                            A7PGM19 
012100     IF W-ACTION = 'S' AND DERNDATI NOT = SPACES                  A7PGM19 
012200         AND DERNARTI NUMERIC                                     A7PGM19 
012300         MOVE DERNDATI TO W-DAT-DEPART                            A7PGM19 
012400         MOVE DERNARTI TO W-ART-DEPART                            A7PGM19 
012500     ELSE                                                         A7PGM19 
012600         MOVE '9999-12-31' TO W-DAT-DEPART                        A7PGM19 
012700         MOVE ZERO TO W-ART-DEPART.                               A7PGM19 
012800     MOVE '0' TO W-EOF-CUR.                                       A7PGM19 
012900     PERFORM F30OPEN THRU F30OPEN-FN.                             A7PGM19 
013000 F05-10.                                                          A7PGM19 
013100     IF W-EOF-CUR = '1'                                           A7PGM19 
013200         OR W-NB-LIGNES NOT < 10                                  A7PGM19 
013300         GO TO F05-20.                                            A7PGM19 
013400     PERFORM F40FETCH THRU F40FETCH-FN.                           A7PGM19 
013500     IF W-EOF-CUR = '1'                                           A7PGM19 
013600         GO TO F05-10.                                            A7PGM19 
013700     ADD 1 TO W-NB-LIGNES.                                        A7PGM19 
013800     PERFORM F15LIGNE THRU F15LIGNE-FN.                           A7PGM19 
013900     GO TO F05-10.                                                A7PGM19 
014000 F05-20.                                                          A7PGM19 
014100     PERFORM F50CLOSE THRU F50CLOSE-FN.                           A7PGM19 
014200     IF W-CODE-REJET NOT = SPACES                                 A7PGM19 
014300         MOVE W-CODE-REJET TO MESS1O                              A7PGM19 
014400         GO TO F05-FN.                                            A7PGM19 
014500     IF W-NB-LIGNES = ZERO                                        A7PGM19 
014600         MOVE SPACES TO DERNDATO                                  A7PGM19 
014700         MOVE ZERO TO DERNARTO                                    A7PGM19 
014800         IF W-ACTION = 'S'                                        A7PGM19 
014900             MOVE 'FIN DE LISTE' TO MESS1O                        A7PGM19 
015000         ELSE                                                     A7PGM19 
015100             MOVE 'AUCUNE COMMANDE POUR CE DEPARTEMENT'           A7PGM19 
015200                 TO MESS1O                                        A7PGM19 
015300         END-IF                                                   A7PGM19 
015400         GO TO F05-FN.                                            A7PGM19 
015500     MOVE W-DATE-CDE TO DERNDATO.                                 A7PGM19 
015600     MOVE W-ID-ARTICLE OF DCLSUIVICOMMANDE TO DERNARTO.           A7PGM19 
015700     IF W-NB-LIGNES < 10                                          A7PGM19 
015800         MOVE 'FIN DE LISTE' TO MESS1O.                           A7PGM19 
015900 F05-FN.                                                          A7PGM19 
016000     EXIT.                                                        A7PGM19 
016100 N20.                                                             A7PGM19 
016200*         NOTE *RESTITUTION DE L'ECRAN A7MS19     *.              A7PGM19 
016300 F20.                                                             A7PGM19 
016400     MOVE W-LIG (1) TO LIG1O.                                     A7PGM19 
016500     MOVE W-LIG (2) TO LIG2O.                                     A7PGM19 
016600     MOVE W-LIG (3) TO LIG3O.                                     A7PGM19 
016700     MOVE W-LIG (4) TO LIG4O.                                     A7PGM19 
016800     MOVE W-LIG (5) TO LIG5O.                                     A7PGM19 
016900     MOVE W-LIG (6) TO LIG6O.                                     A7PGM19 
017000     MOVE W-LIG (7) TO LIG7O.                                     A7PGM19 
017100     MOVE W-LIG (8) TO LIG8O.                                     A7PGM19 
017200     MOVE W-LIG (9) TO LIG9O.                                     A7PGM19 
017300     MOVE W-LIG (10) TO LIG10O.                                   A7PGM19 
017400     MOVE SPACES TO ACTIONO.                                      A7PGM19 
017500     EXEC CICS                                                    A7PGM19 
017600         SEND MAP('A7MS19') MAPSET('A7MS19')                      A7PGM19 
017700              FROM(A7MAP19O) ERASE                                A7PGM19 
017800     END-EXEC.                                                    A7PGM19 
017900     IF EIBCALEN NOT < 9                                          A7PGM19 
018000         EXEC CICS                                                A7PGM19 
018100             RETURN TRANSID('A7TJ')                               A7PGM19 
018200                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM19 
018300         END-EXEC                                                 A7PGM19 
018400     END-IF.                                                      A7PGM19 
018500     EXEC CICS                                                    A7PGM19 
018600         RETURN TRANSID('A7TJ')                                   A7PGM19 
018700     END-EXEC.                                                    A7PGM19 
018800 F20-FN.                                                          A7PGM19 
018900     EXIT.                                                        A7PGM19 
019000 N10DEPART.                                                       A7PGM19 
019100*         NOTE *DEPARTEMENT AUTORISE A L'AGENT   *.               A7PGM19 
019200 F10DEPART.                                                       A7PGM19 
019300     MOVE LIEI TO W-LIE-X.                                        A7PGM19 
019400     IF CA-NIVEAU = '2'                                           A7PGM19 
019500         GO TO F10DEPART-10.                                      A7PGM19 
019600     MOVE CA-UTILISATEUR TO W-ID-UTILISATEUR.                     A7PGM19 
019700     EXEC SQL                                                     A7PGM19 
019800         SELECT LIE                                               A7PGM19 
019900           INTO :W-LIE-UTIL :W-IND-LIE                            A7PGM19 
020000           FROM API7.UTILISATEUR                                  A7PGM19 
020100          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                A7PGM19 
020200     END-EXEC.                                                    A7PGM19 
020300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  A7PGM19 
020400         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM19 
020500         GO TO F10DEPART-FN.                                      A7PGM19 
020600     IF SQLCODE = 100 OR W-IND-LIE < ZERO                         A7PGM19 
020700         MOVE 'AUCUN DEPARTEMENT RATTACHE A L''UTILISATEUR'       A7PGM19 
020800             TO W-CODE-REJET                                      A7PGM19 
020900         GO TO F10DEPART-FN.                                      A7PGM19 
021000     IF W-LIE-X = SPACES                                          A7PGM19 
021100         MOVE W-LIE-UTIL TO W-LIE-N                               A7PGM19 
021200         GO TO F10DEPART-10.                                      A7PGM19 
021300     IF W-LIE-X NOT NUMERIC                                       A7PGM19 
021400         OR W-LIE-N NOT = W-LIE-UTIL                              A7PGM19 
021500         MOVE 'CONSULTATION LIMITEE A VOTRE DEPARTEMENT'          A7PGM19 
021600             TO W-CODE-REJET                                      A7PGM19 
021700         GO TO F10DEPART-FN.                                      A7PGM19 
021800 F10DEPART-10.                                                    A7PGM19 
021900     IF W-LIE-X NOT NUMERIC                                       A7PGM19 
022000         OR W-LIE-N = ZERO                                        A7PGM19 
022100         MOVE 'NUMERO DE DEPARTEMENT INVALIDE' TO W-CODE-REJET    A7PGM19 
022200         GO TO F10DEPART-FN.                                      A7PGM19 
022300     MOVE W-LIE-N TO W-CRIT-LIE.                                  A7PGM19 
022400     MOVE W-LIE-N TO LIEO.                                        A7PGM19 
022500     MOVE W-CRIT-LIE TO W-LIE OF DCLDEPARTEMENTS.                 A7PGM19 
022600     EXEC SQL                                                     A7PGM19 
022700         SELECT LIB                                               A7PGM19 
022800           INTO :W-LIB                                            A7PGM19 
022900           FROM API7.DEPARTEMENTS                                 A7PGM19 
023000          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   A7PGM19 
023100     END-EXEC.                                                    A7PGM19 
023200     EVALUATE SQLCODE                                             A7PGM19 
023300         WHEN ZERO                                                A7PGM19 
023400             MOVE W-LIB TO LIBDEPO                                A7PGM19 
023500         WHEN 100                                                 A7PGM19 
023600             MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET           A7PGM19 
023700         WHEN OTHER                                               A7PGM19 
023800             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM19 
023900     END-EVALUATE.                                                A7PGM19 
024000 F10DEPART-FN.                                                    A7PGM19 
024100     EXIT.                                                        A7PGM19 
024200 N15LIGNE.                                                        A7PGM19 
024300*         NOTE *MISE EN FORME D'UNE LIGNE        *.               A7PGM19 
024400 F15LIGNE.                                                        A7PGM19 
024500     MOVE W-DATE-CDE TO W-DATE-ISO.                               A7PGM19 
024600     MOVE W-ISO-JJ TO WL-DATE-JJ.                                 A7PGM19 
024700     MOVE W-ISO-MM TO WL-DATE-MM.                                 A7PGM19 
024800     MOVE W-ISO-AAAA TO WL-DATE-AAAA.                             A7PGM19 
024900     MOVE W-ID-ARTICLE OF DCLSUIVICOMMANDE TO WL-ID-ARTICLE.      A7PGM19 
025000     MOVE W-ID-ARTICLE-SUBST TO WL-SUBST.                         A7PGM19 
025100     MOVE W-ID-ENTREPOT TO WL-ENTREPOT.                           A7PGM19 
025200     MOVE W-QTE-DEM TO WL-QTE-DEM.                                A7PGM19 
025300     MOVE W-QTE-SERV TO WL-QTE-SERV.                              A7PGM19 
025400     MOVE W-QTE-RELI TO WL-QTE-RELI.                              A7PGM19 
025500     EVALUATE W-ETAT OF DCLSUIVICOMMANDE                          A7PGM19 
025600         WHEN 'E'                                                 A7PGM19 
025700             MOVE 'SAISIE' TO WL-ETAT                             A7PGM19 
025800         WHEN 'S'                                                 A7PGM19 
025900             MOVE 'SERVIE' TO WL-ETAT                             A7PGM19 
026000         WHEN 'P'                                                 A7PGM19 
026100             MOVE 'PARTIELLE' TO WL-ETAT                          A7PGM19 
026200         WHEN 'R'                                                 A7PGM19 
026300             MOVE 'RELIQUAT' TO WL-ETAT                           A7PGM19 
026400         WHEN 'C'                                                 A7PGM19 
026500             MOVE 'PREPAREE' TO WL-ETAT                           A7PGM19 
026600         WHEN 'X'                                                 A7PGM19 
026700             MOVE 'EXPEDIEE' TO WL-ETAT                           A7PGM19 
026800         WHEN 'A'                                                 A7PGM19 
026900             MOVE 'ANNULEE' TO WL-ETAT                            A7PGM19 
027000         WHEN OTHER                                               A7PGM19 
027100             MOVE W-ETAT OF DCLSUIVICOMMANDE TO WL-ETAT           A7PGM19 
027200     END-EVALUATE.                                                A7PGM19 
027300     MOVE W-LIGNE-SUIVI TO W-LIG (W-NB-LIGNES).                   A7PGM19 
027400 F15LIGNE-FN.                                                     A7PGM19 
027500     EXIT.                                                        A7PGM19 
027600 N30OPEN.                                                         A7PGM19 
027700*         NOTE *OUVERTURE DU CURSEUR DE SUIVI    *.               A7PGM19 
027800 F30OPEN.                                                         A7PGM19 
027900     EXEC SQL                                                     A7PGM19 
028000         OPEN C-SUIVI                                             A7PGM19 
028100     END-EXEC.                                                    A7PGM19 
028200     IF SQLCODE NOT = ZERO                                        A7PGM19 
028300         MOVE '1' TO W-EOF-CUR                                    A7PGM19 
028400         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM19 
028500 F30OPEN-FN.                                                      A7PGM19 
028600     EXIT.                                                        A7PGM19 
028700 N40FETCH.                                                        A7PGM19 
028800*         NOTE *LECTURE D'UNE LIGNE DE COMMANDE  *.               A7PGM19 
028900 F40FETCH.                                                        A7PGM19 
029000     EXEC SQL                                                     A7PGM19 
029100         FETCH C-SUIVI                                            A7PGM19 
029200           INTO :W-DATE-CDE,                                      A7PGM19 
029300                :W-ID-ARTICLE OF DCLSUIVICOMMANDE,                A7PGM19 
029400                :W-QTE-DEM, :W-QTE-SERV, :W-QTE-RELI,             A7PGM19 
029500                :W-ID-ENTREPOT,                                   A7PGM19 
029600                :W-ID-ARTICLE-SUBST,                              A7PGM19 
029700                :W-ETAT OF DCLSUIVICOMMANDE                       A7PGM19 
029800     END-EXEC.                                                    A7PGM19 
029900     EVALUATE SQLCODE                                             A7PGM19 
030000         WHEN ZERO                                                A7PGM19 
030100             CONTINUE                                             A7PGM19 
030200         WHEN 100                                                 A7PGM19 
030300             MOVE '1' TO W-EOF-CUR                                A7PGM19 
030400         WHEN OTHER                                               A7PGM19 
030500             MOVE '1' TO W-EOF-CUR                                A7PGM19 
030600             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM19 
030700     END-EVALUATE.                                                A7PGM19 
030800 F40FETCH-FN.                                                     A7PGM19 
030900     EXIT.                                                        A7PGM19 
031000 N50CLOSE.                                                        A7PGM19 
031100*         NOTE *FERMETURE DU CURSEUR DE SUIVI    *.               A7PGM19 
031200 F50CLOSE.                                                        A7PGM19 
031300     EXEC SQL                                                     A7PGM19 
031400         CLOSE C-SUIVI                                            A7PGM19 
031500     END-EXEC.                                                    A7PGM19 
031600 F50CLOSE-FN.                                                     A7PGM19 
031700     EXIT.                                                        A7PGM19 
031800 N90ERRSQL.                                                       A7PGM19 
031900*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM19 
032000 F90ERRSQL.                                                       A7PGM19 
032100     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM19 
032200     MOVE SPACES TO W-CODE-REJET.                                 A7PGM19 
032300     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM19 
032400         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM19 
032500 F90ERRSQL-FN.                                                    A7PGM19 
032600     EXIT.                                                        A7PGM19 
