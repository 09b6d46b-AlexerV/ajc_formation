000100 IDENTIFICATION DIVISION.                                         A7PGM23 
000200 PROGRAM-ID.  A7PGM23.                                            A7PGM23 
000300 AUTHOR.         maintenance codes EAN article en ligne.          A7PGM23 
000400 ENVIRONMENT DIVISION.                                            A7PGM23 
000500 DATA DIVISION.                                                   A7PGM23 
000600 WORKING-STORAGE SECTION.                                         A7PGM23 
000700      EXEC SQL                                                    A7PGM23 
000800         INCLUDE SQLCA                                            A7PGM23 
000900      END-EXEC.                                                   A7PGM23 
001000*****                                                             A7PGM23 
001100      EXEC SQL                                                    A7PGM23 
001200         INCLUDE ARTICLE                                          A7PGM23 
001300      END-EXEC.                                                   A7PGM23 
001400*****                                                             A7PGM23 
001500      EXEC SQL                                                    A7PGM23 
001600         INCLUDE ARTEAN                                           A7PGM23 
001700      END-EXEC.                                                   A7PGM23 
001800******                                                            A7PGM23 
001900      EXEC SQL                                                    A7PGM23 
002000         DECLARE C-EAN CURSOR FOR                                 A7PGM23 
002100         SELECT CODE_EAN, CHAR(DATE_MAJ, ISO)                     A7PGM23 
002200           FROM API7.ARTICLE_EAN                                  A7PGM23 
002300          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLEEAN       A7PGM23 
002400          ORDER BY CODE_EAN                                       A7PGM23 
002500      END-EXEC.                                                   A7PGM23 
002600******                                                            A7PGM23 
002700 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM23'.     A7PGM23 
002800 01               W-SQLCODE     PIC +++9.                         A7PGM23 
002900 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM23 
003000 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM23 
003100 01               W-ACTION      PICTURE X(1).                     A7PGM23 
003200 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM23 
003300 01               W-ARTEDIT     PICTURE ZZZZZZZZ9.                A7PGM23 
003400 01               W-LIGNE-EAN.                                    A7PGM23 
003500     05           WL-CODE-EAN   PICTURE X(13).                    A7PGM23 
003600     05           FILLER        PICTURE X(4) VALUE ' DU '.        A7PGM23 
003700     05           WL-DATE-MAJ   PICTURE X(10).                    A7PGM23 
003800     05           FILLER        PICTURE X(13) VALUE SPACES.       A7PGM23 
003900 01               W-TAB-LIGNES.                                   A7PGM23 
004000     05           W-LIG         PICTURE X(40) OCCURS 8 TIMES.     A7PGM23 
004100      COPY EANCOM.                                                A7PGM23 
004200******                                                            A7PGM23 
004300      COPY A7MS23.                                                A7PGM23 
004400 LINKAGE SECTION.                                                 A7PGM23 
004500 01               DFHCOMMAREA.                                    A7PGM23 
004600     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM23 
004700     05           CA-NIVEAU     PICTURE X(1).                     A7PGM23 
004800 PROCEDURE DIVISION.                                              A7PGM23 
004900 N01.                                                             A7PGM23 
005000*         NOTE *RECEPTION DE L'ECRAN A7MS23      *.               A7PGM23 
005100 F01.                                                             A7PGM23 
005200     EXEC CICS                                                    A7PGM23 
005300         RECEIVE MAP('A7MS23') MAPSET('A7MS23')                   A7PGM23 
005400                 INTO(A7MAP23I)                                   A7PGM23 
005500     END-EXEC.                                                    A7PGM23 
005600 F01-FN.                                                          A7PGM23 
005700     EXIT.                                                        A7PGM23 
005800 N05.                                                             A7PGM23 
005900*         NOTE *AIGUILLAGE SELON LE CODE ACTION  *.               A7PGM23 
006000 F05.                                                             A7PGM23 
006100     MOVE ACTIONI TO W-ACTION.                                    A7PGM23 
006200     MOVE SPACES TO MESS1O.                                       A7PGM23 
006300     MOVE SPACES TO W-CODE-REJET.                                 A7PGM23 
006400     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM23 
006500     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM23 
006600     IF EIBCALEN < 9                                              A7PGM23 
006700         MOVE 'NON SIGNE - PASSER PAR LA TRANSACTION MEN0'        A7PGM23 
006800             TO MESS1O                                            A7PGM23 
006900         GO TO F05-FN.                                            A7PGM23 
007000     EVALUATE W-ACTION                                            A7PGM23 
007100         WHEN 'I'                                                 A7PGM23 
007200             PERFORM F10INTER THRU F10INTER-FN                    A7PGM23 
007300         WHEN 'C'                                                 A7PGM23 
007400             PERFORM F11CREER THRU F11CREER-FN                    A7PGM23 
007500         WHEN 'S'                                                 A7PGM23 
007600             PERFORM F13SUPPR THRU F13SUPPR-FN                    A7PGM23 
007700         WHEN OTHER                                               A7PGM23 
007800             MOVE 'ACTION INVALIDE - I, C OU S' TO MESS1O         A7PGM23 
007900     END-EVALUATE.                                                A7PGM23 
008000     IF W-CODE-REJET NOT = SPACES                                 A7PGM23 
008100         MOVE W-CODE-REJET TO MESS1O.                             A7PGM23 
008200 F05-FN.                                                          A7PGM23 
008300     EXIT.                                                        A7PGM23 
008400 N20.                                                             A7PGM23 
008500*         NOTE *RESTITUTION DE L'ECRAN A7MS23     *.              A7PGM23 
008600 F20.                                                             A7PGM23 
008700     MOVE W-LIG (1) TO LIG1O.                                     A7PGM23 
008800     MOVE W-LIG (2) TO LIG2O.                                     A7PGM23 
008900     MOVE W-LIG (3) TO LIG3O.                                     A7PGM23 
009000     MOVE W-LIG (4) TO LIG4O.                                     A7PGM23 
009100     MOVE W-LIG (5) TO LIG5O.                                     A7PGM23 
009200     MOVE W-LIG (6) TO LIG6O.                                     A7PGM23 
009300     MOVE W-LIG (7) TO LIG7O.                                     A7PGM23 
009400     MOVE W-LIG (8) TO LIG8O.                                     A7PGM23 
009500     MOVE SPACES TO ACTIONO.                                      A7PGM23 
009600     EXEC CICS                                                    A7PGM23 
009700         SEND MAP('A7MS23') MAPSET('A7MS23')                      A7PGM23 
009800              FROM(A7MAP23O) ERASE                                A7PGM23 
009900     END-EXEC.                                                    A7PGM23 
010000     IF EIBCALEN NOT < 9                                          A7PGM23 
010100         EXEC CICS                                                A7PGM23 
010200             RETURN TRANSID('A7TN')                               A7PGM23 
010300                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM23 
010400         END-EXEC                                                 A7PGM23 
010500     END-IF.                                                      A7PGM23 
010600     EXEC CICS                                                    A7PGM23 
010700         RETURN TRANSID('A7TN')                                   A7PGM23 
010800     END-EXEC.                                                    A7PGM23 
010900 F20-FN.                                                          A7PGM23 
011000     EXIT.                                                        A7PGM23 
011100 N10INTER.                                                        A7PGM23 
011200*         NOTE *CODES EAN D'UN ARTICLE           *.               A7PGM23 
011300 F10INTER.                                                        A7PGM23 
011400     IF CODEANL > ZERO AND CODEANI NOT = SPACES                   A7PGM23 
011500         PERFORM F31EAN THRU F31EAN-FN                            A7PGM23 
011600         IF W-CODE-REJET NOT = SPACES                             A7PGM23 
011700             GO TO F10INTER-FN                                    A7PGM23 
011800         ELSE                                                     A7PGM23 
011900             MOVE EAN-ID-ARTICLE TO IDARTI                        A7PGM23 
012000         END-IF                                                   A7PGM23 
012100     END-IF.                                                      A7PGM23 
012200     PERFORM F30ARTICLE THRU F30ARTICLE-FN.                       A7PGM23 
012300     IF W-CODE-REJET NOT = SPACES                                 A7PGM23 
012400         GO TO F10INTER-FN.                                       A7PGM23 
012500     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM23 
012600     IF W-NB-LIGNES = ZERO                                        A7PGM23 
012700         AND W-CODE-REJET = SPACES                                A7PGM23 
012800         MOVE 'AUCUN CODE EAN POUR CET ARTICLE' TO MESS1O.        A7PGM23 
012900 F10INTER-FN.                                                     A7PGM23 
013000     EXIT.                                                        A7PGM23 
013100 N11CREER.                                                        A7PGM23 
013200*         NOTE *AJOUT D'UN CODE EAN A L'ARTICLE  *.               A7PGM23 
013300 F11CREER.                                                        A7PGM23 
013400     PERFORM F30ARTICLE THRU F30ARTICLE-FN.                       A7PGM23 
013500     IF W-CODE-REJET NOT = SPACES                                 A7PGM23 
013600         GO TO F11CREER-FN.                                       A7PGM23 
013700     IF CODEANL = ZERO OR CODEANI = SPACES                        A7PGM23 
013800         MOVE 'CODE EAN OBLIGATOIRE' TO W-CODE-REJET              A7PGM23 
013900         GO TO F11CREER-FN.                                       A7PGM23 
014000     MOVE CODEANI TO EAN-CODE.                                    A7PGM23 
014100     MOVE 'C' TO EAN-FONCTION.                                    A7PGM23 
014200     CALL 'CTLEAN' USING EAN-CONTROLE.                            A7PGM23 
014300     IF EAN-CODE-RETOUR NOT = ZERO                                A7PGM23 
014400         MOVE 'CODE EAN INVALIDE (FORMAT OU CLE DE CONTROLE)'     A7PGM23 
014500             TO W-CODE-REJET                                      A7PGM23 
014600         GO TO F11CREER-FN.                                       A7PGM23 
014700     MOVE CODEANI TO W-CODE-EAN.                                  A7PGM23 
014800     EXEC SQL                                                     A7PGM23 
014900         INSERT INTO API7.ARTICLE_EAN                             A7PGM23 
015000                (CODE_EAN, ID_ARTICLE, DATE_MAJ)                  A7PGM23 
015100         VALUES (:W-CODE-EAN,                                     A7PGM23 
015200                 :W-ID-ARTICLE OF DCLARTICLEEAN,                  A7PGM23 
015300                 CURRENT DATE)                                    A7PGM23 
015400     END-EXEC.                                                    A7PGM23 
015500     EVALUATE SQLCODE                                             A7PGM23 
015600         WHEN ZERO                                                A7PGM23 
015700             MOVE 'CODE EAN CREE' TO MESS1O                       A7PGM23 
015800         WHEN -803                                                A7PGM23 
015900             PERFORM F31EAN THRU F31EAN-FN                        A7PGM23 
016000             MOVE EAN-ID-ARTICLE TO W-ARTEDIT                     A7PGM23 
016100             STRING 'CODE EAN DEJA ATTRIBUE A L''ARTICLE '        A7PGM23 
016200                    W-ARTEDIT DELIMITED BY SIZE                   A7PGM23 
016300                    INTO W-CODE-REJET                             A7PGM23 
016400         WHEN OTHER                                               A7PGM23 
016500             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM23 
016600     END-EVALUATE.                                                A7PGM23 
016700     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM23 
016800 F11CREER-FN.                                                     A7PGM23 
016900     EXIT.                                                        A7PGM23 
017000 N13SUPPR.                                                        A7PGM23 
017100*         NOTE *RETRAIT D'UN CODE EAN DE L'ARTICLE*.              A7PGM23 
017200 F13SUPPR.                                                        A7PGM23 
017300     PERFORM F30ARTICLE THRU F30ARTICLE-FN.                       A7PGM23 
017400     IF W-CODE-REJET NOT = SPACES                                 A7PGM23 
017500         GO TO F13SUPPR-FN.                                       A7PGM23 
017600     IF CODEANL = ZERO OR CODEANI = SPACES                        A7PGM23 
017700         MOVE 'CODE EAN OBLIGATOIRE' TO W-CODE-REJET              A7PGM23 
017800         GO TO F13SUPPR-FN.                                       A7PGM23 
017900     MOVE CODEANI TO W-CODE-EAN.                                  A7PGM23 
018000     EXEC SQL                                                     A7PGM23 
018100         DELETE FROM API7.ARTICLE_EAN                             A7PGM23 
018200          WHERE CODE_EAN = :W-CODE-EAN                            A7PGM23 
018300            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLEEAN       A7PGM23 
018400     END-EXEC.                                                    A7PGM23 
018500     EVALUATE SQLCODE                                             A7PGM23 
018600         WHEN ZERO                                                A7PGM23 
018700             MOVE 'CODE EAN SUPPRIME' TO MESS1O                   A7PGM23 
018800             MOVE SPACES TO CODEANO                               A7PGM23 
018900         WHEN 100                                                 A7PGM23 
019000             MOVE 'CODE EAN INCONNU POUR CET ARTICLE'             A7PGM23 
019100                 TO W-CODE-REJET                                  A7PGM23 
019200         WHEN OTHER                                               A7PGM23 
019300             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM23 
019400     END-EVALUATE.                                                A7PGM23 
019500     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM23 
019600 F13SUPPR-FN.                                                     A7PGM23 
019700     EXIT.                                                        A7PGM23 
019800 N15LISTE.                                                        A7PGM23 
019900*         NOTE *LISTE DES CODES EAN DE L'ARTICLE *.               A7PGM23 
020000 F15LISTE.                                                        A7PGM23 
020100     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM23 
020200     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM23 
020300     MOVE '0' TO W-EOF-CUR.                                       A7PGM23 
020400     EXEC SQL                                                     A7PGM23 
020500         OPEN C-EAN                                               A7PGM23 
020600     END-EXEC.                                                    A7PGM23 
020700     IF SQLCODE NOT = ZERO                                        A7PGM23 
020800         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM23 
020900         GO TO F15LISTE-FN.                                       A7PGM23 
021000 F15LISTE-10.                                                     A7PGM23 
021100     IF W-EOF-CUR = '1'                                           A7PGM23 
021200         GO TO F15LISTE-20.                                       A7PGM23 
021300     EXEC SQL                                                     A7PGM23 
021400         FETCH C-EAN INTO :W-CODE-EAN, :W-DATE-MAJ                A7PGM23 
021500     END-EXEC.                                                    A7PGM23 
021600     EVALUATE SQLCODE                                             A7PGM23 
021700         WHEN ZERO                                                A7PGM23 
021800             IF W-NB-LIGNES < 8                                   A7PGM23 
021900                 ADD 1 TO W-NB-LIGNES                             A7PGM23 
022000                 MOVE W-CODE-EAN TO WL-CODE-EAN                   A7PGM23 
022100                 MOVE W-DATE-MAJ TO WL-DATE-MAJ                   A7PGM23 
022200                 MOVE W-LIGNE-EAN TO W-LIG (W-NB-LIGNES)          A7PGM23 
022300             ELSE                                                 A7PGM23 
022400                 MOVE '1' TO W-EOF-CUR                            A7PGM23 
022500                 IF MESS1O = SPACES                               A7PGM23 
022600                     MOVE 'PLUS DE 8 CODES EAN - LISTE TRONQUEE'  A7PGM23 
022700                         TO MESS1O                                A7PGM23 
022800                 END-IF                                           A7PGM23 
022900             END-IF                                               A7PGM23 
023000         WHEN 100                                                 A7PGM23 
023100             MOVE '1' TO W-EOF-CUR                                A7PGM23 
023200         WHEN OTHER                                               A7PGM23 
023300             MOVE '1' TO W-EOF-CUR                                A7PGM23 
023400             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM23 
023500     END-EVALUATE.                                                A7PGM23 
023600     GO TO F15LISTE-10.                                           A7PGM23 
023700 F15LISTE-20.                                                     A7PGM23 
023800     EXEC SQL                                                     A7PGM23 
023900         CLOSE C-EAN                                              A7PGM23 
024000     END-EXEC.                                                    A7PGM23 
024100 F15LISTE-FN.                                                     A7PGM23 
024200     EXIT.                                                        A7PGM23 
024300 N30ARTICLE.                                                      A7PGM23 
024400*         NOTE *CONTROLE DE L'ARTICLE SAISI      *.               A7PGM23 
024500 F30ARTICLE.                                                      A7PGM23 
024600     MOVE SPACES TO DESIGO.                                       A7PGM23 
024700     IF IDARTI NOT NUMERIC OR IDARTI = ZERO                       A7PGM23 
024800         MOVE 'NUMERO ARTICLE OU CODE EAN OBLIGATOIRE'            A7PGM23 
024900             TO W-CODE-REJET                                      A7PGM23 
025000         GO TO F30ARTICLE-FN.                                     A7PGM23 
025100     MOVE IDARTI TO W-ID-ARTICLE OF DCLARTICLE.                   A7PGM23 
025200     MOVE IDARTI TO W-ID-ARTICLE OF DCLARTICLEEAN.                A7PGM23 
025300     EXEC SQL                                                     A7PGM23 
025400         SELECT DESIGNATION                                       A7PGM23 
025500           INTO :W-DESIGNATION                                    A7PGM23 
025600           FROM API7.ARTICLE                                      A7PGM23 
025700          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          A7PGM23 
025800     END-EXEC.                                                    A7PGM23 
025900     EVALUATE SQLCODE                                             A7PGM23 
026000         WHEN ZERO                                                A7PGM23 
026100             MOVE W-DESIGNATION TO DESIGO                         A7PGM23 
026200         WHEN 100                                                 A7PGM23 
026300             MOVE 'ARTICLE INCONNU' TO W-CODE-REJET               A7PGM23 
026400         WHEN OTHER                                               A7PGM23 
026500             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM23 
026600     END-EVALUATE.                                                A7PGM23 
026700 F30ARTICLE-FN.                                                   A7PGM23 
026800     EXIT.                                                        A7PGM23 
026900 N31EAN.                                                          A7PGM23 
027000*         NOTE *RECHERCHE DE L'ARTICLE PAR SON CODE EAN*.         A7PGM23 
027100 F31EAN.                                                          A7PGM23 
027200     MOVE CODEANI TO EAN-CODE.                                    A7PGM23 
027300     MOVE 'R' TO EAN-FONCTION.                                    A7PGM23 
027400     CALL 'CTLEAN' USING EAN-CONTROLE.                            A7PGM23 
027500     EVALUATE EAN-CODE-RETOUR                                     A7PGM23 
027600         WHEN ZERO                                                A7PGM23 
027700             CONTINUE                                             A7PGM23 
027800         WHEN 4                                                   A7PGM23 
027900             MOVE 'CODE EAN INVALIDE' TO W-CODE-REJET             A7PGM23 
028000         WHEN 8                                                   A7PGM23 
028100             MOVE 'CODE EAN INCONNU' TO W-CODE-REJET              A7PGM23 
028200         WHEN OTHER                                               A7PGM23 
028300             MOVE EAN-SQLCODE TO W-SQLCODE                        A7PGM23 
028400             STRING 'ERREUR LECTURE CODE EAN SQLCODE = '          A7PGM23 
028500                    W-SQLCODE DELIMITED BY SIZE                   A7PGM23 
028600                    INTO W-CODE-REJET                             A7PGM23 
028700     END-EVALUATE.                                                A7PGM23 
028800 F31EAN-FN.                                                       A7PGM23 
028900     EXIT.                                                        A7PGM23 
029000 N90ERRSQL.                                                       A7PGM23 
029100*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM23 
029200 F90ERRSQL.                                                       A7PGM23 
029300     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM23 
029400     MOVE SPACES TO W-CODE-REJET.                                 A7PGM23 
029500     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM23 
029600         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM23 
029700 F90ERRSQL-FN.                                                    A7PGM23 
029800     EXIT.                                                        A7PGM23 
