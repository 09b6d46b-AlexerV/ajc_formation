000100 IDENTIFICATION DIVISION.                                         A7PGM26 
000200 PROGRAM-ID.  A7PGM26.                                            A7PGM26 
000300 AUTHOR.         maintenance motifs d'ajustement.                 A7PGM26 
000400 ENVIRONMENT DIVISION.                                            A7PGM26 
000500 DATA DIVISION.                                                   A7PGM26 
000600 WORKING-STORAGE SECTION.                                         A7PGM26 
000700      EXEC SQL                                                    A7PGM26 
000800         INCLUDE SQLCA                                            A7PGM26 
000900      END-EXEC.                                                   A7PGM26 
001000*****                                                             A7PGM26 
001100      EXEC SQL                                                    A7PGM26 
001200         INCLUDE MOTAJUS                                          A7PGM26 
001300      END-EXEC.                                                   A7PGM26 
001400******                                                            A7PGM26 
001500      EXEC SQL                                                    A7PGM26 
001600         DECLARE C-MOT CURSOR FOR                                 A7PGM26 
001700         SELECT CODE_MOTIF, LIB_MOTIF, ACTIF                      A7PGM26 
001800           FROM API7.MOTIF_AJUSTEMENT                             A7PGM26 
001900          WHERE CODE_MOTIF >= :W-CODE-MOTIF                       A7PGM26 
002000          ORDER BY CODE_MOTIF                                     A7PGM26 
002100      END-EXEC.                                                   A7PGM26 
002200******                                                            A7PGM26 
002300 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM26'.     A7PGM26 
002400 01               W-SQLCODE     PIC +++9.                         A7PGM26 
002500 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM26 
002600 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM26 
002700 01               W-ACTION      PICTURE X(1).                     A7PGM26 
002800 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM26 
002900 01               W-CODE-SAISI  PICTURE X(3).                     A7PGM26 
003000 01               W-CNT-MVT     PIC S9(9) USAGE COMP.             A7PGM26 
003100 01               W-CNT-CPT     PIC S9(9) USAGE COMP.             A7PGM26 
003200 01               W-LIGNE-MOT.                                    A7PGM26 
003300     05           WL-CODE       PICTURE X(3).                     A7PGM26 
003400     05           FILLER        PICTURE X(3) VALUE SPACES.        A7PGM26 
003500     05           WL-LIB        PICTURE X(20).                    A7PGM26 
003600     05           FILLER        PICTURE X(3) VALUE SPACES.        A7PGM26 
003700     05           WL-ACTIF      PICTURE X(1).                     A7PGM26 
003800     05           FILLER        PICTURE X(10) VALUE SPACES.       A7PGM26 
003900 01               W-TAB-LIGNES.                                   A7PGM26 
004000     05           W-LIG         PICTURE X(40) OCCURS 8 TIMES.     A7PGM26 
004100******                                                            A7PGM26 
004200      COPY A7MS26.                                                A7PGM26 
004300 LINKAGE SECTION.                                                 A7PGM26 
004400 01               DFHCOMMAREA.                                    A7PGM26 
004500     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM26 
004600     05           CA-NIVEAU     PICTURE X(1).                     A7PGM26 
004700 PROCEDURE DIVISION.                                              A7PGM26 
004800 N01.                                                             A7PGM26 
004900*         NOTE *RECEPTION DE L'ECRAN A7MS26      *.               A7PGM26 
005000 F01.                                                             A7PGM26 
005100     EXEC CICS                                                    A7PGM26 
005200         RECEIVE MAP('A7MS26') MAPSET('A7MS26')                   A7PGM26 
005300                 INTO(A7MAP26I)                                   A7PGM26 
005400     END-EXEC.                                                    A7PGM26 
005500 F01-FN.                                                          A7PGM26 
005600     EXIT.                                                        A7PGM26 
005700 N05.                                                             A7PGM26 
005800*         NOTE *CONTROLE NIVEAU PUIS AIGUILLAGE  *.               A7PGM26 
005900 F05.                                                             A7PGM26 
006000     MOVE ACTIONI TO W-ACTION.                                    A7PGM26 
006100     MOVE SPACES TO MESS1O.                                       A7PGM26 
006200     MOVE SPACES TO W-CODE-REJET.                                 A7PGM26 
006300     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM26 
006400     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM26 
006500     IF EIBCALEN < 9 OR CA-NIVEAU NOT = '2'                       A7PGM26 
006600         MOVE 'FONCTION RESERVEE A LA MAITRISE' TO MESS1O         A7PGM26 
006700         GO TO F05-FN.                                            A7PGM26 
006800     IF CODMOTL = ZERO OR CODMOTI = SPACES                        A7PGM26 
006900         MOVE 'CODE MOTIF OBLIGATOIRE' TO MESS1O                  A7PGM26 
007000         GO TO F05-FN.                                            A7PGM26 
007100     MOVE CODMOTI TO W-CODE-SAISI.                                A7PGM26 
007200     MOVE CODMOTI TO W-CODE-MOTIF.                                A7PGM26 
007300     EVALUATE W-ACTION                                            A7PGM26 
007400         WHEN 'I'                                                 A7PGM26 
007500             PERFORM F10INTER THRU F10INTER-FN                    A7PGM26 
007600         WHEN 'C'                                                 A7PGM26 
007700             PERFORM F11CREER THRU F11CREER-FN                    A7PGM26 
007800         WHEN 'M'                                                 A7PGM26 
007900             PERFORM F12MODIF THRU F12MODIF-FN                    A7PGM26 
008000         WHEN 'S'                                                 A7PGM26 
008100             PERFORM F13SUPPR THRU F13SUPPR-FN                    A7PGM26 
008200         WHEN OTHER                                               A7PGM26 
008300             MOVE 'ACTION INVALIDE - I, C, M OU S' TO MESS1O      A7PGM26 
008400     END-EVALUATE.                                                A7PGM26 
008500     IF W-CODE-REJET NOT = SPACES                                 A7PGM26 
008600         MOVE W-CODE-REJET TO MESS1O.                             A7PGM26 
008700 F05-FN.                                                          A7PGM26 
008800     EXIT.                                                        A7PGM26 
008900 N20.                                                             A7PGM26 
009000*         NOTE *RESTITUTION DE L'ECRAN A7MS26     *.              A7PGM26 
009100 F20.                                                             A7PGM26 
009200     MOVE W-LIG (1) TO LIG1O.                                     A7PGM26 
009300     MOVE W-LIG (2) TO LIG2O.                                     A7PGM26 
009400     MOVE W-LIG (3) TO LIG3O.                                     A7PGM26 
009500     MOVE W-LIG (4) TO LIG4O.                                     A7PGM26 
009600     MOVE W-LIG (5) TO LIG5O.                                     A7PGM26 
009700     MOVE W-LIG (6) TO LIG6O.                                     A7PGM26 
009800     MOVE W-LIG (7) TO LIG7O.                                     A7PGM26 
009900     MOVE W-LIG (8) TO LIG8O.                                     A7PGM26 
010000     MOVE SPACES TO ACTIONO.                                      A7PGM26 
010100     EXEC CICS                                                    A7PGM26 
010200         SEND MAP('A7MS26') MAPSET('A7MS26')                      A7PGM26 
010300              FROM(A7MAP26O) ERASE                                A7PGM26 
010400     END-EXEC.                                                    A7PGM26 
010500     IF EIBCALEN NOT < 9                                          A7PGM26 
010600         EXEC CICS                                                A7PGM26 
010700             RETURN TRANSID('A7TQ')                               A7PGM26 
010800                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM26 
010900         END-EXEC                                                 A7PGM26 
011000     END-IF.                                                      A7PGM26 
011100     EXEC CICS                                                    A7PGM26 
011200         RETURN TRANSID('A7TQ')                                   A7PGM26 
011300     END-EXEC.                                                    A7PGM26 
011400 F20-FN.                                                          A7PGM26 
011500     EXIT.                                                        A7PGM26 
011600 N10INTER.                                                        A7PGM26 
011700*         NOTE *AFFICHAGE D'UN MOTIF ET SUIVANTS *.               A7PGM26 
011800 F10INTER.                                                        A7PGM26 
011900     PERFORM F30LECTURE THRU F30LECTURE-FN.                       A7PGM26 
012000     IF W-CODE-REJET NOT = SPACES                                 A7PGM26 
012100         GO TO F10INTER-FN.                                       A7PGM26 
012200     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM26 
012300 F10INTER-FN.                                                     A7PGM26 
012400     EXIT.                                                        A7PGM26 
012500 N11CREER.                                                        A7PGM26 
012600*         NOTE *CREATION D'UN MOTIF              *.               A7PGM26 
012700 F11CREER.                                                        A7PGM26 
012800     PERFORM F31VALID THRU F31VALID-FN.                           A7PGM26 
012900     IF W-CODE-REJET NOT = SPACES                                 A7PGM26 
013000         GO TO F11CREER-FN.                                       A7PGM26 
013100     EXEC SQL                                                     A7PGM26 
013200         INSERT INTO API7.MOTIF_AJUSTEMENT                        A7PGM26 
013300                (CODE_MOTIF, LIB_MOTIF, ACTIF)                    A7PGM26 
013400         VALUES (:W-CODE-MOTIF, :W-LIB-MOTIF, :W-ACTIF)           A7PGM26 
013500     END-EXEC.                                                    A7PGM26 
013600     EVALUATE SQLCODE                                             A7PGM26 
013700         WHEN ZERO                                                A7PGM26 
013800             MOVE 'MOTIF CREE' TO MESS1O                          A7PGM26 
013900             MOVE W-ACTIF TO ACTIFO                               A7PGM26 
014000         WHEN -803                                                A7PGM26 
014100             MOVE 'MOTIF DEJA EXISTANT' TO W-CODE-REJET           A7PGM26 
014200         WHEN OTHER                                               A7PGM26 
014300             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM26 
014400     END-EVALUATE.                                                A7PGM26 
014500     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM26 
014600 F11CREER-FN.                                                     A7PGM26 
014700     EXIT.                                                        A7PGM26 
014800 N12MODIF.                                                        A7PGM26 
014900*         NOTE *MODIFICATION D'UN MOTIF          *.               A7PGM26 
015000 F12MODIF.                                                        A7PGM26 
015100     PERFORM F31VALID THRU F31VALID-FN.                           A7PGM26 
015200     IF W-CODE-REJET NOT = SPACES                                 A7PGM26 
015300         GO TO F12MODIF-FN.                                       A7PGM26 
015400     EXEC SQL                                                     A7PGM26 
015500         UPDATE API7.MOTIF_AJUSTEMENT                             A7PGM26 
015600            SET LIB_MOTIF = :W-LIB-MOTIF,                         A7PGM26 
015700                ACTIF = :W-ACTIF                                  A7PGM26 
015800          WHERE CODE_MOTIF = :W-CODE-MOTIF                        A7PGM26 
015900     END-EXEC.                                                    A7PGM26 
016000     EVALUATE SQLCODE                                             A7PGM26 
016100         WHEN ZERO                                                A7PGM26 
016200             MOVE 'MOTIF MODIFIE' TO MESS1O                       A7PGM26 
016300             MOVE W-ACTIF TO ACTIFO                               A7PGM26 
016400         WHEN 100                                                 A7PGM26 
016500             MOVE 'MOTIF INCONNU' TO W-CODE-REJET                 A7PGM26 
016600         WHEN OTHER                                               A7PGM26 
016700             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM26 
016800     END-EVALUATE.                                                A7PGM26 
016900     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM26 
017000 F12MODIF-FN.                                                     A7PGM26 
017100     EXIT.                                                        A7PGM26 
017200 N13SUPPR.                                                        A7PGM26 
017300*         NOTE *SUPPRESSION D'UN MOTIF INUTILISE *.               A7PGM26 
017400 F13SUPPR.                                                        A7PGM26 
017500     EXEC SQL                                                     A7PGM26 
017600         SELECT COUNT(*)                                          A7PGM26 
017700           INTO :W-CNT-MVT                                        A7PGM26 
017800           FROM API7.MOUVEMENT_STOCK                              A7PGM26 
017900          WHERE MOTIF_MVT = :W-CODE-MOTIF                         A7PGM26 
018000     END-EXEC.                                                    A7PGM26 
018100     IF SQLCODE NOT = ZERO                                        A7PGM26 
018200         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM26 
018300         GO TO F13SUPPR-FN.                                       A7PGM26 
018400     IF W-CNT-MVT NOT = ZERO                                      A7PGM26 
018500         MOVE 'MOTIF DEJA UTILISE - LE PASSER INACTIF (N)'        A7PGM26 
018600             TO W-CODE-REJET                                      A7PGM26 
018700         GO TO F13SUPPR-FN.                                       A7PGM26 
018800     EXEC SQL                                                     A7PGM26 
018900         SELECT COUNT(*)                                          A7PGM26 
019000           INTO :W-CNT-CPT                                        A7PGM26 
019100           FROM API7.COMPTE_GL                                    A7PGM26 
019200          WHERE MOTIF_MVT = :W-CODE-MOTIF                         A7PGM26 
019300     END-EXEC.                                                    A7PGM26 
019400     IF SQLCODE NOT = ZERO                                        A7PGM26 
019500         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM26 
019600         GO TO F13SUPPR-FN.                                       A7PGM26 
019700     IF W-CNT-CPT NOT = ZERO                                      A7PGM26 
019800         MOVE 'COMPTES GL RATTACHES - SUPPRESSION IMPOSSIBLE'     A7PGM26 
019900             TO W-CODE-REJET                                      A7PGM26 
020000         GO TO F13SUPPR-FN.                                       A7PGM26 
020100     EXEC SQL                                                     A7PGM26 
020200         DELETE FROM API7.MOTIF_AJUSTEMENT                        A7PGM26 
020300          WHERE CODE_MOTIF = :W-CODE-MOTIF                        A7PGM26 
020400     END-EXEC.                                                    A7PGM26 
020500     EVALUATE SQLCODE                                             A7PGM26 
020600         WHEN ZERO                                                A7PGM26 
020700             MOVE 'MOTIF SUPPRIME' TO MESS1O                      A7PGM26 
020800             MOVE SPACES TO LIBMOTO                               A7PGM26 
020900             MOVE SPACES TO ACTIFO                                A7PGM26 
021000         WHEN 100                                                 A7PGM26 
021100             MOVE 'MOTIF INCONNU' TO W-CODE-REJET                 A7PGM26 
021200         WHEN OTHER                                               A7PGM26 
021300             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM26 
021400     END-EVALUATE.                                                A7PGM26 
021500     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM26 
021600 F13SUPPR-FN.                                                     A7PGM26 
021700     EXIT.                                                        A7PGM26 
021800 N15LISTE.                                                        A7PGM26 
021900*         NOTE *MOTIFS A PARTIR DU CODE SAISI    *.               A7PGM26 
022000 F15LISTE.                                                        A7PGM26 
022100     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM26 
022200     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM26 
022300     MOVE '0' TO W-EOF-CUR.                                       A7PGM26 
022400     MOVE W-CODE-SAISI TO W-CODE-MOTIF.                           A7PGM26 
022500     EXEC SQL                                                     A7PGM26 
022600         OPEN C-MOT                                               A7PGM26 
022700     END-EXEC.                                                    A7PGM26 
022800     IF SQLCODE NOT = ZERO                                        A7PGM26 
022900         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM26 
023000         GO TO F15LISTE-FN.                                       A7PGM26 
023100 F15LISTE-10.                                                     A7PGM26 
023200     IF W-EOF-CUR = '1'                                           A7PGM26 
023300         GO TO F15LISTE-20.                                       A7PGM26 
023400     EXEC SQL                                                     A7PGM26 
023500         FETCH C-MOT INTO :W-CODE-MOTIF, :W-LIB-MOTIF, :W-ACTIF   A7PGM26 
023600     END-EXEC.                                                    A7PGM26 
023700     EVALUATE SQLCODE                                             A7PGM26 
023800         WHEN ZERO                                                A7PGM26 
023900             IF W-NB-LIGNES < 8                                   A7PGM26 
024000                 ADD 1 TO W-NB-LIGNES                             A7PGM26 
024100                 MOVE W-CODE-MOTIF TO WL-CODE                     A7PGM26 
024200                 MOVE W-LIB-MOTIF TO WL-LIB                       A7PGM26 
024300                 MOVE W-ACTIF TO WL-ACTIF                         A7PGM26 
024400                 MOVE W-LIGNE-MOT TO W-LIG (W-NB-LIGNES)          A7PGM26 
024500             ELSE                                                 A7PGM26 
024600                 MOVE '1' TO W-EOF-CUR                            A7PGM26 
024700             END-IF                                               A7PGM26 
024800         WHEN 100                                                 A7PGM26 
024900             MOVE '1' TO W-EOF-CUR                                A7PGM26 
025000         WHEN OTHER                                               A7PGM26 
025100             MOVE '1' TO W-EOF-CUR                                A7PGM26 
025200             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM26 
025300     END-EVALUATE.                                                A7PGM26 
025400     GO TO F15LISTE-10.                                           A7PGM26 
025500 F15LISTE-20.                                                     A7PGM26 
025600     EXEC SQL                                                     A7PGM26 
025700         CLOSE C-MOT                                              A7PGM26 
025800     END-EXEC.                                                    A7PGM26 
025900     MOVE W-CODE-SAISI TO W-CODE-MOTIF.                           A7PGM26 
026000 F15LISTE-FN.                                                     A7PGM26 
026100     EXIT.                                                        A7PGM26 
026200 N30LECTURE.                                                      A7PGM26 
026300*         NOTE *LECTURE DU MOTIF SAISI           *.               A7PGM26 
026400 F30LECTURE.                                                      A7PGM26 
026500     MOVE SPACES TO LIBMOTO.                                      A7PGM26 
026600     MOVE SPACES TO ACTIFO.                                       A7PGM26 
026700     EXEC SQL                                                     A7PGM26 
026800         SELECT LIB_MOTIF, ACTIF                                  A7PGM26 
026900           INTO :W-LIB-MOTIF, :W-ACTIF                            A7PGM26 
027000           FROM API7.MOTIF_AJUSTEMENT                             A7PGM26 
027100          WHERE CODE_MOTIF = :W-CODE-MOTIF                        A7PGM26 
027200     END-EXEC.                                                    A7PGM26 
027300     EVALUATE SQLCODE                                             A7PGM26 
027400         WHEN ZERO                                                A7PGM26 
027500             MOVE W-LIB-MOTIF TO LIBMOTO                          A7PGM26 
027600             MOVE W-ACTIF TO ACTIFO                               A7PGM26 
027700         WHEN 100                                                 A7PGM26 
027800             MOVE 'MOTIF INCONNU' TO W-CODE-REJET                 A7PGM26 
027900         WHEN OTHER                                               A7PGM26 
028000             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM26 
028100     END-EVALUATE.                                                A7PGM26 
028200 F30LECTURE-FN.                                                   A7PGM26 
028300     EXIT.                                                        A7PGM26 
028400 N31VALID.                                                        A7PGM26 
028500*         NOTE *CONTROLES LIBELLE ET INDICATEUR  *.               A7PGM26 
028600 F31VALID.                                                        A7PGM26 
028700     IF LIBMOTL = ZERO OR LIBMOTI = SPACES                        A7PGM26 
028800         MOVE 'LIBELLE MOTIF OBLIGATOIRE' TO W-CODE-REJET         A7PGM26 
028900         GO TO F31VALID-FN.                                       A7PGM26 
029000     MOVE LIBMOTI TO W-LIB-MOTIF.                                 A7PGM26 
029100     MOVE 'O' TO W-ACTIF.                                         A7PGM26 
029200     IF ACTIFL = ZERO OR ACTIFI = SPACES                          A7PGM26 
029300         GO TO F31VALID-FN.                                       A7PGM26 
029400     IF ACTIFI NOT = 'O' AND ACTIFI NOT = 'N'                     A7PGM26 
029500         MOVE 'INDICATEUR ACTIF : O OU N' TO W-CODE-REJET         A7PGM26 
029600         GO TO F31VALID-FN.                                       A7PGM26 
029700     MOVE ACTIFI TO W-ACTIF.                                      A7PGM26 
029800 F31VALID-FN.                                                     A7PGM26 
029900     EXIT.                                                        A7PGM26 
030000 N90ERRSQL.                                                       A7PGM26 
030100*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM26 
030200 F90ERRSQL.                                                       A7PGM26 
030300     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM26 
030400     MOVE SPACES TO W-CODE-REJET.                                 A7PGM26 
030500     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM26 
030600         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM26 
030700 F90ERRSQL-FN.                                                    A7PGM26 
030800     EXIT.                                                        A7PGM26 
