000100 IDENTIFICATION DIVISION.                                         A7PGM24 
000200 PROGRAM-ID.  A7PGM24.                                            A7PGM24 
000300 AUTHOR.         maintenance divisions en ligne.                  A7PGM24 
000400 ENVIRONMENT DIVISION.                                            A7PGM24 
000500 DATA DIVISION.                                                   A7PGM24 
000600 WORKING-STORAGE SECTION.                                         A7PGM24 
000700      EXEC SQL                                                    A7PGM24 
000800         INCLUDE SQLCA                                            A7PGM24 
000900      END-EXEC.                                                   A7PGM24 
001000*****                                                             A7PGM24 
001100      EXEC SQL                                                    A7PGM24 
001200         INCLUDE DIVIS                                            A7PGM24 
001300      END-EXEC.                                                   A7PGM24 
001400*****                                                             A7PGM24 
001500      EXEC SQL                                                    A7PGM24 
001600         INCLUDE DEPART                                           A7PGM24 
001700      END-EXEC.                                                   A7PGM24 
001800******                                                            A7PGM24 
001900      EXEC SQL                                                    A7PGM24 
002000         DECLARE C-DEP CURSOR FOR                                 A7PGM24 
002100         SELECT LIE, LIB                                          A7PGM24 
002200           FROM API7.DEPARTEMENTS                                 A7PGM24 
002300          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
002400          ORDER BY LIE                                            A7PGM24 
002500      END-EXEC.                                                   A7PGM24 
002600******                                                            A7PGM24 
002700 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM24'.     A7PGM24 
002800 01               W-SQLCODE     PIC +++9.                         A7PGM24 
002900 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM24 
003000 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM24 
003100 01               W-ACTION      PICTURE X(1).                     A7PGM24 
003200 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM24 
003300 01               W-CNT-DEP     PIC S9(9) USAGE COMP.             A7PGM24 
003400 01               W-CNT-BUD     PIC S9(9) USAGE COMP.             A7PGM24 
003500 01               W-LIGNE-DEP.                                    A7PGM24 
003600     05           WL-LIE        PICTURE ZZZZZZZZ9.                A7PGM24 
003700     05           FILLER        PICTURE X(2) VALUE SPACES.        A7PGM24 
003800     05           WL-LIB        PICTURE X(20).                    A7PGM24 
003900     05           FILLER        PICTURE X(9) VALUE SPACES.        A7PGM24 
004000 01               W-TAB-LIGNES.                                   A7PGM24 
004100     05           W-LIG         PICTURE X(40) OCCURS 8 TIMES.     A7PGM24 
004200******                                                            A7PGM24 
004300      COPY A7MS24.                                                A7PGM24 
004400 LINKAGE SECTION.                                                 A7PGM24 
004500 01               DFHCOMMAREA.                                    A7PGM24 
004600     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM24 
004700     05           CA-NIVEAU     PICTURE X(1).                     A7PGM24 
004800 PROCEDURE DIVISION.                                              A7PGM24 
004900 N01.                                                             A7PGM24 
005000*         NOTE *RECEPTION DE L'ECRAN A7MS24      *.               A7PGM24 
005100 F01.                                                             A7PGM24 
005200     EXEC CICS                                                    A7PGM24 
005300         RECEIVE MAP('A7MS24') MAPSET('A7MS24')                   A7PGM24 
005400                 INTO(A7MAP24I)                                   A7PGM24 
005500     END-EXEC.                                                    A7PGM24 
005600 F01-FN.                                                          A7PGM24 
005700     EXIT.                                                        A7PGM24 
005800 N05.                                                             A7PGM24 
005900*         NOTE *CONTROLE NIVEAU PUIS AIGUILLAGE  *.               A7PGM24 
006000 F05.                                                             A7PGM24 
006100     MOVE ACTIONI TO W-ACTION.                                    A7PGM24 
006200     MOVE SPACES TO MESS1O.                                       A7PGM24 
006300     MOVE SPACES TO W-CODE-REJET.                                 A7PGM24 
006400     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM24 
006500     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM24 
006600     IF EIBCALEN < 9 OR CA-NIVEAU NOT = '2'                       A7PGM24 
006700         MOVE 'FONCTION RESERVEE A LA MAITRISE' TO MESS1O         A7PGM24 
006800         GO TO F05-FN.                                            A7PGM24 
006900     IF CODDIVL = ZERO OR CODDIVI = SPACES                        A7PGM24 
007000         MOVE 'CODE DIVISION OBLIGATOIRE' TO MESS1O               A7PGM24 
007100         GO TO F05-FN.                                            A7PGM24 
007200     MOVE CODDIVI TO W-CODE-DIVISION OF DCLDIVISION.              A7PGM24 
007300     EVALUATE W-ACTION                                            A7PGM24 
007400         WHEN 'I'                                                 A7PGM24 
007500             PERFORM F10INTER THRU F10INTER-FN                    A7PGM24 
007600         WHEN 'C'                                                 A7PGM24 
007700             PERFORM F11CREER THRU F11CREER-FN                    A7PGM24 
007800         WHEN 'M'                                                 A7PGM24 
007900             PERFORM F12MODIF THRU F12MODIF-FN                    A7PGM24 
008000         WHEN 'S'                                                 A7PGM24 
008100             PERFORM F13SUPPR THRU F13SUPPR-FN                    A7PGM24 
008200         WHEN 'R'                                                 A7PGM24 
008300             PERFORM F14RATTACH THRU F14RATTACH-FN                A7PGM24 
008400         WHEN OTHER                                               A7PGM24 
008500             MOVE 'ACTION INVALIDE - I, C, M, S OU R' TO MESS1O   A7PGM24 
008600     END-EVALUATE.                                                A7PGM24 
008700     IF W-CODE-REJET NOT = SPACES                                 A7PGM24 
008800         MOVE W-CODE-REJET TO MESS1O.                             A7PGM24 
008900 F05-FN.                                                          A7PGM24 
009000     EXIT.                                                        A7PGM24 
009100 N20.                                                             A7PGM24 
009200*         NOTE *RESTITUTION DE L'ECRAN A7MS24     *.              A7PGM24 
009300 F20.                                                             A7PGM24 
009400     MOVE W-LIG (1) TO LIG1O.                                     A7PGM24 
009500     MOVE W-LIG (2) TO LIG2O.                                     A7PGM24 
009600     MOVE W-LIG (3) TO LIG3O.                                     A7PGM24 
009700     MOVE W-LIG (4) TO LIG4O.                                     A7PGM24 
009800     MOVE W-LIG (5) TO LIG5O.                                     A7PGM24 
009900     MOVE W-LIG (6) TO LIG6O.                                     A7PGM24 
010000     MOVE W-LIG (7) TO LIG7O.                                     A7PGM24 
010100     MOVE W-LIG (8) TO LIG8O.                                     A7PGM24 
010200     MOVE SPACES TO ACTIONO.                                      A7PGM24 
010300     EXEC CICS                                                    A7PGM24 
010400         SEND MAP('A7MS24') MAPSET('A7MS24')                      A7PGM24 
010500              FROM(A7MAP24O) ERASE                                A7PGM24 
010600     END-EXEC.                                                    A7PGM24 
010700     IF EIBCALEN NOT < 9                                          A7PGM24 
010800         EXEC CICS                                                A7PGM24 
010900             RETURN TRANSID('A7TO')                               A7PGM24 
011000                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM24 
011100         END-EXEC                                                 A7PGM24 
011200     END-IF.                                                      A7PGM24 
011300     EXEC CICS                                                    A7PGM24 
011400         RETURN TRANSID('A7TO')                                   A7PGM24 
011500     END-EXEC.                                                    A7PGM24 
011600 F20-FN.                                                          A7PGM24 
011700     EXIT.                                                        A7PGM24 
011800 N10INTER.                                                        A7PGM24 
011900*         NOTE *AFFICHAGE D'UNE DIVISION         *.               A7PGM24 
012000 F10INTER.                                                        A7PGM24 
012100     PERFORM F30LECTURE THRU F30LECTURE-FN.                       A7PGM24 
012200     IF W-CODE-REJET NOT = SPACES                                 A7PGM24 
012300         GO TO F10INTER-FN.                                       A7PGM24 
012400     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM24 
012500     IF W-NB-LIGNES = ZERO                                        A7PGM24 
012600         AND W-CODE-REJET = SPACES                                A7PGM24 
012700         MOVE 'AUCUN DEPARTEMENT RATTACHE' TO MESS1O.             A7PGM24 
012800 F10INTER-FN.                                                     A7PGM24 
012900     EXIT.                                                        A7PGM24 
013000 N11CREER.                                                        A7PGM24 
013100*         NOTE *CREATION D'UNE DIVISION          *.               A7PGM24 
013200 F11CREER.                                                        A7PGM24 
013300     PERFORM F31VALID THRU F31VALID-FN.                           A7PGM24 
013400     IF W-CODE-REJET NOT = SPACES                                 A7PGM24 
013500         GO TO F11CREER-FN.                                       A7PGM24 
013600     EXEC SQL                                                     A7PGM24 
013700         INSERT INTO API7.DIVISION                                A7PGM24 
013800                (CODE_DIVISION, LIB_DIVISION, CENTRE_COUT)        A7PGM24 
013900         VALUES (:W-CODE-DIVISION OF DCLDIVISION,                 A7PGM24 
014000                 :W-LIB-DIVISION, :W-CENTRE-COUT)                 A7PGM24 
014100     END-EXEC.                                                    A7PGM24 
014200     EVALUATE SQLCODE                                             A7PGM24 
014300         WHEN ZERO                                                A7PGM24 
014400             MOVE 'DIVISION CREEE' TO MESS1O                      A7PGM24 
014500         WHEN -803                                                A7PGM24 
014600             MOVE 'DIVISION DEJA EXISTANTE' TO W-CODE-REJET       A7PGM24 
014700         WHEN OTHER                                               A7PGM24 
014800             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM24 
014900     END-EVALUATE.                                                A7PGM24 
015000 F11CREER-FN.                                                     A7PGM24 
015100     EXIT.                                                        A7PGM24 
015200 N12MODIF.                                                        A7PGM24 
015300*         NOTE *MODIFICATION D'UNE DIVISION      *.               A7PGM24 
015400 F12MODIF.                                                        A7PGM24 
015500     PERFORM F31VALID THRU F31VALID-FN.                           A7PGM24 
015600     IF W-CODE-REJET NOT = SPACES                                 A7PGM24 
015700         GO TO F12MODIF-FN.                                       A7PGM24 
015800     EXEC SQL                                                     A7PGM24 
015900         UPDATE API7.DIVISION                                     A7PGM24 
016000            SET LIB_DIVISION = :W-LIB-DIVISION,                   A7PGM24 
016100                CENTRE_COUT = :W-CENTRE-COUT                      A7PGM24 
016200          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
016300     END-EXEC.                                                    A7PGM24 
016400     EVALUATE SQLCODE                                             A7PGM24 
016500         WHEN ZERO                                                A7PGM24 
016600             MOVE 'DIVISION MODIFIEE' TO MESS1O                   A7PGM24 
016700         WHEN 100                                                 A7PGM24 
016800             MOVE 'DIVISION INCONNUE' TO W-CODE-REJET             A7PGM24 
016900         WHEN OTHER                                               A7PGM24 
017000             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM24 
017100     END-EVALUATE.                                                A7PGM24 
017200     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM24 
017300 F12MODIF-FN.                                                     A7PGM24 
017400     EXIT.                                                        A7PGM24 
017500 N13SUPPR.                                                        A7PGM24 
017600*         NOTE *SUPPRESSION D'UNE DIVISION VIDE  *.               A7PGM24 
017700 F13SUPPR.                                                        A7PGM24 
017800     EXEC SQL                                                     A7PGM24 
017900         SELECT COUNT(*)                                          A7PGM24 
018000           INTO :W-CNT-DEP                                        A7PGM24 
018100           FROM API7.DEPARTEMENTS                                 A7PGM24 
018200          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
018300     END-EXEC.                                                    A7PGM24 
018400     IF SQLCODE NOT = ZERO                                        A7PGM24 
018500         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM24 
018600         GO TO F13SUPPR-FN.                                       A7PGM24 
018700     IF W-CNT-DEP NOT = ZERO                                      A7PGM24 
018800         MOVE 'DEPARTEMENTS RATTACHES - SUPPRESSION IMPOSSIBLE'   A7PGM24 
018900             TO W-CODE-REJET                                      A7PGM24 
019000         PERFORM F15LISTE THRU F15LISTE-FN                        A7PGM24 
019100         GO TO F13SUPPR-FN.                                       A7PGM24 
019200     EXEC SQL                                                     A7PGM24 
019300         SELECT COUNT(*)                                          A7PGM24 
019400           INTO :W-CNT-BUD                                        A7PGM24 
019500           FROM API7.BUDGET_DIVISION                              A7PGM24 
019600          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
019700     END-EXEC.                                                    A7PGM24 
019800     IF SQLCODE NOT = ZERO                                        A7PGM24 
019900         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM24 
020000         GO TO F13SUPPR-FN.                                       A7PGM24 
020100     IF W-CNT-BUD NOT = ZERO                                      A7PGM24 
020200         MOVE 'BUDGETS EXISTANTS - SUPPRESSION IMPOSSIBLE'        A7PGM24 
020300             TO W-CODE-REJET                                      A7PGM24 
020400         GO TO F13SUPPR-FN.                                       A7PGM24 
020500     EXEC SQL                                                     A7PGM24 
020600         DELETE FROM API7.DIVISION                                A7PGM24 
020700          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
020800     END-EXEC.                                                    A7PGM24 
020900     EVALUATE SQLCODE                                             A7PGM24 
021000         WHEN ZERO                                                A7PGM24 
021100             MOVE 'DIVISION SUPPRIMEE' TO MESS1O                  A7PGM24 
021200             MOVE SPACES TO LIBDIVO                               A7PGM24 
021300             MOVE SPACES TO CENTREO                               A7PGM24 
021400         WHEN 100                                                 A7PGM24 
021500             MOVE 'DIVISION INCONNUE' TO W-CODE-REJET             A7PGM24 
021600         WHEN OTHER                                               A7PGM24 
021700             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM24 
021800     END-EVALUATE.                                                A7PGM24 
021900 F13SUPPR-FN.                                                     A7PGM24 
022000     EXIT.                                                        A7PGM24 
022100 N14RATTACH.                                                      A7PGM24 
022200*         NOTE *RATTACHEMENT D'UN DEPARTEMENT    *.               A7PGM24 
022300 F14RATTACH.                                                      A7PGM24 
022400     PERFORM F30LECTURE THRU F30LECTURE-FN.                       A7PGM24 
022500     IF W-CODE-REJET NOT = SPACES                                 A7PGM24 
022600         GO TO F14RATTACH-FN.                                     A7PGM24 
022700     IF LIEXI NOT NUMERIC OR LIEXI = ZERO                         A7PGM24 
022800         MOVE 'NUMERO DE DEPARTEMENT OBLIGATOIRE' TO W-CODE-REJET A7PGM24 
022900         GO TO F14RATTACH-FN.                                     A7PGM24 
023000     MOVE LIEXI TO W-LIE.                                         A7PGM24 
023100     EXEC SQL                                                     A7PGM24 
023200         UPDATE API7.DEPARTEMENTS                                 A7PGM24 
023300            SET CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
023400          WHERE LIE = :W-LIE                                      A7PGM24 
023500     END-EXEC.                                                    A7PGM24 
023600     EVALUATE SQLCODE                                             A7PGM24 
023700         WHEN ZERO                                                A7PGM24 
023800             MOVE 'DEPARTEMENT RATTACHE A LA DIVISION' TO MESS1O  A7PGM24 
023900         WHEN 100                                                 A7PGM24 
024000             MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET           A7PGM24 
024100         WHEN OTHER                                               A7PGM24 
024200             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM24 
024300     END-EVALUATE.                                                A7PGM24 
024400     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM24 
024500 F14RATTACH-FN.                                                   A7PGM24 
024600     EXIT.                                                        A7PGM24 
024700 N15LISTE.                                                        A7PGM24 
024800*         NOTE *DEPARTEMENTS DE LA DIVISION      *.               A7PGM24 
024900 F15LISTE.                                                        A7PGM24 
025000     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM24 
025100     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM24 
025200     MOVE '0' TO W-EOF-CUR.                                       A7PGM24 
025300     EXEC SQL                                                     A7PGM24 
025400         OPEN C-DEP                                               A7PGM24 
025500     END-EXEC.                                                    A7PGM24 
025600     IF SQLCODE NOT = ZERO                                        A7PGM24 
025700         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM24 
025800         GO TO F15LISTE-FN.                                       A7PGM24 
025900 F15LISTE-10.                                                     A7PGM24 
026000     IF W-EOF-CUR = '1'                                           A7PGM24 
026100         GO TO F15LISTE-20.                                       A7PGM24 
026200     EXEC SQL                                                     A7PGM24 
026300         FETCH C-DEP INTO :W-LIE, :W-LIB                          A7PGM24 
026400     END-EXEC.                                                    A7PGM24 
026500     EVALUATE SQLCODE                                             A7PGM24 
026600         WHEN ZERO                                                A7PGM24 
026700             IF W-NB-LIGNES < 8                                   A7PGM24 
026800                 ADD 1 TO W-NB-LIGNES                             A7PGM24 
026900                 MOVE W-LIE TO WL-LIE                             A7PGM24 
027000                 MOVE W-LIB TO WL-LIB                             A7PGM24 
027100                 MOVE W-LIGNE-DEP TO W-LIG (W-NB-LIGNES)          A7PGM24 
027200             ELSE                                                 A7PGM24 
027300                 MOVE '1' TO W-EOF-CUR                            A7PGM24 
027400                 IF MESS1O = SPACES                               A7PGM24 
027500                     MOVE 'PLUS DE 8 DEPTS - LISTE TRONQUEE'      A7PGM24 
027600                         TO MESS1O                                A7PGM24 
027700                 END-IF                                           A7PGM24 
027800             END-IF                                               A7PGM24 
027900         WHEN 100                                                 A7PGM24 
028000             MOVE '1' TO W-EOF-CUR                                A7PGM24 
028100         WHEN OTHER                                               A7PGM24 
028200             MOVE '1' TO W-EOF-CUR                                A7PGM24 
028300             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM24 
028400     END-EVALUATE.                                                A7PGM24 
028500     GO TO F15LISTE-10.                                           A7PGM24 
028600 F15LISTE-20.                                                     A7PGM24 
028700     EXEC SQL                                                     A7PGM24 
028800         CLOSE C-DEP                                              A7PGM24 
028900     END-EXEC.                                                    A7PGM24 
029000 F15LISTE-FN.                                                     A7PGM24 
029100     EXIT.                                                        A7PGM24 
029200 N30LECTURE.                                                      A7PGM24 
029300*         NOTE *LECTURE DE LA DIVISION SAISIE    *.               A7PGM24 
029400 F30LECTURE.                                                      A7PGM24 
029500     MOVE SPACES TO LIBDIVO.                                      A7PGM24 
029600     MOVE SPACES TO CENTREO.                                      A7PGM24 
029700     EXEC SQL                                                     A7PGM24 
029800         SELECT LIB_DIVISION, CENTRE_COUT                         A7PGM24 
029900           INTO :W-LIB-DIVISION, :W-CENTRE-COUT                   A7PGM24 
030000           FROM API7.DIVISION                                     A7PGM24 
030100          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   A7PGM24 
030200     END-EXEC.                                                    A7PGM24 
030300     EVALUATE SQLCODE                                             A7PGM24 
030400         WHEN ZERO                                                A7PGM24 
030500             MOVE W-LIB-DIVISION TO LIBDIVO                       A7PGM24 
030600             MOVE W-CENTRE-COUT TO CENTREO                        A7PGM24 
030700         WHEN 100                                                 A7PGM24 
030800             MOVE 'DIVISION INCONNUE' TO W-CODE-REJET             A7PGM24 
030900         WHEN OTHER                                               A7PGM24 
031000             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM24 
031100     END-EVALUATE.                                                A7PGM24 
031200 F30LECTURE-FN.                                                   A7PGM24 
031300     EXIT.                                                        A7PGM24 
031400 N31VALID.                                                        A7PGM24 
031500*         NOTE *CONTROLES LIBELLE CENTRE DE COUT *.               A7PGM24 
031600 F31VALID.                                                        A7PGM24 
031700     IF LIBDIVL = ZERO OR LIBDIVI = SPACES                        A7PGM24 
031800         MOVE 'LIBELLE DIVISION OBLIGATOIRE' TO W-CODE-REJET      A7PGM24 
031900         GO TO F31VALID-FN.                                       A7PGM24 
032000     IF CENTREL = ZERO OR CENTREI = SPACES                        A7PGM24 
032100         MOVE 'CENTRE DE COUT OBLIGATOIRE' TO W-CODE-REJET        A7PGM24 
032200         GO TO F31VALID-FN.                                       A7PGM24 
032300     MOVE LIBDIVI TO W-LIB-DIVISION.                              A7PGM24 
032400     MOVE CENTREI TO W-CENTRE-COUT.                               A7PGM24 
032500 F31VALID-FN.                                                     A7PGM24 
032600     EXIT.                                                        A7PGM24 
032700 N90ERRSQL.                                                       A7PGM24 
032800*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM24 
032900 F90ERRSQL.                                                       A7PGM24 
033000     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM24 
033100     MOVE SPACES TO W-CODE-REJET.                                 A7PGM24 
033200     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM24 
033300         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM24 
033400 F90ERRSQL-FN.                                                    A7PGM24 
033500     EXIT.                                                        A7PGM24 
