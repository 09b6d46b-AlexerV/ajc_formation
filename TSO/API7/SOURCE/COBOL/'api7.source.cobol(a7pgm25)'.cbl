000100 IDENTIFICATION DIVISION.                                         A7PGM25 
000200 PROGRAM-ID.  A7PGM25.                                            A7PGM25 
000300 AUTHOR.         approbation des commandes departement en ligne.  A7PGM25 
000400 ENVIRONMENT DIVISION.                                            A7PGM25 
000500 DATA DIVISION.                                                   A7PGM25 
000600 WORKING-STORAGE SECTION.                                         A7PGM25 
000700      EXEC SQL                                                    A7PGM25 
000800         INCLUDE SQLCA                                            A7PGM25 
000900      END-EXEC.                                                   A7PGM25 
001000*****                                                             A7PGM25 
001100      EXEC SQL                                                    A7PGM25 
001200         INCLUDE CMDSAISI                                         A7PGM25 
001300      END-EXEC.                                                   A7PGM25 
001400******                                                            A7PGM25 
001500      EXEC SQL                                                    A7PGM25 
001600         DECLARE C-ATTENTE CURSOR FOR                             A7PGM25 
001700         SELECT S.NO_SAISIE, S.LIE, S.ID_ARTICLE, S.QUANTITE,     A7PGM25 
001800                S.QUANTITE * A.PRIX,                              A7PGM25 
001900                CHAR(S.DATE_SAISIE, ISO), S.MOTIF_ATTENTE         A7PGM25 
002000           FROM API7.COMMANDE_SAISIE S, API7.ARTICLE A            A7PGM25 
002100          WHERE S.ETAT = 'A'                                      A7PGM25 
002200            AND S.LIE >= :W-LIE-DEPART                            A7PGM25 
002300            AND A.ID_ARTICLE = S.ID_ARTICLE                       A7PGM25 
002400          ORDER BY S.LIE, S.NO_SAISIE                             A7PGM25 
002500      END-EXEC.                                                   A7PGM25 
002600******                                                            A7PGM25 
002700 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM25'.     A7PGM25 
002800 01               W-SQLCODE     PIC +++9.                         A7PGM25 
002900 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM25 
003000 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM25 
003100 01               W-ACTION      PICTURE X(1).                     A7PGM25 
003200 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM25 
003300 01               W-LIE-DEPART  PIC S9(9) USAGE COMP VALUE ZERO.  A7PGM25 
003400 01               W-VALEUR      PIC S9(11)V9(2) USAGE COMP-3.     A7PGM25 
003500 01               W-LIGNE-ATT.                                    A7PGM25 
003600     05           WL-NO-SAISIE  PICTURE ZZZZZ9.                   A7PGM25 
003700     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM25 
003800     05           WL-LIE        PICTURE ZZZZZZZZ9.                A7PGM25 
003900     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM25 
004000     05           WL-ARTICLE    PICTURE ZZZZZZZZ9.                A7PGM25 
004100     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM25 
004200     05           WL-QTE        PICTURE ZZZZZZ9.                  A7PGM25 
004300     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM25 
004400     05           WL-VALEUR     PICTURE ZZZZZZZZ9.99.             A7PGM25 
004500     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM25 
004600     05           WL-DATE       PICTURE X(10).                    A7PGM25 
004700     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM25 
004800     05           WL-MOTIF      PICTURE X(6).                     A7PGM25 
004900     05           FILLER        PICTURE X(5) VALUE SPACES.        A7PGM25 
005000 01               W-TAB-LIGNES.                                   A7PGM25 
005100     05           W-LIG         PICTURE X(70) OCCURS 8 TIMES.     A7PGM25 
005200******                                                            A7PGM25 
005300      COPY A7MS25.                                                A7PGM25 
005400 LINKAGE SECTION.                                                 A7PGM25 
005500 01               DFHCOMMAREA.                                    A7PGM25 
005600     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM25 
005700     05           CA-NIVEAU     PICTURE X(1).                     A7PGM25 
005800 PROCEDURE DIVISION.                                              A7PGM25 
005900 N01.                                                             A7PGM25 
006000*         NOTE *RECEPTION DE L'ECRAN A7MS25      *.               A7PGM25 
006100 F01.                                                             A7PGM25 
006200     EXEC CICS                                                    A7PGM25 
006300         RECEIVE MAP('A7MS25') MAPSET('A7MS25')                   A7PGM25 
006400                 INTO(A7MAP25I)                                   A7PGM25 
006500     END-EXEC.                                                    A7PGM25 
006600 F01-FN.                                                          A7PGM25 
006700     EXIT.                                                        A7PGM25 
006800 N05.                                                             A7PGM25 
006900*         NOTE *CONTROLE NIVEAU PUIS AIGUILLAGE  *.               A7PGM25 
007000 F05.                                                             A7PGM25 
007100     MOVE ACTIONI TO W-ACTION.                                    A7PGM25 
007200     MOVE SPACES TO MESS1O.                                       A7PGM25 
007300     MOVE SPACES TO W-CODE-REJET.                                 A7PGM25 
007400     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM25 
007500     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM25 
007600     IF EIBCALEN < 9 OR CA-NIVEAU NOT = '2'                       A7PGM25 
007700         MOVE 'FONCTION RESERVEE A LA MAITRISE' TO MESS1O         A7PGM25 
007800         GO TO F05-FN.                                            A7PGM25 
007900     IF LIEXI NUMERIC                                             A7PGM25 
008000         MOVE LIEXI TO W-LIE-DEPART                               A7PGM25 
008100     ELSE                                                         A7PGM25 
008200         MOVE ZERO TO W-LIE-DEPART.                               A7PGM25 
008300     EVALUATE W-ACTION                                            A7PGM25 
008400         WHEN 'L'                                                 A7PGM25 
008500             CONTINUE                                             A7PGM25 
008600         WHEN 'A'                                                 A7PGM25 
008700         WHEN 'R'                                                 A7PGM25 
008800         WHEN 'F'                                                 A7PGM25 
008900             PERFORM F11DECISION THRU F11DECISION-FN              A7PGM25 
009000         WHEN OTHER                                               A7PGM25 
009100             MOVE 'ACTION INVALIDE - L, A, R OU F' TO MESS1O      A7PGM25 
009200     END-EVALUATE.                                                A7PGM25 
009300     PERFORM F15LISTE THRU F15LISTE-FN.                           A7PGM25 
009400     IF W-CODE-REJET NOT = SPACES                                 A7PGM25 
009500         MOVE W-CODE-REJET TO MESS1O.                             A7PGM25 
009600 F05-FN.                                                          A7PGM25 
009700     EXIT.                                                        A7PGM25 
009800 N20.                                                             A7PGM25 
009900*         NOTE *RESTITUTION DE L'ECRAN A7MS25     *.              A7PGM25 
010000 F20.                                                             A7PGM25 
010100     MOVE W-LIG (1) TO LIG1O.                                     A7PGM25 
010200     MOVE W-LIG (2) TO LIG2O.                                     A7PGM25 
010300     MOVE W-LIG (3) TO LIG3O.                                     A7PGM25 
010400     MOVE W-LIG (4) TO LIG4O.                                     A7PGM25 
010500     MOVE W-LIG (5) TO LIG5O.                                     A7PGM25 
010600     MOVE W-LIG (6) TO LIG6O.                                     A7PGM25 
010700     MOVE W-LIG (7) TO LIG7O.                                     A7PGM25 
010800     MOVE W-LIG (8) TO LIG8O.                                     A7PGM25 
010900     MOVE SPACES TO ACTIONO.                                      A7PGM25 
011000     EXEC CICS                                                    A7PGM25 
011100         SEND MAP('A7MS25') MAPSET('A7MS25')                      A7PGM25 
011200              FROM(A7MAP25O) ERASE                                A7PGM25 
011300     END-EXEC.                                                    A7PGM25 
011400     IF EIBCALEN NOT < 9                                          A7PGM25 
011500         EXEC CICS                                                A7PGM25 
011600             RETURN TRANSID('A7TP')                               A7PGM25 
011700                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM25 
011800         END-EXEC                                                 A7PGM25 
011900     END-IF.                                                      A7PGM25 
012000     EXEC CICS                                                    A7PGM25 
012100         RETURN TRANSID('A7TP')                                   A7PGM25 
012200     END-EXEC.                                                    A7PGM25 
012300 F20-FN.                                                          A7PGM25 
012400     EXIT.                                                        A7PGM25 
012500 N11DECISION.                                                     A7PGM25 
012600*         NOTE *APPROBATION REDUCTION OU REFUS   *.               A7PGM25 
012700 F11DECISION.                                                     A7PGM25 
012800     IF NOSAISI NOT NUMERIC OR NOSAISI = ZERO                     A7PGM25 
012900         MOVE 'NUMERO DE LIGNE OBLIGATOIRE' TO W-CODE-REJET       A7PGM25 
013000         GO TO F11DECISION-FN.                                    A7PGM25 
013100     IF MOTIFL = ZERO OR MOTIFI = SPACES                          A7PGM25 
013200         MOVE 'MOTIF DE LA DECISION OBLIGATOIRE' TO W-CODE-REJET  A7PGM25 
013300         GO TO F11DECISION-FN.                                    A7PGM25 
013400     MOVE NOSAISI TO W-NO-SAISIE.                                 A7PGM25 
013500     EXEC SQL                                                     A7PGM25 
013600         SELECT QUANTITE                                          A7PGM25 
013700           INTO :W-QUANTITE                                       A7PGM25 
013800           FROM API7.COMMANDE_SAISIE                              A7PGM25 
013900          WHERE NO_SAISIE = :W-NO-SAISIE                          A7PGM25 
014000            AND ETAT = 'A'                                        A7PGM25 
014100     END-EXEC.                                                    A7PGM25 
014200     EVALUATE SQLCODE                                             A7PGM25 
014300         WHEN ZERO                                                A7PGM25 
014400             CONTINUE                                             A7PGM25 
014500         WHEN 100                                                 A7PGM25 
014600             MOVE 'LIGNE INCONNUE OU DEJA TRAITEE' TO W-CODE-REJETA7PGM25 
014700             GO TO F11DECISION-FN                                 A7PGM25 
014800         WHEN OTHER                                               A7PGM25 
014900             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM25 
015000             GO TO F11DECISION-FN                                 A7PGM25 
015100     END-EVALUATE.                                                A7PGM25 
015200     MOVE W-ACTION TO W-DECISION.                                 A7PGM25 
015300     MOVE 'S' TO W-ETAT.                                          A7PGM25 
015400     IF W-ACTION = 'F'                                            A7PGM25 
015500         MOVE 'F' TO W-ETAT.                                      A7PGM25 
015600     IF W-ACTION NOT = 'R'                                        A7PGM25 
015700         GO TO F11DECISION-10.                                    A7PGM25 
015800     IF QTEI NOT NUMERIC OR QTEI = ZERO                           A7PGM25 
015900         OR QTEI NOT < W-QUANTITE                                 A7PGM25 
016000         MOVE 'QUANTITE REDUITE INVALIDE' TO W-CODE-REJET         A7PGM25 
016100         GO TO F11DECISION-FN.                                    A7PGM25 
016200     MOVE QTEI TO W-QUANTITE.                                     A7PGM25 
016300 F11DECISION-10.                                                  A7PGM25 
016400     MOVE MOTIFI TO W-MOTIF-DECISION.                             A7PGM25 
016500     MOVE CA-UTILISATEUR TO W-ID-VALIDEUR.                        A7PGM25 
016600     EXEC SQL                                                     A7PGM25 
016700         UPDATE API7.COMMANDE_SAISIE                              A7PGM25 
016800            SET ETAT = :W-ETAT,                                   A7PGM25 
016900                DECISION = :W-DECISION,                           A7PGM25 
017000                QUANTITE = :W-QUANTITE,                           A7PGM25 
017100                MOTIF_DECISION = :W-MOTIF-DECISION,               A7PGM25 
017200                ID_VALIDEUR = :W-ID-VALIDEUR,                     A7PGM25 
017300                DATE_DECISION = CURRENT DATE                      A7PGM25 
017400          WHERE NO_SAISIE = :W-NO-SAISIE                          A7PGM25 
017500            AND ETAT = 'A'                                        A7PGM25 
017600     END-EXEC.                                                    A7PGM25 
017700     EVALUATE SQLCODE                                             A7PGM25 
017800         WHEN ZERO                                                A7PGM25 
017900             EVALUATE W-ACTION                                    A7PGM25 
018000                 WHEN 'A'                                         A7PGM25 
018100                     MOVE 'LIGNE APPROUVEE' TO MESS1O             A7PGM25 
018200                 WHEN 'R'                                         A7PGM25 
018300                     MOVE 'LIGNE REDUITE ET APPROUVEE' TO MESS1O  A7PGM25 
018400                 WHEN OTHER                                       A7PGM25 
018500                     MOVE 'LIGNE REFUSEE' TO MESS1O               A7PGM25 
018600             END-EVALUATE                                         A7PGM25 
018700             MOVE ZERO TO NOSAISO                                 A7PGM25 
018800             MOVE ZERO TO QTEO                                    A7PGM25 
018900             MOVE SPACES TO MOTIFO                                A7PGM25 
019000         WHEN 100                                                 A7PGM25 
019100             MOVE 'LIGNE INCONNUE OU DEJA TRAITEE' TO W-CODE-REJETA7PGM25 
019200         WHEN OTHER                                               A7PGM25 
019300             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM25 
019400     END-EVALUATE.                                                A7PGM25 
019500 F11DECISION-FN.                                                  A7PGM25 
019600     EXIT.                                                        A7PGM25 
019700 N15LISTE.                                                        A7PGM25 
019800*         NOTE *LIGNES EN ATTENTE PAR DEPARTEMENT*.               A7PGM25 
019900 F15LISTE.                                                        A7PGM25 
020000     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM25 
020100     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM25 
020200     MOVE '0' TO W-EOF-CUR.                                       A7PGM25 
020300     EXEC SQL                                                     A7PGM25 
020400         OPEN C-ATTENTE                                           A7PGM25 
020500     END-EXEC.                                                    A7PGM25 
020600     IF SQLCODE NOT = ZERO                                        A7PGM25 
020700         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM25 
020800         GO TO F15LISTE-FN.                                       A7PGM25 
020900 F15LISTE-10.                                                     A7PGM25 
021000     IF W-EOF-CUR = '1'                                           A7PGM25 
021100         GO TO F15LISTE-20.                                       A7PGM25 
021200     EXEC SQL                                                     A7PGM25 
021300         FETCH C-ATTENTE                                          A7PGM25 
021400           INTO :W-NO-SAISIE, :W-LIE, :W-ID-ARTICLE,              A7PGM25 
021500                :W-QUANTITE, :W-VALEUR, :W-DATE-SAISIE,           A7PGM25 
021600                :W-MOTIF-ATTENTE                                  A7PGM25 
021700     END-EXEC.                                                    A7PGM25 
021800     EVALUATE SQLCODE                                             A7PGM25 
021900         WHEN ZERO                                                A7PGM25 
022000             IF W-NB-LIGNES < 8                                   A7PGM25 
022100                 ADD 1 TO W-NB-LIGNES                             A7PGM25 
022200                 PERFORM F16LIGNE THRU F16LIGNE-FN                A7PGM25 
022300             ELSE                                                 A7PGM25 
022400                 MOVE '1' TO W-EOF-CUR                            A7PGM25 
022500                 IF MESS1O = SPACES                               A7PGM25 
022600                     MOVE 'PLUS DE 8 LIGNES - LISTE TRONQUEE'     A7PGM25 
022700                         TO MESS1O                                A7PGM25 
022800                 END-IF                                           A7PGM25 
022900             END-IF                                               A7PGM25 
023000         WHEN 100                                                 A7PGM25 
023100             MOVE '1' TO W-EOF-CUR                                A7PGM25 
023200         WHEN OTHER                                               A7PGM25 
023300             MOVE '1' TO W-EOF-CUR                                A7PGM25 
023400             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM25 
023500     END-EVALUATE.                                                A7PGM25 
023600     GO TO F15LISTE-10.                                           A7PGM25 
023700 F15LISTE-20.                                                     A7PGM25 
023800     EXEC SQL                                                     A7PGM25 
023900         CLOSE C-ATTENTE                                          A7PGM25 
024000     END-EXEC.                                                    A7PGM25 
024100     IF W-NB-LIGNES = ZERO                                        A7PGM25 
024200         AND MESS1O = SPACES                                      A7PGM25 
024300         MOVE 'AUCUNE LIGNE EN ATTENTE D''APPROBATION' TO MESS1O. A7PGM25 
024400 F15LISTE-FN.                                                     A7PGM25 
024500     EXIT.                                                        A7PGM25 
024600 N16LIGNE.                                                        A7PGM25 
024700*         NOTE *EDITION D'UNE LIGNE EN ATTENTE   *.               A7PGM25 
024800 F16LIGNE.                                                        A7PGM25 
024900     MOVE W-NO-SAISIE TO WL-NO-SAISIE.                            A7PGM25 
025000     MOVE W-LIE TO WL-LIE.                                        A7PGM25 
025100     MOVE W-ID-ARTICLE TO WL-ARTICLE.                             A7PGM25 
025200     MOVE W-QUANTITE TO WL-QTE.                                   A7PGM25 
025300     MOVE W-VALEUR TO WL-VALEUR.                                  A7PGM25 
025400     MOVE W-DATE-SAISIE TO WL-DATE.                               A7PGM25 
025500     IF W-MOTIF-ATTENTE = 'S'                                     A7PGM25 
025600         MOVE 'SEUIL' TO WL-MOTIF                                 A7PGM25 
025700     ELSE                                                         A7PGM25 
025800         MOVE 'BUDGET' TO WL-MOTIF.                               A7PGM25 
025900     MOVE W-LIGNE-ATT TO W-LIG (W-NB-LIGNES).                     A7PGM25 
026000 F16LIGNE-FN.                                                     A7PGM25 
026100     EXIT.                                                        A7PGM25 
026200 N90ERRSQL.                                                       A7PGM25 
026300*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM25 
026400 F90ERRSQL.                                                       A7PGM25 
026500     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM25 
026600     MOVE SPACES TO W-CODE-REJET.                                 A7PGM25 
026700     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM25 
026800         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM25 
026900 F90ERRSQL-FN.                                                    A7PGM25 
027000     EXIT.                                                        A7PGM25 
