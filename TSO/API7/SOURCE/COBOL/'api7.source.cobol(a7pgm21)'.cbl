000100 IDENTIFICATION DIVISION.                                         A7PGM21 
000200 PROGRAM-ID.  A7PGM21.                                            A7PGM21 
000300 AUTHOR.         validation des demandes sensibles en ligne.      A7PGM21 
000400 ENVIRONMENT DIVISION.                                            A7PGM21 
000500 DATA DIVISION.                                                   A7PGM21 
000600 WORKING-STORAGE SECTION.                                         A7PGM21 
000700      EXEC SQL                                                    A7PGM21 
000800         INCLUDE SQLCA                                            A7PGM21 
000900      END-EXEC.                                                   A7PGM21 
001000*****                                                             A7PGM21 
001100      EXEC SQL                                                    A7PGM21 
001200         INCLUDE DEMVAL                                           A7PGM21 
001300      END-EXEC.                                                   A7PGM21 
001400*****                                                             A7PGM21 
001500      EXEC SQL                                                    A7PGM21 
001600         INCLUDE ARTICLE                                          A7PGM21 
001700      END-EXEC.                                                   A7PGM21 
001800*****                                                             A7PGM21 
001900      EXEC SQL                                                    A7PGM21 
002000         INCLUDE PRIXHIST                                         A7PGM21 
002100      END-EXEC.                                                   A7PGM21 
002200*****                                                             A7PGM21 
002300      EXEC SQL                                                    A7PGM21 
002400         INCLUDE PARAMET                                          A7PGM21 
002500      END-EXEC.                                                   A7PGM21 
002600*****                                                             A7PGM21 
002700      EXEC SQL                                                    A7PGM21 
002800         INCLUDE PARMAUD                                          A7PGM21 
002900      END-EXEC.                                                   A7PGM21 
003000*****                                                             A7PGM21 
003100      EXEC SQL                                                    A7PGM21 
003200         INCLUDE BUDGDEP                                          A7PGM21 
003300      END-EXEC.                                                   A7PGM21 
003400*****                                                             A7PGM21 
003500      EXEC SQL                                                    A7PGM21 
003600         INCLUDE MARQUE                                           A7PGM21 
003700      END-EXEC.                                                   A7PGM21 
003800*****                                                             A7PGM21 
003900      EXEC SQL                                                    A7PGM21 
004000         INCLUDE FAMILLE                                          A7PGM21 
004100      END-EXEC.                                                   A7PGM21 
004200******                                                            A7PGM21 
004300      EXEC SQL                                                    A7PGM21 
004400         DECLARE C-DEMANDE CURSOR FOR                             A7PGM21 
004500         SELECT ID_DEMANDE, TYPE_DEMANDE, CLE_OBJET,              A7PGM21 
004600                VALEUR_AVANT, VALEUR_APRES, ID_DEMANDEUR          A7PGM21 
004700           FROM API7.DEMANDE_VALIDATION                           A7PGM21 
004800          WHERE ETAT = 'A'                                        A7PGM21 
004900            AND ID_DEMANDE > :W-DEM-DEPART                        A7PGM21 
005000          ORDER BY ID_DEMANDE                                     A7PGM21 
005100      END-EXEC.                                                   A7PGM21 
005200******                                                            A7PGM21 
005300 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM21'.     A7PGM21 
005400 01               W-SQLCODE     PIC +++9.                         A7PGM21 
005500 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM21 
005600 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM21 
005700 01               W-DEM-DEPART  PIC S9(9) USAGE COMP.             A7PGM21 
005800 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM21 
005900 01               WX-LIG        PICTURE 9(2) VALUE ZERO.          A7PGM21 
006000 01               W-NB-VAL      PICTURE 9(2) VALUE ZERO.          A7PGM21 
006100 01               W-NB-REJ      PICTURE 9(2) VALUE ZERO.          A7PGM21 
006200 01               W-NB-EXP      PICTURE 9(2) VALUE ZERO.          A7PGM21 
006300 01               W-ACTION      PICTURE X(1).                     A7PGM21 
006400 01               W-LIG-REJET   PICTURE 9 VALUE ZERO.             A7PGM21 
006500 01               W-AGE         PIC S9(9) USAGE COMP.             A7PGM21 
006600 01               W-DELAI       PIC S9(9) USAGE COMP VALUE 7.     A7PGM21 
006700 01               W-CNT-ARTICLE PIC S9(9) USAGE COMP.             A7PGM21 
006800 01               W-VALEUR-LUE  PICTURE X(20).                    A7PGM21 
006900 01               W-PRIX-EDIT   PICTURE ZZZZ9.99.                 A7PGM21 
007000 01               W-MONTANT-EDIT PICTURE ZZZZZZZZ9.99.            A7PGM21 
007100 01               W-CLE.                                          A7PGM21 
007200     05           WK-ARTICLE    PICTURE 9(9).                     A7PGM21 
007300     05           FILLER        PICTURE X(11).                    A7PGM21 
007400 01               W-CLE-PARAM REDEFINES W-CLE.                    A7PGM21 
007500     05           WK-PROGRAMME  PICTURE X(8).                     A7PGM21 
007600     05           WK-NOM        PICTURE X(10).                    A7PGM21 
007700     05           FILLER        PICTURE X(2).                     A7PGM21 
007800 01               W-CLE-BUDGET REDEFINES W-CLE.                   A7PGM21 
007900     05           WK-LIE        PICTURE 9(9).                     A7PGM21 
008000     05           WK-ANNEE      PICTURE 9(4).                     A7PGM21 
008100     05           WK-PERIODE    PICTURE 9(2).                     A7PGM21 
008200     05           FILLER        PICTURE X(5).                     A7PGM21 
008300 01               W-CLE-REF REDEFINES W-CLE.                      A7PGM21 
008400     05           WK-TYPREF     PICTURE X(1).                     A7PGM21 
008500     05           WK-CODE       PICTURE X(2).                     A7PGM21 
008600     05           FILLER        PICTURE X(17).                    A7PGM21 
008610 01               W-CLE-BUDDIV REDEFINES W-CLE.                   A7PGM21 
008620     05           WK-DIV        PICTURE X(3).                     A7PGM21 
008630     05           WK-DIV-ANNEE  PICTURE 9(4).                     A7PGM21 
008640     05           WK-DIV-PERIODE PICTURE 9(2).                    A7PGM21 
008650     05           FILLER        PICTURE X(11).                    A7PGM21 
008700 01               W-MESS-DECIS.                                   A7PGM21 
008800     05           WM-NB-VAL     PICTURE Z9.                       A7PGM21 
008900     05           FILLER        PICTURE X(11) VALUE               A7PGM21 
009000                                ' VALIDEE(S)'.                    A7PGM21 
009100     05           FILLER        PICTURE X(2) VALUE ', '.          A7PGM21 
009200     05           WM-NB-REJ     PICTURE Z9.                       A7PGM21 
009300     05           FILLER        PICTURE X(11) VALUE               A7PGM21 
009400                                ' REJETEE(S)'.                    A7PGM21 
009500     05           FILLER        PICTURE X(2) VALUE ', '.          A7PGM21 
009600     05           WM-NB-EXP     PICTURE Z9.                       A7PGM21 
009700     05           FILLER        PICTURE X(11) VALUE               A7PGM21 
009800                                ' EXPIREE(S)'.                    A7PGM21 
009900     05           FILLER        PICTURE X(12) VALUE SPACES.       A7PGM21 
010000 01               W-LIGNE-DEM.                                    A7PGM21 
010100     05           WL-TYPE       PICTURE X(2).                     A7PGM21 
010200     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM21 
010300     05           WL-CLE        PICTURE X(18).                    A7PGM21 
010400     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM21 
010500     05           WL-AVANT      PICTURE X(12).                    A7PGM21 
010600     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM21 
010700     05           WL-APRES      PICTURE X(12).                    A7PGM21 
010800     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM21 
010900     05           WL-DEMANDEUR  PICTURE X(8).                     A7PGM21 
011000 01               W-TAB-SAISIE.                                   A7PGM21 
011100     05           W-SAI OCCURS 8 TIMES.                           A7PGM21 
011200       10         WI-ACT        PICTURE X(1).                     A7PGM21 
011300       10         WI-NDEM       PICTURE X(9).                     A7PGM21 
011400       10         WI-NDEM-N REDEFINES WI-NDEM PICTURE 9(9).       A7PGM21 
011500 01               W-TAB-AFFICHE.                                  A7PGM21 
011600     05           W-AFF OCCURS 8 TIMES.                           A7PGM21 
011700       10         WA-ACT        PICTURE X(1).                     A7PGM21 
011800       10         WA-NDEM       PICTURE X(9).                     A7PGM21 
011900       10         WA-NDEM-N REDEFINES WA-NDEM PICTURE 9(9).       A7PGM21 
012000       10         WA-LIG        PICTURE X(56).                    A7PGM21 
012100******                                                            A7PGM21 
012200      COPY A7MS21.                                                A7PGM21 
012300 LINKAGE SECTION.                                                 A7PGM21 
012400 01               DFHCOMMAREA.                                    A7PGM21 
012500     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM21 
012600     05           CA-NIVEAU     PICTURE X(1).                     A7PGM21 
012700 PROCEDURE DIVISION.                                              A7PGM21 
012800 N01.                                                             A7PGM21 
012900*         NOTE *RECEPTION DE L'ECRAN A7MS21      *.               A7PGM21 
013000 F01.                                                             A7PGM21 
013100     EXEC CICS                                                    A7PGM21 
013200         RECEIVE MAP('A7MS21') MAPSET('A7MS21')                   A7PGM21 
013300                 INTO(A7MAP21I)                                   A7PGM21 
013400     END-EXEC.                                                    A7PGM21 
013500 F01-FN.                                                          A7PGM21 
013600     EXIT.                                                        A7PGM21 
013700 N05.                                                             A7PGM21 
013800*         NOTE *DECISIONS PUIS FEUILLETAGE       *.               A7PGM21 
013900 F05.                                                             A7PGM21 
014000     MOVE SPACES TO MESS1O.                                       A7PGM21 
014100     MOVE SPACES TO W-CODE-REJET.                                 A7PGM21 
014200     MOVE SPACES TO W-TAB-AFFICHE.                                A7PGM21 
014300     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM21 
014400     IF EIBCALEN < 9 OR CA-NIVEAU NOT = '2'                       A7PGM21 
014500         MOVE 'FONCTION RESERVEE A LA MAITRISE' TO MESS1O         A7PGM21 
014600         GO TO F05-FN.                                            A7PGM21 
014700     PERFORM F08DELAI THRU F08DELAI-FN.                           A7PGM21 
014800     PERFORM F10DECIS THRU F10DECIS-FN.                           A7PGM21 
014900     IF W-CODE-REJET NOT = SPACES                                 A7PGM21 
015000         MOVE W-CODE-REJET TO MESS1O                              A7PGM21 
015100         PERFORM F16REAFF THRU F16REAFF-FN                        A7PGM21 
015200         GO TO F05-FN.                                            A7PGM21 
015300     IF W-NB-VAL NOT = ZERO OR W-NB-REJ NOT = ZERO                A7PGM21 
015400         OR W-NB-EXP NOT = ZERO                                   A7PGM21 
015500         MOVE W-NB-VAL TO WM-NB-VAL                               A7PGM21 
015600         MOVE W-NB-REJ TO WM-NB-REJ                               A7PGM21 
015700         MOVE W-NB-EXP TO WM-NB-EXP                               A7PGM21 
015800         MOVE W-MESS-DECIS TO MESS1O.                             A7PGM21 
015900     IF SENSI = 'S'                                               A7PGM21 
016000         MOVE DERNDEMI TO W-DEM-DEPART                            A7PGM21 
016100     ELSE                                                         A7PGM21 
016200         MOVE ZERO TO W-DEM-DEPART.                               A7PGM21 
016300     MOVE '0' TO W-EOF-CUR.                                       A7PGM21 
016400     EXEC SQL                                                     A7PGM21 
016500         OPEN C-DEMANDE                                           A7PGM21 
016600     END-EXEC.                                                    A7PGM21 
016700     IF SQLCODE NOT = ZERO                                        A7PGM21 
016800         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
016900         MOVE W-CODE-REJET TO MESS1O                              A7PGM21 
017000         GO TO F05-FN.                                            A7PGM21 
017100 F05-10.                                                          A7PGM21 
017200     IF W-EOF-CUR = '1'                                           A7PGM21 
017300         OR W-NB-LIGNES NOT < 8                                   A7PGM21 
017400         GO TO F05-20.                                            A7PGM21 
017500     PERFORM F40FETCH THRU F40FETCH-FN.                           A7PGM21 
017600     IF W-EOF-CUR = '1'                                           A7PGM21 
017700         GO TO F05-10.                                            A7PGM21 
017800     ADD 1 TO W-NB-LIGNES.                                        A7PGM21 
017900     MOVE W-TYPE-DEMANDE TO WL-TYPE.                              A7PGM21 
018000     MOVE W-CLE-OBJET TO WL-CLE.                                  A7PGM21 
018100     MOVE W-VALEUR-AVANT TO WL-AVANT.                             A7PGM21 
018200     MOVE W-VALEUR-APRES TO WL-APRES.                             A7PGM21 
018300     MOVE W-ID-DEMANDEUR TO WL-DEMANDEUR.                         A7PGM21 
018400     MOVE W-ID-DEMANDE TO WA-NDEM-N (W-NB-LIGNES).                A7PGM21 
018500     MOVE W-LIGNE-DEM TO WA-LIG (W-NB-LIGNES).                    A7PGM21 
018600     GO TO F05-10.                                                A7PGM21 
018700 F05-20.                                                          A7PGM21 
018800     EXEC SQL                                                     A7PGM21 
018900         CLOSE C-DEMANDE                                          A7PGM21 
019000     END-EXEC.                                                    A7PGM21 
019100     IF W-NB-LIGNES = ZERO                                        A7PGM21 
019200         AND W-CODE-REJET NOT = SPACES                            A7PGM21 
019300         MOVE W-CODE-REJET TO MESS1O                              A7PGM21 
019400         GO TO F05-FN.                                            A7PGM21 
019500     IF W-NB-LIGNES = ZERO                                        A7PGM21 
019600         IF SENSI = 'S'                                           A7PGM21 
019700             MOVE 'FIN DE LISTE' TO MESS1O                        A7PGM21 
019800             GO TO F05-FN                                         A7PGM21 
019900         ELSE                                                     A7PGM21 
020000             IF MESS1O = SPACES                                   A7PGM21 
020100                 MOVE 'AUCUNE DEMANDE EN ATTENTE' TO MESS1O       A7PGM21 
020200             END-IF                                               A7PGM21 
020300             MOVE ZERO TO PREMDEMO DERNDEMO                       A7PGM21 
020400             GO TO F05-FN.                                        A7PGM21 
020500     MOVE WA-NDEM-N (1) TO PREMDEMO.                              A7PGM21 
020600     MOVE WA-NDEM-N (W-NB-LIGNES) TO DERNDEMO.                    A7PGM21 
020700 F05-FN.                                                          A7PGM21 
020800     EXIT.                                                        A7PGM21 
020900 N20.                                                             A7PGM21 
021000*         NOTE *RESTITUTION DE L'ECRAN A7MS21     *.              A7PGM21 
021100 F20.                                                             A7PGM21 
021200     MOVE WA-ACT (1) TO ACT1O.                                    A7PGM21 
021300     MOVE WA-NDEM (1) TO NDEM1O.                                  A7PGM21 
021400     MOVE WA-LIG (1) TO LIG1O.                                    A7PGM21 
021500     MOVE WA-ACT (2) TO ACT2O.                                    A7PGM21 
021600     MOVE WA-NDEM (2) TO NDEM2O.                                  A7PGM21 
021700     MOVE WA-LIG (2) TO LIG2O.                                    A7PGM21 
021800     MOVE WA-ACT (3) TO ACT3O.                                    A7PGM21 
021900     MOVE WA-NDEM (3) TO NDEM3O.                                  A7PGM21 
022000     MOVE WA-LIG (3) TO LIG3O.                                    A7PGM21 
022100     MOVE WA-ACT (4) TO ACT4O.                                    A7PGM21 
022200     MOVE WA-NDEM (4) TO NDEM4O.                                  A7PGM21 
022300     MOVE WA-LIG (4) TO LIG4O.                                    A7PGM21 
022400     MOVE WA-ACT (5) TO ACT5O.                                    A7PGM21 
022500     MOVE WA-NDEM (5) TO NDEM5O.                                  A7PGM21 
022600     MOVE WA-LIG (5) TO LIG5O.                                    A7PGM21 
022700     MOVE WA-ACT (6) TO ACT6O.                                    A7PGM21 
022800     MOVE WA-NDEM (6) TO NDEM6O.                                  A7PGM21 
022900     MOVE WA-LIG (6) TO LIG6O.                                    A7PGM21 
023000     MOVE WA-ACT (7) TO ACT7O.                                    A7PGM21 
023100     MOVE WA-NDEM (7) TO NDEM7O.                                  A7PGM21 
023200     MOVE WA-LIG (7) TO LIG7O.                                    A7PGM21 
023300     MOVE WA-ACT (8) TO ACT8O.                                    A7PGM21 
023400     MOVE WA-NDEM (8) TO NDEM8O.                                  A7PGM21 
023500     MOVE WA-LIG (8) TO LIG8O.                                    A7PGM21 
023600     MOVE SPACES TO SENSO.                                        A7PGM21 
023700     EXEC CICS                                                    A7PGM21 
023800         SEND MAP('A7MS21') MAPSET('A7MS21')                      A7PGM21 
023900              FROM(A7MAP21O) ERASE                                A7PGM21 
024000     END-EXEC.                                                    A7PGM21 
024100     IF EIBCALEN NOT < 9                                          A7PGM21 
024200         EXEC CICS                                                A7PGM21 
024300             RETURN TRANSID('A7TL')                               A7PGM21 
024400                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM21 
024500         END-EXEC                                                 A7PGM21 
024600     END-IF.                                                      A7PGM21 
024700     EXEC CICS                                                    A7PGM21 
024800         RETURN TRANSID('A7TL')                                   A7PGM21 
024900     END-EXEC.                                                    A7PGM21 
025000 F20-FN.                                                          A7PGM21 
025100     EXIT.                                                        A7PGM21 
025200 N08DELAI.                                                        A7PGM21 
025300*         NOTE *DELAI D'EXPIRATION DES DEMANDES  *.               A7PGM21 
025400 F08DELAI.                                                        A7PGM21 
025500     MOVE 'LDEMVAL' TO W-PROGRAMME OF DCLPARAMETRE.               A7PGM21 
025600     MOVE 'EXPIRATION' TO W-NOM-PARAMETRE OF DCLPARAMETRE.        A7PGM21 
025700     EXEC SQL                                                     A7PGM21 
025800         SELECT VALEUR                                            A7PGM21 
025900           INTO :W-VALEUR                                         A7PGM21 
026000           FROM API7.PARAMETRE                                    A7PGM21 
026100          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM21 
026200            AND NOM_PARAMETRE =                                   A7PGM21 
026300                :W-NOM-PARAMETRE OF DCLPARAMETRE                  A7PGM21 
026400     END-EXEC.                                                    A7PGM21 
026500     IF SQLCODE NOT = ZERO                                        A7PGM21 
026600         GO TO F08DELAI-FN.                                       A7PGM21 
026700     IF FUNCTION TEST-NUMVAL(W-VALEUR) = ZERO                     A7PGM21 
026800         MOVE FUNCTION NUMVAL(W-VALEUR) TO W-DELAI.               A7PGM21 
026900 F08DELAI-FN.                                                     A7PGM21 
027000     EXIT.                                                        A7PGM21 
027100 N10DECIS.                                                        A7PGM21 
027200*         NOTE *TRAITEMENT DES LIGNES SAISIES    *.               A7PGM21 
027300 F10DECIS.                                                        A7PGM21 
027400     MOVE ZERO TO W-NB-VAL W-NB-REJ W-NB-EXP.                     A7PGM21 
027500     MOVE ACT1I TO WI-ACT (1).                                    A7PGM21 
027600     MOVE NDEM1I TO WI-NDEM (1).                                  A7PGM21 
027700     MOVE ACT2I TO WI-ACT (2).                                    A7PGM21 
027800     MOVE NDEM2I TO WI-NDEM (2).                                  A7PGM21 
027900     MOVE ACT3I TO WI-ACT (3).                                    A7PGM21 
028000     MOVE NDEM3I TO WI-NDEM (3).                                  A7PGM21 
028100     MOVE ACT4I TO WI-ACT (4).                                    A7PGM21 
028200     MOVE NDEM4I TO WI-NDEM (4).                                  A7PGM21 
028300     MOVE ACT5I TO WI-ACT (5).                                    A7PGM21 
028400     MOVE NDEM5I TO WI-NDEM (5).                                  A7PGM21 
028500     MOVE ACT6I TO WI-ACT (6).                                    A7PGM21 
028600     MOVE NDEM6I TO WI-NDEM (6).                                  A7PGM21 
028700     MOVE ACT7I TO WI-ACT (7).                                    A7PGM21 
028800     MOVE NDEM7I TO WI-NDEM (7).                                  A7PGM21 
028900     MOVE ACT8I TO WI-ACT (8).                                    A7PGM21 
029000     MOVE NDEM8I TO WI-NDEM (8).                                  A7PGM21 
029100     MOVE ZERO TO WX-LIG.                                         A7PGM21 
029200 F10DECIS-10.                                                     A7PGM21 
029300     IF WX-LIG NOT < 8                                            A7PGM21 
029400         OR W-CODE-REJET NOT = SPACES                             A7PGM21 
029500         GO TO F10DECIS-FN.                                       A7PGM21 
029600     ADD 1 TO WX-LIG.                                             A7PGM21 
029700     PERFORM F11LIGNE THRU F11LIGNE-FN.                           A7PGM21 
029800     GO TO F10DECIS-10.                                           A7PGM21 
029900 F10DECIS-FN.                                                     A7PGM21 
030000     EXIT.                                                        A7PGM21 
030100 N11LIGNE.                                                        A7PGM21 
030200*         NOTE *CONTROLE ET DECISION D'UNE LIGNE *.               A7PGM21 
030300 F11LIGNE.                                                        A7PGM21 
030400     MOVE WI-ACT (WX-LIG) TO W-ACTION.                            A7PGM21 
030500     IF W-ACTION = SPACES OR W-ACTION = LOW-VALUE                 A7PGM21 
030600         GO TO F11LIGNE-FN.                                       A7PGM21 
030700     MOVE WX-LIG TO W-LIG-REJET.                                  A7PGM21 
030800     IF WI-NDEM (WX-LIG) NOT NUMERIC                              A7PGM21 
030900         OR WI-NDEM-N (WX-LIG) = ZERO                             A7PGM21 
031000         STRING 'LIGNE ' W-LIG-REJET ' - AUCUNE DEMANDE'          A7PGM21 
031100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
031200         GO TO F11LIGNE-FN.                                       A7PGM21 
031300     IF W-ACTION NOT = 'V' AND W-ACTION NOT = 'R'                 A7PGM21 
031400         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
031500                ' - ACTION INVALIDE - V OU R'                     A7PGM21 
031600             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
031700         GO TO F11LIGNE-FN.                                       A7PGM21 
031800     MOVE WI-NDEM-N (WX-LIG) TO W-ID-DEMANDE.                     A7PGM21 
031900     EXEC SQL                                                     A7PGM21 
032000         SELECT TYPE_DEMANDE, CLE_OBJET, VALEUR_AVANT,            A7PGM21 
032100                VALEUR_APRES, ID_DEMANDEUR, ETAT,                 A7PGM21 
032200                DAYS(CURRENT DATE) - DAYS(DATE_DEMANDE)           A7PGM21 
032300           INTO :W-TYPE-DEMANDE, :W-CLE-OBJET,                    A7PGM21 
032400                :W-VALEUR-AVANT, :W-VALEUR-APRES,                 A7PGM21 
032500                :W-ID-DEMANDEUR, :W-ETAT, :W-AGE                  A7PGM21 
032600           FROM API7.DEMANDE_VALIDATION                           A7PGM21 
032700          WHERE ID_DEMANDE = :W-ID-DEMANDE                        A7PGM21 
032800     END-EXEC.                                                    A7PGM21 
032900     IF SQLCODE = 100                                             A7PGM21 
033000         STRING 'LIGNE ' W-LIG-REJET ' - DEMANDE INCONNUE'        A7PGM21 
033100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
033200         GO TO F11LIGNE-FN.                                       A7PGM21 
033300     IF SQLCODE NOT = ZERO                                        A7PGM21 
033400         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
033500         GO TO F11LIGNE-FN.                                       A7PGM21 
033600     IF W-ETAT NOT = 'A'                                          A7PGM21 
033700         STRING 'LIGNE ' W-LIG-REJET ' - DEJA TRAITEE'            A7PGM21 
033800             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
033900         GO TO F11LIGNE-FN.                                       A7PGM21 
034000     IF W-AGE > W-DELAI                                           A7PGM21 
034100         MOVE 'E' TO W-ETAT                                       A7PGM21 
034200         PERFORM F13DECIS THRU F13DECIS-FN                        A7PGM21 
034300         GO TO F11LIGNE-FN.                                       A7PGM21 
034400     IF W-ACTION = 'R'                                            A7PGM21 
034500         MOVE 'R' TO W-ETAT                                       A7PGM21 
034600         PERFORM F13DECIS THRU F13DECIS-FN                        A7PGM21 
034700         GO TO F11LIGNE-FN.                                       A7PGM21 
034800     IF W-ID-DEMANDEUR = CA-UTILISATEUR                           A7PGM21 
034900         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
035000                ' - VALIDATION PAR LE DEMANDEUR INTERDITE'        A7PGM21 
035100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
035200         GO TO F11LIGNE-FN.                                       A7PGM21 
035300     MOVE W-CLE-OBJET TO W-CLE.                                   A7PGM21 
035400     EVALUATE W-TYPE-DEMANDE                                      A7PGM21 
035500         WHEN 'PX'                                                A7PGM21 
035600             PERFORM F21PRIX THRU F21PRIX-FN                      A7PGM21 
035700         WHEN 'PA'                                                A7PGM21 
035800             PERFORM F22PARAM THRU F22PARAM-FN                    A7PGM21 
035900         WHEN 'PS'                                                A7PGM21 
036000             PERFORM F23SUPPAR THRU F23SUPPAR-FN                  A7PGM21 
036100         WHEN 'BU'                                                A7PGM21 
036200             PERFORM F24BUDGET THRU F24BUDGET-FN                  A7PGM21 
036220         WHEN 'BD'                                                A7PGM21 
036240             PERFORM F28BUDDIV THRU F28BUDDIV-FN                  A7PGM21 
036300         WHEN 'SR'                                                A7PGM21 
036400             PERFORM F25SUPREF THRU F25SUPREF-FN                  A7PGM21 
036500         WHEN OTHER                                               A7PGM21 
036600             STRING 'LIGNE ' W-LIG-REJET                          A7PGM21 
036700                    ' - TYPE DE DEMANDE INCONNU'                  A7PGM21 
036800                 DELIMITED BY SIZE INTO W-CODE-REJET              A7PGM21 
036900     END-EVALUATE.                                                A7PGM21 
037000     IF W-CODE-REJET NOT = SPACES                                 A7PGM21 
037100         GO TO F11LIGNE-FN.                                       A7PGM21 
037200     MOVE 'V' TO W-ETAT.                                          A7PGM21 
037300     PERFORM F13DECIS THRU F13DECIS-FN.                           A7PGM21 
037400 F11LIGNE-FN.                                                     A7PGM21 
037500     EXIT.                                                        A7PGM21 
037600 N13DECIS.                                                        A7PGM21 
037700*         NOTE *ENREGISTREMENT DE LA DECISION    *.               A7PGM21 
037800 F13DECIS.                                                        A7PGM21 
037900     MOVE CA-UTILISATEUR TO W-ID-VALIDEUR.                        A7PGM21 
038000     EXEC SQL                                                     A7PGM21 
038100         UPDATE API7.DEMANDE_VALIDATION                           A7PGM21 
038200            SET ETAT = :W-ETAT,                                   A7PGM21 
038300                ID_VALIDEUR = :W-ID-VALIDEUR,                     A7PGM21 
038400                DATE_DECISION = CURRENT DATE,                     A7PGM21 
038500                HEURE_DECISION = CURRENT TIME                     A7PGM21 
038600          WHERE ID_DEMANDE = :W-ID-DEMANDE                        A7PGM21 
038700            AND ETAT = 'A'                                        A7PGM21 
038800     END-EXEC.                                                    A7PGM21 
038900     IF SQLCODE NOT = ZERO                                        A7PGM21 
039000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
039100         EXEC CICS                                                A7PGM21 
039200             SYNCPOINT ROLLBACK                                   A7PGM21 
039300         END-EXEC                                                 A7PGM21 
039400         GO TO F13DECIS-FN.                                       A7PGM21 
039500     EVALUATE W-ETAT                                              A7PGM21 
039600         WHEN 'V'                                                 A7PGM21 
039700             ADD 1 TO W-NB-VAL                                    A7PGM21 
039800         WHEN 'R'                                                 A7PGM21 
039900             ADD 1 TO W-NB-REJ                                    A7PGM21 
040000         WHEN OTHER                                               A7PGM21 
040100             ADD 1 TO W-NB-EXP                                    A7PGM21 
040200     END-EVALUATE.                                                A7PGM21 
040300 F13DECIS-FN.                                                     A7PGM21 
040400     EXIT.                                                        A7PGM21 
040500 N21PRIX.                                                         A7PGM21 
040600*         NOTE *APPLICATION D'UN CHANGEMENT PRIX *.               A7PGM21 
040700 F21PRIX.                                                         A7PGM21 
040800     MOVE WK-ARTICLE TO W-ID-ARTICLE OF DCLARTICLE.               A7PGM21 
040900     EXEC SQL                                                     A7PGM21 
041000         SELECT PRIX                                              A7PGM21 
041100           INTO :W-PRIX                                           A7PGM21 
041200           FROM API7.ARTICLE                                      A7PGM21 
041300          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          A7PGM21 
041400     END-EXEC.                                                    A7PGM21 
041500     IF SQLCODE = 100                                             A7PGM21 
041600         STRING 'LIGNE ' W-LIG-REJET ' - ARTICLE SUPPRIME'        A7PGM21 
041700             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
041800         GO TO F21PRIX-FN.                                        A7PGM21 
041900     IF SQLCODE NOT = ZERO                                        A7PGM21 
042000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
042100         GO TO F21PRIX-FN.                                        A7PGM21 
042200     MOVE W-PRIX TO W-PRIX-EDIT.                                  A7PGM21 
042300     MOVE W-PRIX-EDIT TO W-VALEUR-LUE.                            A7PGM21 
042400     IF W-VALEUR-LUE NOT = W-VALEUR-AVANT                         A7PGM21 
042500         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
042600                ' - PRIX CHANGE DEPUIS LA DEMANDE - REJETER'      A7PGM21 
042700             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
042800         GO TO F21PRIX-FN.                                        A7PGM21 
042900     MOVE W-PRIX TO W-ANCIEN-PRIX.                                A7PGM21 
043000     MOVE FUNCTION NUMVAL(W-VALEUR-APRES) TO W-NOUVEAU-PRIX.      A7PGM21 
043100     MOVE W-NOUVEAU-PRIX TO W-PRIX.                               A7PGM21 
043200     EXEC SQL                                                     A7PGM21 
043300         UPDATE API7.ARTICLE                                      A7PGM21 
043400            SET PRIX = :W-PRIX                                    A7PGM21 
043500          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          A7PGM21 
043600     END-EXEC.                                                    A7PGM21 
043700     IF SQLCODE NOT = ZERO                                        A7PGM21 
043800         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
043900         GO TO F21PRIX-FN.                                        A7PGM21 
044000     MOVE W-ID-ARTICLE OF DCLARTICLE TO W-ID-ARTICLE OF           A7PGM21 
044100         DCLPRIXHIST.                                             A7PGM21 
044200     EXEC SQL                                                     A7PGM21 
044300         INSERT INTO API7.PRIX_HISTORIQUE                         A7PGM21 
044400                (ID_ARTICLE, ANCIEN_PRIX, NOUVEAU_PRIX,           A7PGM21 
044500                 DATE_CHANGEMENT)                                 A7PGM21 
044600         VALUES (:W-ID-ARTICLE OF DCLPRIXHIST, :W-ANCIEN-PRIX,    A7PGM21 
044700                 :W-NOUVEAU-PRIX, CURRENT DATE)                   A7PGM21 
044800     END-EXEC.                                                    A7PGM21 
044900     IF SQLCODE NOT = ZERO                                        A7PGM21 
045000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
045100         EXEC CICS                                                A7PGM21 
045200             SYNCPOINT ROLLBACK                                   A7PGM21 
045300         END-EXEC.                                                A7PGM21 
045400 F21PRIX-FN.                                                      A7PGM21 
045500     EXIT.                                                        A7PGM21 
045600 N22PARAM.                                                        A7PGM21 
045700*         NOTE *APPLICATION D'UNE VALEUR PARAMETRE*.              A7PGM21 
045800 F22PARAM.                                                        A7PGM21 
045900     PERFORM F26LECPAR THRU F26LECPAR-FN.                         A7PGM21 
046000     IF W-CODE-REJET NOT = SPACES                                 A7PGM21 
046100         GO TO F22PARAM-FN.                                       A7PGM21 
046200     MOVE W-VALEUR-APRES TO W-VALEUR.                             A7PGM21 
046300     EXEC SQL                                                     A7PGM21 
046400         UPDATE API7.PARAMETRE                                    A7PGM21 
046500            SET VALEUR = :W-VALEUR                                A7PGM21 
046600          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM21 
046700            AND NOM_PARAMETRE =                                   A7PGM21 
046800                :W-NOM-PARAMETRE OF DCLPARAMETRE                  A7PGM21 
046900     END-EXEC.                                                    A7PGM21 
047000     IF SQLCODE NOT = ZERO                                        A7PGM21 
047100         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
047200         GO TO F22PARAM-FN.                                       A7PGM21 
047300     PERFORM F27AUDIT THRU F27AUDIT-FN.                           A7PGM21 
047400 F22PARAM-FN.                                                     A7PGM21 
047500     EXIT.                                                        A7PGM21 
047600 N23SUPPAR.                                                       A7PGM21 
047700*         NOTE *SUPPRESSION D'UN PARAMETRE       *.               A7PGM21 
047800 F23SUPPAR.                                                       A7PGM21 
047900     PERFORM F26LECPAR THRU F26LECPAR-FN.                         A7PGM21 
048000     IF W-CODE-REJET NOT = SPACES                                 A7PGM21 
048100         GO TO F23SUPPAR-FN.                                      A7PGM21 
048200     EXEC SQL                                                     A7PGM21 
048300         DELETE FROM API7.PARAMETRE                               A7PGM21 
048400          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM21 
048500            AND NOM_PARAMETRE =                                   A7PGM21 
048600                :W-NOM-PARAMETRE OF DCLPARAMETRE                  A7PGM21 
048700     END-EXEC.                                                    A7PGM21 
048800     IF SQLCODE NOT = ZERO                                        A7PGM21 
048900         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
049000         GO TO F23SUPPAR-FN.                                      A7PGM21 
049100     MOVE SPACES TO W-VALEUR.                                     A7PGM21 
049200     PERFORM F27AUDIT THRU F27AUDIT-FN.                           A7PGM21 
049300 F23SUPPAR-FN.                                                    A7PGM21 
049400     EXIT.                                                        A7PGM21 
049500 N24BUDGET.                                                       A7PGM21 
049600*         NOTE *APPLICATION D'UN MONTANT BUDGET  *.               A7PGM21 
049700 F24BUDGET.                                                       A7PGM21 
049800     MOVE WK-LIE TO W-LIE OF DCLBUDGETDEPT.                       A7PGM21 
049900     MOVE WK-ANNEE TO W-ANNEE.                                    A7PGM21 
050000     MOVE WK-PERIODE TO W-PERIODE.                                A7PGM21 
050100     IF W-VALEUR-AVANT = SPACES                                   A7PGM21 
050200         GO TO F24BUDGET-10.                                      A7PGM21 
050300     EXEC SQL                                                     A7PGM21 
050400         SELECT MONTANT                                           A7PGM21 
050500           INTO :W-MONTANT                                        A7PGM21 
050600           FROM API7.BUDGET_DEPT                                  A7PGM21 
050700          WHERE LIE = :W-LIE OF DCLBUDGETDEPT                     A7PGM21 
050800            AND ANNEE = :W-ANNEE                                  A7PGM21 
050900            AND PERIODE = :W-PERIODE                              A7PGM21 
051000     END-EXEC.                                                    A7PGM21 
051100     IF SQLCODE = 100                                             A7PGM21 
051200         STRING 'LIGNE ' W-LIG-REJET ' - BUDGET SUPPRIME'         A7PGM21 
051300             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
051400         GO TO F24BUDGET-FN.                                      A7PGM21 
051500     IF SQLCODE NOT = ZERO                                        A7PGM21 
051600         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
051700         GO TO F24BUDGET-FN.                                      A7PGM21 
051800     MOVE W-MONTANT TO W-MONTANT-EDIT.                            A7PGM21 
051900     MOVE W-MONTANT-EDIT TO W-VALEUR-LUE.                         A7PGM21 
052000     IF W-VALEUR-LUE NOT = W-VALEUR-AVANT                         A7PGM21 
052100         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
052200                ' - BUDGET CHANGE DEPUIS LA DEMANDE - REJETER'    A7PGM21 
052300             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
052400         GO TO F24BUDGET-FN.                                      A7PGM21 
052500     MOVE FUNCTION NUMVAL(W-VALEUR-APRES) TO W-MONTANT.           A7PGM21 
052600     EXEC SQL                                                     A7PGM21 
052700         UPDATE API7.BUDGET_DEPT                                  A7PGM21 
052800            SET MONTANT = :W-MONTANT                              A7PGM21 
052900          WHERE LIE = :W-LIE OF DCLBUDGETDEPT                     A7PGM21 
053000            AND ANNEE = :W-ANNEE                                  A7PGM21 
053100            AND PERIODE = :W-PERIODE                              A7PGM21 
053200     END-EXEC.                                                    A7PGM21 
053300     IF SQLCODE NOT = ZERO                                        A7PGM21 
053400         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM21 
053500     GO TO F24BUDGET-FN.                                          A7PGM21 
053600 F24BUDGET-10.                                                    A7PGM21 
053700     MOVE FUNCTION NUMVAL(W-VALEUR-APRES) TO W-MONTANT.           A7PGM21 
053800     EXEC SQL                                                     A7PGM21 
053900         INSERT INTO API7.BUDGET_DEPT                             A7PGM21 
054000                (LIE, ANNEE, PERIODE, MONTANT)                    A7PGM21 
054100         VALUES (:W-LIE OF DCLBUDGETDEPT, :W-ANNEE,               A7PGM21 
054200                 :W-PERIODE, :W-MONTANT)                          A7PGM21 
054300     END-EXEC.                                                    A7PGM21 
054400     EVALUATE SQLCODE                                             A7PGM21 
054500         WHEN ZERO                                                A7PGM21 
054600             CONTINUE                                             A7PGM21 
054700         WHEN -803                                                A7PGM21 
054800             STRING 'LIGNE ' W-LIG-REJET                          A7PGM21 
054900                    ' - BUDGET CREE DEPUIS LA DEMANDE - REJETER'  A7PGM21 
055000                 DELIMITED BY SIZE INTO W-CODE-REJET              A7PGM21 
055100         WHEN OTHER                                               A7PGM21 
055200             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM21 
055300     END-EVALUATE.                                                A7PGM21 
055400 F24BUDGET-FN.                                                    A7PGM21 
055500     EXIT.                                                        A7PGM21 
055600 N25SUPREF.                                                       A7PGM21 
055700*         NOTE *SUPPRESSION MARQUE OU FAMILLE    *.               A7PGM21 
055800 F25SUPREF.                                                       A7PGM21 
055900     MOVE WK-CODE TO W-ID-MARQUE OF DCLMARQUE.                    A7PGM21 
056000     MOVE WK-CODE TO W-ID-FAMILLE OF DCLFAMILLE.                  A7PGM21 
056100     IF WK-TYPREF = 'M'                                           A7PGM21 
056200         EXEC SQL                                                 A7PGM21 
056300             SELECT COUNT(*)                                      A7PGM21 
056400               INTO :W-CNT-ARTICLE                                A7PGM21 
056500               FROM API7.ARTICLE                                  A7PGM21 
056600              WHERE ID_MARQUE = :W-ID-MARQUE OF DCLMARQUE         A7PGM21 
056700         END-EXEC                                                 A7PGM21 
056800     ELSE                                                         A7PGM21 
056900         EXEC SQL                                                 A7PGM21 
057000             SELECT COUNT(*)                                      A7PGM21 
057100               INTO :W-CNT-ARTICLE                                A7PGM21 
057200               FROM API7.ARTICLE                                  A7PGM21 
057300              WHERE ID_FAMILLE = :W-ID-FAMILLE OF DCLFAMILLE      A7PGM21 
057400         END-EXEC.                                                A7PGM21 
057500     IF SQLCODE NOT = ZERO                                        A7PGM21 
057600         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
057700         GO TO F25SUPREF-FN.                                      A7PGM21 
057800     IF W-CNT-ARTICLE NOT = ZERO                                  A7PGM21 
057900         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
058000                ' - CODE REFERENCE DEPUIS LA DEMANDE - REJETER'   A7PGM21 
058100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
058200         GO TO F25SUPREF-FN.                                      A7PGM21 
058300     IF WK-TYPREF = 'M'                                           A7PGM21 
058400         EXEC SQL                                                 A7PGM21 
058500             DELETE FROM API7.MARQUE                              A7PGM21 
058600              WHERE ID_MARQUE = :W-ID-MARQUE OF DCLMARQUE         A7PGM21 
058700         END-EXEC                                                 A7PGM21 
058800     ELSE                                                         A7PGM21 
058900         EXEC SQL                                                 A7PGM21 
059000             DELETE FROM API7.FAMILLE                             A7PGM21 
059100              WHERE ID_FAMILLE = :W-ID-FAMILLE OF DCLFAMILLE      A7PGM21 
059200         END-EXEC.                                                A7PGM21 
059300     EVALUATE SQLCODE                                             A7PGM21 
059400         WHEN ZERO                                                A7PGM21 
059500             CONTINUE                                             A7PGM21 
059600         WHEN 100                                                 A7PGM21 
059700             STRING 'LIGNE ' W-LIG-REJET ' - CODE INCONNU'        A7PGM21 
059800                 DELIMITED BY SIZE INTO W-CODE-REJET              A7PGM21 
059900         WHEN OTHER                                               A7PGM21 
060000             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM21 
060100     END-EVALUATE.                                                A7PGM21 
060200 F25SUPREF-FN.                                                    A7PGM21 
060300     EXIT.                                                        A7PGM21 
060400 N26LECPAR.                                                       A7PGM21 
060500*         NOTE *CONTROLE DE LA VALEUR AVANT      *.               A7PGM21 
060600 F26LECPAR.                                                       A7PGM21 
060700     MOVE WK-PROGRAMME TO W-PROGRAMME OF DCLPARAMETRE.            A7PGM21 
060800     MOVE WK-NOM TO W-NOM-PARAMETRE OF DCLPARAMETRE.              A7PGM21 
060900     EXEC SQL                                                     A7PGM21 
061000         SELECT VALEUR                                            A7PGM21 
061100           INTO :W-VALEUR-LUE                                     A7PGM21 
061200           FROM API7.PARAMETRE                                    A7PGM21 
061300          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM21 
061400            AND NOM_PARAMETRE =                                   A7PGM21 
061500                :W-NOM-PARAMETRE OF DCLPARAMETRE                  A7PGM21 
061600     END-EXEC.                                                    A7PGM21 
061700     IF SQLCODE = 100                                             A7PGM21 
061800         STRING 'LIGNE ' W-LIG-REJET ' - PARAMETRE SUPPRIME'      A7PGM21 
061900             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
062000         GO TO F26LECPAR-FN.                                      A7PGM21 
062100     IF SQLCODE NOT = ZERO                                        A7PGM21 
062200         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
062300         GO TO F26LECPAR-FN.                                      A7PGM21 
062400     IF W-VALEUR-LUE NOT = W-VALEUR-AVANT                         A7PGM21 
062500         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
062600                ' - VALEUR CHANGEE DEPUIS LA DEMANDE - REJETER'   A7PGM21 
062700             DELIMITED BY SIZE INTO W-CODE-REJET.                 A7PGM21 
062800 F26LECPAR-FN.                                                    A7PGM21 
062900     EXIT.                                                        A7PGM21 
063000 N27AUDIT.                                                        A7PGM21 
063100*         NOTE *AUDIT DE LA MODIFICATION         *.               A7PGM21 
063200 F27AUDIT.                                                        A7PGM21 
063300     MOVE W-PROGRAMME OF DCLPARAMETRE                             A7PGM21 
063400         TO W-PROGRAMME OF DCLPARAMAUDIT.                         A7PGM21 
063500     MOVE W-NOM-PARAMETRE OF DCLPARAMETRE                         A7PGM21 
063600         TO W-NOM-PARAMETRE OF DCLPARAMAUDIT.                     A7PGM21 
063700     MOVE W-VALEUR-AVANT TO W-ANCIENNE-VALEUR.                    A7PGM21 
063800     MOVE W-VALEUR TO W-NOUVELLE-VALEUR.                          A7PGM21 
063900     MOVE W-ID-DEMANDEUR TO W-ID-UTILISATEUR.                     A7PGM21 
064000     EXEC SQL                                                     A7PGM21 
064100         INSERT INTO API7.PARAMETRE_AUDIT                         A7PGM21 
064200                (PROGRAMME, NOM_PARAMETRE, ANCIENNE_VALEUR,       A7PGM21 
064300                 NOUVELLE_VALEUR, ID_UTILISATEUR,                 A7PGM21 
064400                 DATE_MODIF, HEURE_MODIF)                         A7PGM21 
064500         VALUES (:W-PROGRAMME OF DCLPARAMAUDIT,                   A7PGM21 
064600                 :W-NOM-PARAMETRE OF DCLPARAMAUDIT,               A7PGM21 
064700                 :W-ANCIENNE-VALEUR, :W-NOUVELLE-VALEUR,          A7PGM21 
064800                 :W-ID-UTILISATEUR,                               A7PGM21 
064900                 CURRENT DATE, CURRENT TIME)                      A7PGM21 
065000     END-EXEC.                                                    A7PGM21 
065100     IF SQLCODE NOT = ZERO                                        A7PGM21 
065200         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
065300         EXEC CICS                                                A7PGM21 
065400             SYNCPOINT ROLLBACK                                   A7PGM21 
065500         END-EXEC.                                                A7PGM21 
065600 F27AUDIT-FN.                                                     A7PGM21 
065700     EXIT.                                                        A7PGM21 
065701 N28BUDDIV.                                                       A7PGM21 
065702*         NOTE *APPLICATION D'UN BUDGET DIVISION *.               A7PGM21 
065703 F28BUDDIV.                                                       A7PGM21 
065704     MOVE WK-DIV-ANNEE TO W-ANNEE.                                A7PGM21 
065705     MOVE WK-DIV-PERIODE TO W-PERIODE.                            A7PGM21 
065706     IF W-VALEUR-AVANT = SPACES                                   A7PGM21 
065707         GO TO F28BUDDIV-10.                                      A7PGM21 
065708     EXEC SQL                                                     A7PGM21 
065709         SELECT MONTANT                                           A7PGM21 
065710           INTO :W-MONTANT                                        A7PGM21 
065711           FROM API7.BUDGET_DIVISION                              A7PGM21 
065712          WHERE CODE_DIVISION = :WK-DIV                           A7PGM21 
065713            AND ANNEE = :W-ANNEE                                  A7PGM21 
065714            AND PERIODE = :W-PERIODE                              A7PGM21 
065715     END-EXEC.                                                    A7PGM21 
065716     IF SQLCODE = 100                                             A7PGM21 
065717         STRING 'LIGNE ' W-LIG-REJET ' - BUDGET SUPPRIME'         A7PGM21 
065718             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
065719         GO TO F28BUDDIV-FN.                                      A7PGM21 
065720     IF SQLCODE NOT = ZERO                                        A7PGM21 
065721         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM21 
065722         GO TO F28BUDDIV-FN.                                      A7PGM21 
065723     MOVE W-MONTANT TO W-MONTANT-EDIT.                            A7PGM21 
065724     MOVE W-MONTANT-EDIT TO W-VALEUR-LUE.                         A7PGM21 
065725     IF W-VALEUR-LUE NOT = W-VALEUR-AVANT                         A7PGM21 
065726         STRING 'LIGNE ' W-LIG-REJET                              A7PGM21 
065727                ' - BUDGET CHANGE DEPUIS LA DEMANDE - REJETER'    A7PGM21 
065728             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM21 
065729         GO TO F28BUDDIV-FN.                                      A7PGM21 
065730     MOVE FUNCTION NUMVAL(W-VALEUR-APRES) TO W-MONTANT.           A7PGM21 
065731     EXEC SQL                                                     A7PGM21 
065732         UPDATE API7.BUDGET_DIVISION                              A7PGM21 
065733            SET MONTANT = :W-MONTANT                              A7PGM21 
065734          WHERE CODE_DIVISION = :WK-DIV                           A7PGM21 
065735            AND ANNEE = :W-ANNEE                                  A7PGM21 
065736            AND PERIODE = :W-PERIODE                              A7PGM21 
065737     END-EXEC.                                                    A7PGM21 
065738     IF SQLCODE NOT = ZERO                                        A7PGM21 
065739         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM21 
065740     GO TO F28BUDDIV-FN.                                          A7PGM21 
065741 F28BUDDIV-10.                                                    A7PGM21 
065742     MOVE FUNCTION NUMVAL(W-VALEUR-APRES) TO W-MONTANT.           A7PGM21 
065743     EXEC SQL                                                     A7PGM21 
065744         INSERT INTO API7.BUDGET_DIVISION                         A7PGM21 
065745                (CODE_DIVISION, ANNEE, PERIODE, MONTANT)          A7PGM21 
065746         VALUES (:WK-DIV, :W-ANNEE, :W-PERIODE, :W-MONTANT)       A7PGM21 
065747     END-EXEC.                                                    A7PGM21 
065748     EVALUATE SQLCODE                                             A7PGM21 
065749         WHEN ZERO                                                A7PGM21 
065750             CONTINUE                                             A7PGM21 
065751         WHEN -803                                                A7PGM21 
065752             STRING 'LIGNE ' W-LIG-REJET                          A7PGM21 
065753                    ' - BUDGET CREE DEPUIS LA DEMANDE - REJETER'  A7PGM21 
065754                 DELIMITED BY SIZE INTO W-CODE-REJET              A7PGM21 
065755         WHEN OTHER                                               A7PGM21 
065756             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM21 
065757     END-EVALUATE.                                                A7PGM21 
065758 F28BUDDIV-FN.                                                    A7PGM21 
065759     EXIT.                                                        A7PGM21 
065800 N16REAFF.                                                        A7PGM21 
065900*         NOTE *REAFFICHAGE DE LA SAISIE REJETEE *.               A7PGM21 
066000 F16REAFF.                                                        A7PGM21 
066100     MOVE LIG1I TO WA-LIG (1).                                    A7PGM21 
066200     MOVE LIG2I TO WA-LIG (2).                                    A7PGM21 
066300     MOVE LIG3I TO WA-LIG (3).                                    A7PGM21 
066400     MOVE LIG4I TO WA-LIG (4).                                    A7PGM21 
066500     MOVE LIG5I TO WA-LIG (5).                                    A7PGM21 
066600     MOVE LIG6I TO WA-LIG (6).                                    A7PGM21 
066700     MOVE LIG7I TO WA-LIG (7).                                    A7PGM21 
066800     MOVE LIG8I TO WA-LIG (8).                                    A7PGM21 
066900     MOVE PREMDEMI TO PREMDEMO.                                   A7PGM21 
067000     MOVE DERNDEMI TO DERNDEMO.                                   A7PGM21 
067100     MOVE ZERO TO WX-LIG.                                         A7PGM21 
067200 F16REAFF-10.                                                     A7PGM21 
067300     IF WX-LIG NOT < 8                                            A7PGM21 
067400         GO TO F16REAFF-FN.                                       A7PGM21 
067500     ADD 1 TO WX-LIG.                                             A7PGM21 
067600     IF WX-LIG NOT < W-LIG-REJET                                  A7PGM21 
067700         MOVE WI-ACT (WX-LIG) TO WA-ACT (WX-LIG).                 A7PGM21 
067800     MOVE WI-NDEM (WX-LIG) TO WA-NDEM (WX-LIG).                   A7PGM21 
067900     GO TO F16REAFF-10.                                           A7PGM21 
068000 F16REAFF-FN.                                                     A7PGM21 
068100     EXIT.                                                        A7PGM21 
068200 N40FETCH.                                                        A7PGM21 
068300*         NOTE *LECTURE D'UNE DEMANDE EN ATTENTE *.               A7PGM21 
068400 F40FETCH.                                                        A7PGM21 
068500     EXEC SQL                                                     A7PGM21 
068600         FETCH C-DEMANDE                                          A7PGM21 
068700           INTO :W-ID-DEMANDE, :W-TYPE-DEMANDE,                   A7PGM21 
068800                :W-CLE-OBJET, :W-VALEUR-AVANT,                    A7PGM21 
068900                :W-VALEUR-APRES, :W-ID-DEMANDEUR                  A7PGM21 
069000     END-EXEC.                                                    A7PGM21 
069100     EVALUATE SQLCODE                                             A7PGM21 
069200         WHEN ZERO                                                A7PGM21 
069300             CONTINUE                                             A7PGM21 
069400         WHEN 100                                                 A7PGM21 
069500             MOVE '1' TO W-EOF-CUR                                A7PGM21 
069600         WHEN OTHER                                               A7PGM21 
069700             MOVE '1' TO W-EOF-CUR                                A7PGM21 
069800             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM21 
069900     END-EVALUATE.                                                A7PGM21 
070000 F40FETCH-FN.                                                     A7PGM21 
070100     EXIT.                                                        A7PGM21 
070200 N90ERRSQL.                                                       A7PGM21 
070300*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM21 
070400 F90ERRSQL.                                                       A7PGM21 
070500     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM21 
070600     MOVE SPACES TO W-CODE-REJET.                                 A7PGM21 
070700     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM21 
070800         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM21 
070900 F90ERRSQL-FN.                                                    A7PGM21 
071000     EXIT.                                                        A7PGM21 
