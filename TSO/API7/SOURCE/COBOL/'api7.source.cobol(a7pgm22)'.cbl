000100 IDENTIFICATION DIVISION.                                         A7PGM22 
000200 PROGRAM-ID.  A7PGM22.                                            A7PGM22 
000300 AUTHOR.         retour de tournee - saisie des livraisons.       A7PGM22 
000400 ENVIRONMENT DIVISION.                                            A7PGM22 
000500 DATA DIVISION.                                                   A7PGM22 
000600 WORKING-STORAGE SECTION.                                         A7PGM22 
000700      EXEC SQL                                                    A7PGM22 
000800         INCLUDE SQLCA                                            A7PGM22 
000900      END-EXEC.                                                   A7PGM22 
001000*****                                                             A7PGM22 
001100      EXEC SQL                                                    A7PGM22 
001200         INCLUDE LIVRAIS                                          A7PGM22 
001300      END-EXEC.                                                   A7PGM22 
001400*****                                                             A7PGM22 
001500      EXEC SQL                                                    A7PGM22 
001600         INCLUDE LIVLIG                                           A7PGM22 
001700      END-EXEC.                                                   A7PGM22 
001800*****                                                             A7PGM22 
001900      EXEC SQL                                                    A7PGM22 
002000         INCLUDE DEPART                                           A7PGM22 
002100      END-EXEC.                                                   A7PGM22 
002200******                                                            A7PGM22 
002300      EXEC SQL                                                    A7PGM22 
002400         DECLARE C-BL-LIG CURSOR FOR                              A7PGM22 
002500         SELECT NO_LIGNE, ID_ARTICLE, ID_ENTREPOT, NO_LOT,        A7PGM22 
002600                QTE_EXPEDIEE, QTE_LIVREE, QTE_REFUSEE, ETAT       A7PGM22 
002700           FROM API7.LIVRAISON_LIGNE                              A7PGM22 
002800          WHERE NO_BL = :W-CRIT-BL                                A7PGM22 
002900            AND NO_LIGNE > :W-LIG-DEPART                          A7PGM22 
003000          ORDER BY NO_LIGNE                                       A7PGM22 
003100      END-EXEC.                                                   A7PGM22 
003200******                                                            A7PGM22 
003300 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM22'.     A7PGM22 
003400 01               W-SQLCODE     PIC +++9.                         A7PGM22 
003500 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM22 
003600 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM22 
003700 01               W-ACTION      PICTURE X(1).                     A7PGM22 
003800 01               W-NOBL-X      PICTURE X(9).                     A7PGM22 
003900 01               W-NOBL-N REDEFINES W-NOBL-X PICTURE 9(9).       A7PGM22 
004000 01               W-CRIT-BL     PIC S9(9) USAGE COMP.             A7PGM22 
004100 01               W-LIG-DEPART  PIC S9(4) USAGE COMP.             A7PGM22 
004200 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM22 
004300 01               WX-LIG        PICTURE 9(2) VALUE ZERO.          A7PGM22 
004400 01               W-NB-SAI      PICTURE 9(2) VALUE ZERO.          A7PGM22 
004500 01               W-LIG-REJET   PICTURE 9 VALUE ZERO.             A7PGM22 
004600 01               W-DATE-TRT    PICTURE X(10).                    A7PGM22 
004700 01               W-QTE-CUMUL   PIC S9(9) USAGE COMP.             A7PGM22 
004800 01               W-NB-OUVERTES PIC S9(9) USAGE COMP.             A7PGM22 
004900 01               W-MESS-SAISIE.                                  A7PGM22 
005000     05           WM-NB-SAI     PICTURE Z9.                       A7PGM22 
005100     05           FILLER        PICTURE X(24) VALUE               A7PGM22 
005200                                ' LIGNE(S) ENREGISTREE(S)'.       A7PGM22 
005300     05           WM-SOLDE      PICTURE X(29) VALUE SPACES.       A7PGM22 
005400 01               W-LIGNE-BL.                                     A7PGM22 
005500     05           WL-NO-LIGNE   PICTURE ZZZ9.                     A7PGM22 
005600     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM22 
005700     05           WL-ID-ARTICLE PICTURE ZZZZZZZZ9.                A7PGM22 
005800     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM22 
005900     05           WL-ENTREPOT   PICTURE X(2).                     A7PGM22 
006000     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM22 
006100     05           WL-NO-LOT     PICTURE X(10).                    A7PGM22 
006200     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM22 
006300     05           WL-QTE-EXP    PICTURE ZZZZZZZZ9.                A7PGM22 
006400     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM22 
006500     05           WL-ETAT       PICTURE X(1).                     A7PGM22 
006600 01               W-TAB-LIGNES.                                   A7PGM22 
006700     05           W-ENT OCCURS 8 TIMES.                           A7PGM22 
006800       10         WE-NO-LIGNE   PIC S9(4) USAGE COMP.             A7PGM22 
006900       10         WE-ID-ARTICLE PIC S9(9) USAGE COMP.             A7PGM22 
007000       10         WE-ENTREPOT   PICTURE X(2).                     A7PGM22 
007100       10         WE-NO-LOT     PICTURE X(10).                    A7PGM22 
007200       10         WE-QTE-EXP    PIC S9(9) USAGE COMP.             A7PGM22 
007300       10         WE-QTE-LIV    PIC S9(9) USAGE COMP.             A7PGM22 
007400       10         WE-QTE-REF    PIC S9(9) USAGE COMP.             A7PGM22 
007500       10         WE-ETAT       PICTURE X(1).                     A7PGM22 
007600 01               W-TAB-SAISIE.                                   A7PGM22 
007700     05           W-SAI OCCURS 8 TIMES.                           A7PGM22 
007800       10         WI-NLI        PICTURE X(4).                     A7PGM22 
007900       10         WI-NLI-N REDEFINES WI-NLI PICTURE 9(4).         A7PGM22 
008000       10         WI-LIV        PICTURE X(9).                     A7PGM22 
008100       10         WI-LIV-N REDEFINES WI-LIV PICTURE 9(9).         A7PGM22 
008200       10         WI-REF        PICTURE X(9).                     A7PGM22 
008300       10         WI-REF-N REDEFINES WI-REF PICTURE 9(9).         A7PGM22 
008400       10         WI-EXP        PIC S9(9) USAGE COMP.             A7PGM22 
008500       10         WI-TRT        PICTURE X(1).                     A7PGM22 
008600 01               W-TAB-AFFICHE.                                  A7PGM22 
008700     05           W-AFF OCCURS 8 TIMES.                           A7PGM22 
008800       10         WA-LIG        PICTURE X(40).                    A7PGM22 
008900       10         WA-NLI        PICTURE X(4).                     A7PGM22 
009000       10         WA-NLI-N REDEFINES WA-NLI PICTURE 9(4).         A7PGM22 
009100       10         WA-LIV        PICTURE X(9).                     A7PGM22 
009200       10         WA-LIV-N REDEFINES WA-LIV PICTURE 9(9).         A7PGM22 
009300       10         WA-REF        PICTURE X(9).                     A7PGM22 
009400       10         WA-REF-N REDEFINES WA-REF PICTURE 9(9).         A7PGM22 
009500******                                                            A7PGM22 
009600      COPY A7MS22.                                                A7PGM22 
009700 LINKAGE SECTION.                                                 A7PGM22 
009800 01               DFHCOMMAREA.                                    A7PGM22 
009900     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM22 
010000     05           CA-NIVEAU     PICTURE X(1).                     A7PGM22 
010100 PROCEDURE DIVISION.                                              A7PGM22 
010200 N01.                                                             A7PGM22 
010300*         NOTE *RECEPTION DE L'ECRAN A7MS22      *.               A7PGM22 
010400 F01.                                                             A7PGM22 
010500     EXEC CICS                                                    A7PGM22 
010600         RECEIVE MAP('A7MS22') MAPSET('A7MS22')                   A7PGM22 
010700                 INTO(A7MAP22I)                                   A7PGM22 
010800     END-EXEC.                                                    A7PGM22 
010900 F01-FN.                                                          A7PGM22 
011000     EXIT.                                                        A7PGM22 
011100 N05.                                                             A7PGM22 
011200*         NOTE *SAISIE DU RETOUR PUIS FEUILLETAGE*.               A7PGM22 
011300 F05.                                                             A7PGM22 
011400     MOVE ACTIONI TO W-ACTION.                                    A7PGM22 
011500     IF W-ACTION = 'S' AND DERNLIGI NUMERIC                       A7PGM22 
011600         MOVE DERNLIGI TO W-LIG-DEPART                            A7PGM22 
011700     ELSE                                                         A7PGM22 
011800         MOVE ZERO TO W-LIG-DEPART.                               A7PGM22 
011900     MOVE SPACES TO MESS1O.                                       A7PGM22 
012000     MOVE SPACES TO W-CODE-REJET.                                 A7PGM22 
012100     MOVE SPACES TO W-TAB-AFFICHE.                                A7PGM22 
012200     MOVE ZERO TO W-NB-LIGNES W-NB-SAI.                           A7PGM22 
012300     IF EIBCALEN < 9                                              A7PGM22 
012400         MOVE 'NON SIGNE - PASSER PAR LA TRANSACTION MEN0'        A7PGM22 
012500             TO MESS1O                                            A7PGM22 
012600         GO TO F05-FN.                                            A7PGM22 
012700     MOVE NOBLI TO W-NOBL-X.                                      A7PGM22 
012800     IF W-NOBL-X NOT NUMERIC                                      A7PGM22 
012900         OR W-NOBL-N = ZERO                                       A7PGM22 
013000         MOVE 'NUMERO DE BON DE LIVRAISON INVALIDE' TO MESS1O     A7PGM22 
013100         MOVE SPACES TO LIEO LIBDEPO TOURNEEO DATEXPO ETATBLO     A7PGM22 
013200         MOVE ZERO TO DERNLIGO                                    A7PGM22 
013300         GO TO F05-FN.                                            A7PGM22 
013400     MOVE W-NOBL-N TO W-CRIT-BL.                                  A7PGM22 
013500     PERFORM F17ENTETE THRU F17ENTETE-FN.                         A7PGM22 
013600     IF W-CODE-REJET NOT = SPACES                                 A7PGM22 
013700         MOVE W-CODE-REJET TO MESS1O                              A7PGM22 
013800         MOVE ZERO TO DERNLIGO                                    A7PGM22 
013900         GO TO F05-FN.                                            A7PGM22 
014000     IF W-ACTION = 'V'                                            A7PGM22 
014100         PERFORM F10SAISIE THRU F10SAISIE-FN                      A7PGM22 
014200         IF W-CODE-REJET NOT = SPACES                             A7PGM22 
014300             MOVE W-CODE-REJET TO MESS1O                          A7PGM22 
014400             PERFORM F16REAFF THRU F16REAFF-FN                    A7PGM22 
014500             GO TO F05-FN                                         A7PGM22 
014600         ELSE                                                     A7PGM22 
014700             MOVE W-NB-SAI TO WM-NB-SAI                           A7PGM22 
014800             MOVE W-MESS-SAISIE TO MESS1O                         A7PGM22 
014900             PERFORM F17ENTETE THRU F17ENTETE-FN.                 A7PGM22 
015000     MOVE '0' TO W-EOF-CUR.                                       A7PGM22 
015100     PERFORM F30OPEN THRU F30OPEN-FN.                             A7PGM22 
015200 F05-10.                                                          A7PGM22 
015300     IF W-EOF-CUR = '1'                                           A7PGM22 
015400         OR W-NB-LIGNES NOT < 8                                   A7PGM22 
015500         GO TO F05-20.                                            A7PGM22 
015600     PERFORM F40FETCH THRU F40FETCH-FN.                           A7PGM22 
015700     IF W-EOF-CUR = '1'                                           A7PGM22 
015800         GO TO F05-10.                                            A7PGM22 
015900     ADD 1 TO W-NB-LIGNES.                                        A7PGM22 
016000     MOVE W-NO-LIGNE TO WE-NO-LIGNE (W-NB-LIGNES).                A7PGM22 
016100     MOVE W-ID-ARTICLE TO WE-ID-ARTICLE (W-NB-LIGNES).            A7PGM22 
016200     MOVE W-ID-ENTREPOT TO WE-ENTREPOT (W-NB-LIGNES).             A7PGM22 
016300     MOVE W-NO-LOT TO WE-NO-LOT (W-NB-LIGNES).                    A7PGM22 
016400     MOVE W-QTE-EXPEDIEE TO WE-QTE-EXP (W-NB-LIGNES).             A7PGM22 
016500     MOVE W-QTE-LIVREE TO WE-QTE-LIV (W-NB-LIGNES).               A7PGM22 
016600     MOVE W-QTE-REFUSEE TO WE-QTE-REF (W-NB-LIGNES).              A7PGM22 
016700     MOVE W-ETAT OF DCLLIVRAISONLIGNE TO WE-ETAT (W-NB-LIGNES).   A7PGM22 
016800     GO TO F05-10.                                                A7PGM22 
016900 F05-20.                                                          A7PGM22 
017000     PERFORM F50CLOSE THRU F50CLOSE-FN.                           A7PGM22 
017100     IF W-NB-LIGNES = ZERO                                        A7PGM22 
017200         AND W-CODE-REJET NOT = SPACES                            A7PGM22 
017300         MOVE W-CODE-REJET TO MESS1O                              A7PGM22 
017400         GO TO F05-FN.                                            A7PGM22 
017500     IF W-NB-LIGNES = ZERO                                        A7PGM22 
017600         MOVE ZERO TO DERNLIGO                                    A7PGM22 
017700         IF W-ACTION = 'S'                                        A7PGM22 
017800             MOVE 'FIN DE LISTE' TO MESS1O                        A7PGM22 
017900             GO TO F05-FN                                         A7PGM22 
018000         ELSE                                                     A7PGM22 
018100             IF MESS1O = SPACES                                   A7PGM22 
018200                 MOVE 'AUCUNE LIGNE SUR LE BON DE LIVRAISON'      A7PGM22 
018300                     TO MESS1O                                    A7PGM22 
018400             END-IF                                               A7PGM22 
018500             GO TO F05-FN.                                        A7PGM22 
018600     MOVE ZERO TO WX-LIG.                                         A7PGM22 
018700 F05-30.                                                          A7PGM22 
018800     IF WX-LIG NOT < W-NB-LIGNES                                  A7PGM22 
018900         GO TO F05-40.                                            A7PGM22 
019000     ADD 1 TO WX-LIG.                                             A7PGM22 
019100     MOVE WE-NO-LIGNE (WX-LIG) TO WL-NO-LIGNE.                    A7PGM22 
019200     MOVE WE-ID-ARTICLE (WX-LIG) TO WL-ID-ARTICLE.                A7PGM22 
019300     MOVE WE-ENTREPOT (WX-LIG) TO WL-ENTREPOT.                    A7PGM22 
019400     MOVE WE-NO-LOT (WX-LIG) TO WL-NO-LOT.                        A7PGM22 
019500     MOVE WE-QTE-EXP (WX-LIG) TO WL-QTE-EXP.                      A7PGM22 
019600     MOVE WE-ETAT (WX-LIG) TO WL-ETAT.                            A7PGM22 
019700     MOVE W-LIGNE-BL TO WA-LIG (WX-LIG).                          A7PGM22 
019800     MOVE WE-NO-LIGNE (WX-LIG) TO WA-NLI-N (WX-LIG).              A7PGM22 
019900     IF WE-ETAT (WX-LIG) NOT = 'E'                                A7PGM22 
020000         MOVE WE-QTE-LIV (WX-LIG) TO WA-LIV-N (WX-LIG)            A7PGM22 
020100         MOVE WE-QTE-REF (WX-LIG) TO WA-REF-N (WX-LIG).           A7PGM22 
020200     GO TO F05-30.                                                A7PGM22 
020300 F05-40.                                                          A7PGM22 
020400     MOVE WE-NO-LIGNE (W-NB-LIGNES) TO DERNLIGO.                  A7PGM22 
020500 F05-FN.                                                          A7PGM22 
020600     EXIT.                                                        A7PGM22 
020700 N20.                                                             A7PGM22 
020800*         NOTE *RESTITUTION DE L'ECRAN A7MS22     *.              A7PGM22 
020900 F20.                                                             A7PGM22 
021000     MOVE WA-LIG (1) TO LIG1O.                                    A7PGM22 
021100     MOVE WA-NLI (1) TO NLI1O.                                    A7PGM22 
021200     MOVE WA-LIV (1) TO LIV1O.                                    A7PGM22 
021300     MOVE WA-REF (1) TO REF1O.                                    A7PGM22 
021400     MOVE WA-LIG (2) TO LIG2O.                                    A7PGM22 
021500     MOVE WA-NLI (2) TO NLI2O.                                    A7PGM22 
021600     MOVE WA-LIV (2) TO LIV2O.                                    A7PGM22 
021700     MOVE WA-REF (2) TO REF2O.                                    A7PGM22 
021800     MOVE WA-LIG (3) TO LIG3O.                                    A7PGM22 
021900     MOVE WA-NLI (3) TO NLI3O.                                    A7PGM22 
022000     MOVE WA-LIV (3) TO LIV3O.                                    A7PGM22 
022100     MOVE WA-REF (3) TO REF3O.                                    A7PGM22 
022200     MOVE WA-LIG (4) TO LIG4O.                                    A7PGM22 
022300     MOVE WA-NLI (4) TO NLI4O.                                    A7PGM22 
022400     MOVE WA-LIV (4) TO LIV4O.                                    A7PGM22 
022500     MOVE WA-REF (4) TO REF4O.                                    A7PGM22 
022600     MOVE WA-LIG (5) TO LIG5O.                                    A7PGM22 
022700     MOVE WA-NLI (5) TO NLI5O.                                    A7PGM22 
022800     MOVE WA-LIV (5) TO LIV5O.                                    A7PGM22 
022900     MOVE WA-REF (5) TO REF5O.                                    A7PGM22 
023000     MOVE WA-LIG (6) TO LIG6O.                                    A7PGM22 
023100     MOVE WA-NLI (6) TO NLI6O.                                    A7PGM22 
023200     MOVE WA-LIV (6) TO LIV6O.                                    A7PGM22 
023300     MOVE WA-REF (6) TO REF6O.                                    A7PGM22 
023400     MOVE WA-LIG (7) TO LIG7O.                                    A7PGM22 
023500     MOVE WA-NLI (7) TO NLI7O.                                    A7PGM22 
023600     MOVE WA-LIV (7) TO LIV7O.                                    A7PGM22 
023700     MOVE WA-REF (7) TO REF7O.                                    A7PGM22 
023800     MOVE WA-LIG (8) TO LIG8O.                                    A7PGM22 
023900     MOVE WA-NLI (8) TO NLI8O.                                    A7PGM22 
024000     MOVE WA-LIV (8) TO LIV8O.                                    A7PGM22 
024100     MOVE WA-REF (8) TO REF8O.                                    A7PGM22 
024200     MOVE SPACES TO ACTIONO.                                      A7PGM22 
024300     EXEC CICS                                                    A7PGM22 
024400         SEND MAP('A7MS22') MAPSET('A7MS22')                      A7PGM22 
024500              FROM(A7MAP22O) ERASE                                A7PGM22 
024600     END-EXEC.                                                    A7PGM22 
024700     IF EIBCALEN NOT < 9                                          A7PGM22 
024800         EXEC CICS                                                A7PGM22 
024900             RETURN TRANSID('A7TM')                               A7PGM22 
025000                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM22 
025100         END-EXEC                                                 A7PGM22 
025200     END-IF.                                                      A7PGM22 
025300     EXEC CICS                                                    A7PGM22 
025400         RETURN TRANSID('A7TM')                                   A7PGM22 
025500     END-EXEC.                                                    A7PGM22 
025600 F20-FN.                                                          A7PGM22 
025700     EXIT.                                                        A7PGM22 
025800 N10SAISIE.                                                       A7PGM22 
025900*         NOTE *CONTROLE PUIS ENREGISTREMENT     *.               A7PGM22 
026000 F10SAISIE.                                                       A7PGM22 
026100     MOVE NLI1I TO WI-NLI (1).                                    A7PGM22 
026200     MOVE LIV1I TO WI-LIV (1).                                    A7PGM22 
026300     MOVE REF1I TO WI-REF (1).                                    A7PGM22 
026400     MOVE NLI2I TO WI-NLI (2).                                    A7PGM22 
026500     MOVE LIV2I TO WI-LIV (2).                                    A7PGM22 
026600     MOVE REF2I TO WI-REF (2).                                    A7PGM22 
026700     MOVE NLI3I TO WI-NLI (3).                                    A7PGM22 
026800     MOVE LIV3I TO WI-LIV (3).                                    A7PGM22 
026900     MOVE REF3I TO WI-REF (3).                                    A7PGM22 
027000     MOVE NLI4I TO WI-NLI (4).                                    A7PGM22 
027100     MOVE LIV4I TO WI-LIV (4).                                    A7PGM22 
027200     MOVE REF4I TO WI-REF (4).                                    A7PGM22 
027300     MOVE NLI5I TO WI-NLI (5).                                    A7PGM22 
027400     MOVE LIV5I TO WI-LIV (5).                                    A7PGM22 
027500     MOVE REF5I TO WI-REF (5).                                    A7PGM22 
027600     MOVE NLI6I TO WI-NLI (6).                                    A7PGM22 
027700     MOVE LIV6I TO WI-LIV (6).                                    A7PGM22 
027800     MOVE REF6I TO WI-REF (6).                                    A7PGM22 
027900     MOVE NLI7I TO WI-NLI (7).                                    A7PGM22 
028000     MOVE LIV7I TO WI-LIV (7).                                    A7PGM22 
028100     MOVE REF7I TO WI-REF (7).                                    A7PGM22 
028200     MOVE NLI8I TO WI-NLI (8).                                    A7PGM22 
028300     MOVE LIV8I TO WI-LIV (8).                                    A7PGM22 
028400     MOVE REF8I TO WI-REF (8).                                    A7PGM22 
028500     EXEC SQL                                                     A7PGM22 
028600         SELECT CHAR(DATE_TRT, ISO)                               A7PGM22 
028700           INTO :W-DATE-TRT                                       A7PGM22 
028800           FROM API7.DATE_TRAITEMENT                              A7PGM22 
028900          WHERE ETAT = 'O'                                        A7PGM22 
029000     END-EXEC.                                                    A7PGM22 
029100     IF SQLCODE = 100                                             A7PGM22 
029200         MOVE 'AUCUNE JOURNEE OUVERTE - SAISIE IMPOSSIBLE'        A7PGM22 
029300             TO W-CODE-REJET                                      A7PGM22 
029400         GO TO F10SAISIE-FN.                                      A7PGM22 
029500     IF SQLCODE NOT = ZERO                                        A7PGM22 
029600         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM22 
029700         GO TO F10SAISIE-FN.                                      A7PGM22 
029800     MOVE ZERO TO WX-LIG.                                         A7PGM22 
029900 F10SAISIE-10.                                                    A7PGM22 
030000     IF WX-LIG NOT < 8                                            A7PGM22 
030100         OR W-CODE-REJET NOT = SPACES                             A7PGM22 
030200         GO TO F10SAISIE-20.                                      A7PGM22 
030300     ADD 1 TO WX-LIG.                                             A7PGM22 
030400     PERFORM F11CTL THRU F11CTL-FN.                               A7PGM22 
030500     GO TO F10SAISIE-10.                                          A7PGM22 
030600 F10SAISIE-20.                                                    A7PGM22 
030700     IF W-CODE-REJET NOT = SPACES                                 A7PGM22 
030800         GO TO F10SAISIE-FN.                                      A7PGM22 
030900     IF W-NB-SAI = ZERO                                           A7PGM22 
031000         MOVE 'AUCUNE QUANTITE LIVREE OU REFUSEE SAISIE'          A7PGM22 
031100             TO W-CODE-REJET                                      A7PGM22 
031200         GO TO F10SAISIE-FN.                                      A7PGM22 
031300     MOVE ZERO TO WX-LIG.                                         A7PGM22 
031400 F10SAISIE-30.                                                    A7PGM22 
031500     IF WX-LIG NOT < 8                                            A7PGM22 
031600         OR W-CODE-REJET NOT = SPACES                             A7PGM22 
031700         GO TO F10SAISIE-40.                                      A7PGM22 
031800     ADD 1 TO WX-LIG.                                             A7PGM22 
031900     PERFORM F12MAJ THRU F12MAJ-FN.                               A7PGM22 
032000     GO TO F10SAISIE-30.                                          A7PGM22 
032100 F10SAISIE-40.                                                    A7PGM22 
032200     IF W-CODE-REJET = SPACES                                     A7PGM22 
032300         PERFORM F18SOLDE THRU F18SOLDE-FN.                       A7PGM22 
032400     IF W-CODE-REJET NOT = SPACES                                 A7PGM22 
032500         EXEC CICS                                                A7PGM22 
032600             SYNCPOINT ROLLBACK                                   A7PGM22 
032700         END-EXEC                                                 A7PGM22 
032800     END-IF.                                                      A7PGM22 
032900 F10SAISIE-FN.                                                    A7PGM22 
033000     EXIT.                                                        A7PGM22 
033100 N11CTL.                                                          A7PGM22 
033200*         NOTE *CONTROLE D'UNE LIGNE SAISIE      *.               A7PGM22 
033300 F11CTL.                                                          A7PGM22 
033400     MOVE '0' TO WI-TRT (WX-LIG).                                 A7PGM22 
033500     IF WI-LIV (WX-LIG) = LOW-VALUE                               A7PGM22 
033600         MOVE SPACES TO WI-LIV (WX-LIG).                          A7PGM22 
033700     IF WI-REF (WX-LIG) = LOW-VALUE                               A7PGM22 
033800         MOVE SPACES TO WI-REF (WX-LIG).                          A7PGM22 
033900     IF WI-LIV (WX-LIG) = SPACES                                  A7PGM22 
034000         AND WI-REF (WX-LIG) = SPACES                             A7PGM22 
034100         GO TO F11CTL-FN.                                         A7PGM22 
034200     MOVE WX-LIG TO W-LIG-REJET.                                  A7PGM22 
034300     IF WI-NLI (WX-LIG) NOT NUMERIC                               A7PGM22 
034400         OR WI-NLI-N (WX-LIG) = ZERO                              A7PGM22 
034500         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
034600                ' - AUCUNE LIGNE DE LIVRAISON'                    A7PGM22 
034700             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
034800         GO TO F11CTL-FN.                                         A7PGM22 
034900     IF WI-LIV (WX-LIG) = SPACES                                  A7PGM22 
035000         MOVE ZERO TO WI-LIV-N (WX-LIG).                          A7PGM22 
035100     IF WI-REF (WX-LIG) = SPACES                                  A7PGM22 
035200         MOVE ZERO TO WI-REF-N (WX-LIG).                          A7PGM22 
035300     IF WI-LIV (WX-LIG) NOT NUMERIC                               A7PGM22 
035400         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
035500                ' - QUANTITE LIVREE INVALIDE'                     A7PGM22 
035600             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
035700         GO TO F11CTL-FN.                                         A7PGM22 
035800     IF WI-REF (WX-LIG) NOT NUMERIC                               A7PGM22 
035900         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
036000                ' - QUANTITE REFUSEE INVALIDE'                    A7PGM22 
036100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
036200         GO TO F11CTL-FN.                                         A7PGM22 
036300     MOVE W-CRIT-BL TO W-NO-BL OF DCLLIVRAISONLIGNE.              A7PGM22 
036400     MOVE WI-NLI-N (WX-LIG) TO W-NO-LIGNE.                        A7PGM22 
036500     EXEC SQL                                                     A7PGM22 
036600         SELECT QTE_EXPEDIEE, ETAT                                A7PGM22 
036700           INTO :W-QTE-EXPEDIEE, :W-ETAT OF DCLLIVRAISONLIGNE     A7PGM22 
036800           FROM API7.LIVRAISON_LIGNE                              A7PGM22 
036900          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISONLIGNE             A7PGM22 
037000            AND NO_LIGNE = :W-NO-LIGNE                            A7PGM22 
037100     END-EXEC.                                                    A7PGM22 
037200     IF SQLCODE = 100                                             A7PGM22 
037300         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
037400                ' - LIGNE DE LIVRAISON INCONNUE'                  A7PGM22 
037500             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
037600         GO TO F11CTL-FN.                                         A7PGM22 
037700     IF SQLCODE NOT = ZERO                                        A7PGM22 
037800         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM22 
037900         GO TO F11CTL-FN.                                         A7PGM22 
038000     IF W-ETAT OF DCLLIVRAISONLIGNE = 'T'                         A7PGM22 
038100         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
038200                ' - RETOUR DEJA REINTEGRE EN STOCK'               A7PGM22 
038300             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
038400         GO TO F11CTL-FN.                                         A7PGM22 
038500     COMPUTE W-QTE-CUMUL = WI-LIV-N (WX-LIG) + WI-REF-N (WX-LIG). A7PGM22 
038600     IF W-QTE-CUMUL > W-QTE-EXPEDIEE                              A7PGM22 
038700         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
038800                ' - LIVRE + REFUSE SUPERIEUR A L''EXPEDIE'        A7PGM22 
038900             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
039000         GO TO F11CTL-FN.                                         A7PGM22 
039100     MOVE W-QTE-EXPEDIEE TO WI-EXP (WX-LIG).                      A7PGM22 
039200     MOVE '1' TO WI-TRT (WX-LIG).                                 A7PGM22 
039300     ADD 1 TO W-NB-SAI.                                           A7PGM22 
039400 F11CTL-FN.                                                       A7PGM22 
039500     EXIT.                                                        A7PGM22 
039600 N12MAJ.                                                          A7PGM22 
039700*         NOTE *ENREGISTREMENT D'UNE LIGNE       *.               A7PGM22 
039800 F12MAJ.                                                          A7PGM22 
039900     IF WI-TRT (WX-LIG) NOT = '1'                                 A7PGM22 
040000         GO TO F12MAJ-FN.                                         A7PGM22 
040100     MOVE W-CRIT-BL TO W-NO-BL OF DCLLIVRAISONLIGNE.              A7PGM22 
040200     MOVE WI-NLI-N (WX-LIG) TO W-NO-LIGNE.                        A7PGM22 
040300     MOVE WI-LIV-N (WX-LIG) TO W-QTE-LIVREE.                      A7PGM22 
040400     MOVE WI-REF-N (WX-LIG) TO W-QTE-REFUSEE.                     A7PGM22 
040500     COMPUTE W-QTE-MANQUANTE = WI-EXP (WX-LIG)                    A7PGM22 
040600                             - W-QTE-LIVREE - W-QTE-REFUSEE.      A7PGM22 
040700     EXEC SQL                                                     A7PGM22 
040800         UPDATE API7.LIVRAISON_LIGNE                              A7PGM22 
040900            SET QTE_LIVREE = :W-QTE-LIVREE,                       A7PGM22 
041000                QTE_REFUSEE = :W-QTE-REFUSEE,                     A7PGM22 
041100                QTE_MANQUANTE = :W-QTE-MANQUANTE,                 A7PGM22 
041200                ETAT = 'S'                                        A7PGM22 
041300          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISONLIGNE             A7PGM22 
041400            AND NO_LIGNE = :W-NO-LIGNE                            A7PGM22 
041500            AND ETAT <> 'T'                                       A7PGM22 
041600     END-EXEC.                                                    A7PGM22 
041700     IF SQLCODE = 100                                             A7PGM22 
041800         MOVE WX-LIG TO W-LIG-REJET                               A7PGM22 
041900         STRING 'LIGNE ' W-LIG-REJET                              A7PGM22 
042000                ' - RETOUR DEJA REINTEGRE EN STOCK'               A7PGM22 
042100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM22 
042200         GO TO F12MAJ-FN.                                         A7PGM22 
042300     IF SQLCODE NOT = ZERO                                        A7PGM22 
042400         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM22 
042500 F12MAJ-FN.                                                       A7PGM22 
042600     EXIT.                                                        A7PGM22 
042700 N16REAFF.                                                        A7PGM22 
042800*         NOTE *REAFFICHAGE DE LA SAISIE REJETEE *.               A7PGM22 
042900 F16REAFF.                                                        A7PGM22 
043000     MOVE LIG1I TO WA-LIG (1).                                    A7PGM22 
043100     MOVE LIG2I TO WA-LIG (2).                                    A7PGM22 
043200     MOVE LIG3I TO WA-LIG (3).                                    A7PGM22 
043300     MOVE LIG4I TO WA-LIG (4).                                    A7PGM22 
043400     MOVE LIG5I TO WA-LIG (5).                                    A7PGM22 
043500     MOVE LIG6I TO WA-LIG (6).                                    A7PGM22 
043600     MOVE LIG7I TO WA-LIG (7).                                    A7PGM22 
043700     MOVE LIG8I TO WA-LIG (8).                                    A7PGM22 
043800     MOVE ZERO TO WX-LIG.                                         A7PGM22 
043900 F16REAFF-10.                                                     A7PGM22 
044000     IF WX-LIG NOT < 8                                            A7PGM22 
044100         GO TO F16REAFF-FN.                                       A7PGM22 
044200     ADD 1 TO WX-LIG.                                             A7PGM22 
044300     MOVE WI-NLI (WX-LIG) TO WA-NLI (WX-LIG).                     A7PGM22 
044400     MOVE WI-LIV (WX-LIG) TO WA-LIV (WX-LIG).                     A7PGM22 
044500     MOVE WI-REF (WX-LIG) TO WA-REF (WX-LIG).                     A7PGM22 
044600     GO TO F16REAFF-10.                                           A7PGM22 
044700 F16REAFF-FN.                                                     A7PGM22 
044800     EXIT.                                                        A7PGM22 
044900 N17ENTETE.                                                       A7PGM22 
045000*         NOTE *ENTETE DU BON DE LIVRAISON       *.               A7PGM22 
045100 F17ENTETE.                                                       A7PGM22 
045200     MOVE W-CRIT-BL TO W-NO-BL OF DCLLIVRAISON.                   A7PGM22 
045300     EXEC SQL                                                     A7PGM22 
045400         SELECT LIE, ID_TOURNEE, CHAR(DATE_EXPEDITION, ISO), ETAT A7PGM22 
045500           INTO :W-LIE OF DCLLIVRAISON,                           A7PGM22 
045600                :W-ID-TOURNEE,                                    A7PGM22 
045700                :W-DATE-EXPEDITION,                               A7PGM22 
045800                :W-ETAT OF DCLLIVRAISON                           A7PGM22 
045900           FROM API7.LIVRAISON                                    A7PGM22 
046000          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISON                  A7PGM22 
046100     END-EXEC.                                                    A7PGM22 
046200     IF SQLCODE = 100                                             A7PGM22 
046300         MOVE 'BON DE LIVRAISON INCONNU' TO W-CODE-REJET          A7PGM22 
046400         MOVE SPACES TO LIEO LIBDEPO TOURNEEO DATEXPO ETATBLO     A7PGM22 
046500         GO TO F17ENTETE-FN.                                      A7PGM22 
046600     IF SQLCODE NOT = ZERO                                        A7PGM22 
046700         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM22 
046800         GO TO F17ENTETE-FN.                                      A7PGM22 
046900     MOVE W-LIE OF DCLLIVRAISON TO W-LIE OF DCLDEPARTEMENTS.      A7PGM22 
047000     EXEC SQL                                                     A7PGM22 
047100         SELECT LIB                                               A7PGM22 
047200           INTO :W-LIB                                            A7PGM22 
047300           FROM API7.DEPARTEMENTS                                 A7PGM22 
047400          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   A7PGM22 
047500     END-EXEC.                                                    A7PGM22 
047600     IF SQLCODE NOT = ZERO                                        A7PGM22 
047700         MOVE SPACES TO W-LIB.                                    A7PGM22 
047800     MOVE W-LIE OF DCLLIVRAISON TO LIEO.                          A7PGM22 
047900     MOVE W-LIB TO LIBDEPO.                                       A7PGM22 
048000     MOVE W-ID-TOURNEE TO TOURNEEO.                               A7PGM22 
048100     MOVE W-DATE-EXPEDITION TO DATEXPO.                           A7PGM22 
048200     IF W-ETAT OF DCLLIVRAISON = 'L'                              A7PGM22 
048300         MOVE 'LIVRAISON SAISIE' TO ETATBLO                       A7PGM22 
048400     ELSE                                                         A7PGM22 
048500         MOVE 'EXPEDIE' TO ETATBLO.                               A7PGM22 
048600 F17ENTETE-FN.                                                    A7PGM22 
048700     EXIT.                                                        A7PGM22 
048800 N18SOLDE.                                                        A7PGM22 
048900*         NOTE *BON ENTIEREMENT SAISI            *.               A7PGM22 
049000 F18SOLDE.                                                        A7PGM22 
049100     MOVE W-CRIT-BL TO W-NO-BL OF DCLLIVRAISONLIGNE.              A7PGM22 
049200     EXEC SQL                                                     A7PGM22 
049300         SELECT COUNT(*)                                          A7PGM22 
049400           INTO :W-NB-OUVERTES                                    A7PGM22 
049500           FROM API7.LIVRAISON_LIGNE                              A7PGM22 
049600          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISONLIGNE             A7PGM22 
049700            AND ETAT = 'E'                                        A7PGM22 
049800     END-EXEC.                                                    A7PGM22 
049900     IF SQLCODE NOT = ZERO                                        A7PGM22 
050000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM22 
050100         GO TO F18SOLDE-FN.                                       A7PGM22 
050200     IF W-NB-OUVERTES NOT = ZERO                                  A7PGM22 
050300         GO TO F18SOLDE-FN.                                       A7PGM22 
050400     MOVE W-CRIT-BL TO W-NO-BL OF DCLLIVRAISON.                   A7PGM22 
050500     MOVE CA-UTILISATEUR TO W-ID-UTILISATEUR.                     A7PGM22 
050600     EXEC SQL                                                     A7PGM22 
050700         UPDATE API7.LIVRAISON                                    A7PGM22 
050800            SET ETAT = 'L',                                       A7PGM22 
050900                ID_UTILISATEUR = :W-ID-UTILISATEUR,               A7PGM22 
051000                DATE_SAISIE = DATE(:W-DATE-TRT)                   A7PGM22 
051100          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISON                  A7PGM22 
051200     END-EXEC.                                                    A7PGM22 
051300     IF SQLCODE NOT = ZERO                                        A7PGM22 
051400         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM22 
051500         GO TO F18SOLDE-FN.                                       A7PGM22 
051600     MOVE ' - BON DE LIVRAISON SOLDE' TO WM-SOLDE.                A7PGM22 
051700 F18SOLDE-FN.                                                     A7PGM22 
051800     EXIT.                                                        A7PGM22 
051900 N30OPEN.                                                         A7PGM22 
052000*         NOTE *OUVERTURE DU CURSEUR DES LIGNES  *.               A7PGM22 
052100 F30OPEN.                                                         A7PGM22 
052200     MOVE W-CRIT-BL TO W-NO-BL OF DCLLIVRAISONLIGNE.              A7PGM22 
052300     EXEC SQL                                                     A7PGM22 
052400         OPEN C-BL-LIG                                            A7PGM22 
052500     END-EXEC.                                                    A7PGM22 
052600     IF SQLCODE NOT = ZERO                                        A7PGM22 
052700         MOVE '1' TO W-EOF-CUR                                    A7PGM22 
052800         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM22 
052900 F30OPEN-FN.                                                      A7PGM22 
053000     EXIT.                                                        A7PGM22 
053100 N40FETCH.                                                        A7PGM22 
053200*         NOTE *LECTURE D'UNE LIGNE DU BON       *.               A7PGM22 
053300 F40FETCH.                                                        A7PGM22 
053400     EXEC SQL                                                     A7PGM22 
053500         FETCH C-BL-LIG                                           A7PGM22 
053600           INTO :W-NO-LIGNE,                                      A7PGM22 
053700                :W-ID-ARTICLE,                                    A7PGM22 
053800                :W-ID-ENTREPOT,                                   A7PGM22 
053900                :W-NO-LOT,                                        A7PGM22 
054000                :W-QTE-EXPEDIEE,                                  A7PGM22 
054100                :W-QTE-LIVREE,                                    A7PGM22 
054200                :W-QTE-REFUSEE,                                   A7PGM22 
054300                :W-ETAT OF DCLLIVRAISONLIGNE                      A7PGM22 
054400     END-EXEC.                                                    A7PGM22 
054500     EVALUATE SQLCODE                                             A7PGM22 
054600         WHEN ZERO                                                A7PGM22 
054700             CONTINUE                                             A7PGM22 
054800         WHEN 100                                                 A7PGM22 
054900             MOVE '1' TO W-EOF-CUR                                A7PGM22 
055000         WHEN OTHER                                               A7PGM22 
055100             MOVE '1' TO W-EOF-CUR                                A7PGM22 
055200             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM22 
055300     END-EVALUATE.                                                A7PGM22 
055400 F40FETCH-FN.                                                     A7PGM22 
055500     EXIT.                                                        A7PGM22 
055600 N50CLOSE.                                                        A7PGM22 
055700*         NOTE *FERMETURE DU CURSEUR DES LIGNES  *.               A7PGM22 
055800 F50CLOSE.                                                        A7PGM22 
055900     EXEC SQL                                                     A7PGM22 
056000         CLOSE C-BL-LIG                                           A7PGM22 
056100     END-EXEC.                                                    A7PGM22 
056200 F50CLOSE-FN.                                                     A7PGM22 
056300     EXIT.                                                        A7PGM22 
056400 N90ERRSQL.                                                       A7PGM22 
056500*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM22 
056600 F90ERRSQL.                                                       A7PGM22 
056700     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM22 
056800     MOVE SPACES TO W-CODE-REJET.                                 A7PGM22 
056900     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM22 
057000         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM22 
057100 F90ERRSQL-FN.                                                    A7PGM22 
057200     EXIT.                                                        A7PGM22 
