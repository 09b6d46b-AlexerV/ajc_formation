000100 IDENTIFICATION DIVISION.                                         A7PGM18 
000200 PROGRAM-ID.  A7PGM18.                                            A7PGM18 
000300 AUTHOR.         reception quai sur commande achat.               A7PGM18 
000400 ENVIRONMENT DIVISION.                                            A7PGM18 
000500 DATA DIVISION.                                                   A7PGM18 
000600 WORKING-STORAGE SECTION.                                         A7PGM18 
000700      EXEC SQL                                                    A7PGM18 
000800         INCLUDE SQLCA                                            A7PGM18 
000900      END-EXEC.                                                   A7PGM18 
001000*****                                                             A7PGM18 
001100      EXEC SQL                                                    A7PGM18 
001200         INCLUDE CMDACH                                           A7PGM18 
001300      END-EXEC.                                                   A7PGM18 
001400*****                                                             A7PGM18 
001500      EXEC SQL                                                    A7PGM18 
001600         INCLUDE STOCK                                            A7PGM18 
001700      END-EXEC.                                                   A7PGM18 
001800*****                                                             A7PGM18 
001900      EXEC SQL                                                    A7PGM18 
002000         INCLUDE STOCKLOT                                         A7PGM18 
002100      END-EXEC.                                                   A7PGM18 
002200*****                                                             A7PGM18 
002300      EXEC SQL                                                    A7PGM18 
002400         INCLUDE MVTHIST                                          A7PGM18 
002500      END-EXEC.                                                   A7PGM18 
002600*****                                                             A7PGM18 
002700      EXEC SQL                                                    A7PGM18 
002800         INCLUDE ENTREPOT                                         A7PGM18 
002900      END-EXEC.                                                   A7PGM18 
003000*****                                                             A7PGM18 
003100      EXEC SQL                                                    A7PGM18 
003200         INCLUDE ARTFOUR                                          A7PGM18 
003300      END-EXEC.                                                   A7PGM18 
003400*****                                                             A7PGM18 
003500      EXEC SQL                                                    A7PGM18 
003600         INCLUDE FOURNIS                                          A7PGM18 
003700      END-EXEC.                                                   A7PGM18 
003800*****                                                             A7PGM18 
003900      EXEC SQL                                                    A7PGM18 
004000         INCLUDE PARAMET                                          A7PGM18 
004100      END-EXEC.                                                   A7PGM18 
004200******                                                            A7PGM18 
004300      EXEC SQL                                                    A7PGM18 
004400         DECLARE C-CMD-LIG CURSOR FOR                             A7PGM18 
004500         SELECT ID_ARTICLE, ID_ENTREPOT,                          A7PGM18 
004600                QTE_COMMANDEE, QTE_RECUE                          A7PGM18 
004700           FROM API7.COMMANDE_ACHAT                               A7PGM18 
004800          WHERE NO_COMMANDE = :W-CRIT-CMD                         A7PGM18 
004900            AND ETAT = 'O'                                        A7PGM18 
005000            AND (ID_ARTICLE > :W-ART-DEPART                       A7PGM18 
005100                 OR (ID_ARTICLE = :W-ART-DEPART                   A7PGM18 
005200                     AND ID_ENTREPOT > :W-ENT-DEPART))            A7PGM18 
005300          ORDER BY ID_ARTICLE, ID_ENTREPOT                        A7PGM18 
005400      END-EXEC.                                                   A7PGM18 
005500******                                                            A7PGM18 
005600 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM18'.     A7PGM18 
005700 01               W-SQLCODE     PIC +++9.                         A7PGM18 
005800 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM18 
005900 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM18 
006000 01               W-ACTION      PICTURE X(1).                     A7PGM18 
006100 01               W-NOCMD-X     PICTURE X(9).                     A7PGM18 
006200 01               W-NOCMD-N REDEFINES W-NOCMD-X PICTURE 9(9).     A7PGM18 
006300 01               W-CRIT-CMD    PIC S9(9) USAGE COMP.             A7PGM18 
006400 01               W-ART-DEPART  PIC S9(9) USAGE COMP.             A7PGM18 
006500 01               W-ENT-DEPART  PICTURE X(2).                     A7PGM18 
006600 01               W-IND-FOURN   PIC S9(4) USAGE COMP.             A7PGM18 
006700 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM18 
006800 01               WX-LIG        PICTURE 9(2) VALUE ZERO.          A7PGM18 
006900 01               WY-LIG        PICTURE 9(2) VALUE ZERO.          A7PGM18 
007000 01               W-NB-REC      PICTURE 9(2) VALUE ZERO.          A7PGM18 
007100 01               W-NB-FORCES   PICTURE 9(2) VALUE ZERO.          A7PGM18 
007200 01               W-LIG-REJET   PICTURE 9 VALUE ZERO.             A7PGM18 
007300 01               W-DATE-TRT    PICTURE X(10).                    A7PGM18 
007400 01               W-TOLERANCE   PIC S9(3) USAGE COMP-3 VALUE ZERO.A7PGM18 
007500 01               W-PRM-TOL-X.                                    A7PGM18 
007600     05           W-PRM-TOL     PICTURE 9(3).                     A7PGM18 
007700 01               W-ENT-CTL     PICTURE X(2).                     A7PGM18 
007800 01               W-QTE-CTL     PIC S9(9) USAGE COMP.             A7PGM18 
007900 01               W-CNT-GEL     PIC S9(9) USAGE COMP.             A7PGM18 
008000 01               W-OCCUPATION  PIC S9(9) USAGE COMP.             A7PGM18 
008100 01               W-EN-TRANSIT  PIC S9(9) USAGE COMP.             A7PGM18 
008200 01               W-PROJETE     PIC S9(9) USAGE COMP.             A7PGM18 
008300 01               W-LIMITE-CAP  PIC S9(11) USAGE COMP-3.          A7PGM18 
008400 01               W-QTE-SAISIE  PIC S9(9) USAGE COMP.             A7PGM18 
008500 01               W-QTE-CUMUL   PIC S9(9) USAGE COMP.             A7PGM18 
008600 01               W-NOUVELLE-QTE PIC S9(9) USAGE COMP.            A7PGM18 
008700 01               W-MAJ-COUT    PIC S9(5)V9(2) USAGE COMP-3.      A7PGM18 
008800 01               W-COUT-NOUVEAU PIC S9(5)V9(2) USAGE COMP-3.     A7PGM18 
008900 01               W-COUT-VALABLE PICTURE X VALUE '0'.             A7PGM18 
008920 01               W-DEV-FOURN   PICTURE X(3).                     A7PGM18 
008940 01               W-DEV-LOC     PICTURE X(3).                     A7PGM18 
009000 01               W-DATE-PER-ISO.                                 A7PGM18 
009100     05           W-PER-AAAA    PICTURE X(4).                     A7PGM18 
009200     05           FILLER        PICTURE X(1) VALUE '-'.           A7PGM18 
009300     05           W-PER-MM      PICTURE X(2).                     A7PGM18 
009400     05           FILLER        PICTURE X(1) VALUE '-'.           A7PGM18 
009500     05           W-PER-JJ      PICTURE X(2).                     A7PGM18 
009600 01               W-MESS-RECEP.                                   A7PGM18 
009700     05           WM-NB-REC     PICTURE Z9.                       A7PGM18 
009800     05           FILLER        PICTURE X(25) VALUE               A7PGM18 
009900                                ' LIGNE(S) RECEPTIONNEE(S)'.      A7PGM18 
010000     05           FILLER        PICTURE X(2) VALUE ', '.          A7PGM18 
010100     05           WM-NB-FORCES  PICTURE Z9.                       A7PGM18 
010200     05           FILLER        PICTURE X(22) VALUE               A7PGM18 
010300                                ' CAPACITE(S) FORCEE(S)'.         A7PGM18 
010400     05           FILLER        PICTURE X(2) VALUE SPACES.        A7PGM18 
010500 01               W-LIGNE-CMD.                                    A7PGM18 
010600     05           WL-ID-ARTICLE PICTURE ZZZZZZZZ9.                A7PGM18 
010700     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM18 
010800     05           WL-ENTREPOT   PICTURE X(2).                     A7PGM18 
010900     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM18 
011000     05           WL-QTE-CMD    PICTURE ZZZZZZZZ9.                A7PGM18 
011100     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM18 
011200     05           WL-QTE-REC    PICTURE ZZZZZZZZ9.                A7PGM18 
011300     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM18 
011400     05           WL-RESTE      PICTURE ZZZZZZZZ9.                A7PGM18 
011500 01               W-TAB-LIGNES.                                   A7PGM18 
011600     05           W-ENT OCCURS 8 TIMES.                           A7PGM18 
011700       10         WE-ID-ARTICLE PIC S9(9) USAGE COMP.             A7PGM18 
011800       10         WE-ENTREPOT   PICTURE X(2).                     A7PGM18 
011900       10         WE-QTE-CMD    PIC S9(9) USAGE COMP.             A7PGM18 
012000       10         WE-QTE-REC    PIC S9(9) USAGE COMP.             A7PGM18 
012100 01               W-TAB-SAISIE.                                   A7PGM18 
012200     05           W-SAI OCCURS 8 TIMES.                           A7PGM18 
012300       10         WI-ART        PICTURE X(9).                     A7PGM18 
012400       10         WI-ART-N REDEFINES WI-ART PICTURE 9(9).         A7PGM18 
012500       10         WI-ENT        PICTURE X(2).                     A7PGM18 
012600       10         WI-REC        PICTURE X(9).                     A7PGM18 
012700       10         WI-REC-N REDEFINES WI-REC PICTURE 9(9).         A7PGM18 
012800       10         WI-LOT        PICTURE X(10).                    A7PGM18 
012900       10         WI-PER        PICTURE X(8).                     A7PGM18 
013000       10         WI-PER-R REDEFINES WI-PER.                      A7PGM18 
013100         15       WI-PER-AAAA   PICTURE 9(4).                     A7PGM18 
013200         15       WI-PER-MM     PICTURE 9(2).                     A7PGM18 
013300         15       WI-PER-JJ     PICTURE 9(2).                     A7PGM18 
013400       10         WI-TRT        PICTURE X(1).                     A7PGM18 
013500       10         WI-FOURN      PICTURE X(5).                     A7PGM18 
013600 01               W-TAB-AFFICHE.                                  A7PGM18 
013700     05           W-AFF OCCURS 8 TIMES.                           A7PGM18 
013800       10         WA-LIG        PICTURE X(42).                    A7PGM18 
013900       10         WA-ART        PICTURE X(9).                     A7PGM18 
014000       10         WA-ART-N REDEFINES WA-ART PICTURE 9(9).         A7PGM18 
014100       10         WA-ENT        PICTURE X(2).                     A7PGM18 
014200       10         WA-REC        PICTURE X(9).                     A7PGM18 
014300       10         WA-LOT        PICTURE X(10).                    A7PGM18 
014400       10         WA-PER        PICTURE X(8).                     A7PGM18 
014500******                                                            A7PGM18 
014550      COPY DEVCOM.                                                A7PGM18 
014600      COPY A7MS18.                                                A7PGM18 
014700 LINKAGE SECTION.                                                 A7PGM18 
014800 01               DFHCOMMAREA.                                    A7PGM18 
014900     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM18 
015000     05           CA-NIVEAU     PICTURE X(1).                     A7PGM18 
015100 PROCEDURE DIVISION.                                              A7PGM18 
015200 N01.                                                             A7PGM18 
015300*         NOTE *RECEPTION DE L'ECRAN A7MS18      *.               A7PGM18 
015400 F01.                                                             A7PGM18 
015500     EXEC CICS                                                    A7PGM18 
015600         RECEIVE MAP('A7MS18') MAPSET('A7MS18')                   A7PGM18 
015700                 INTO(A7MAP18I)                                   A7PGM18 
015800     END-EXEC.                                                    A7PGM18 
015900 F01-FN.                                                          A7PGM18 
016000     EXIT.                                                        A7PGM18 
016100 N05.                                                             A7PGM18 
016200*         NOTE *RECEPTIONS PUIS FEUILLETAGE      *.               A7PGM18 
016300 F05.                                                             A7PGM18 
016400     MOVE ACTIONI TO W-ACTION.                                    A7PGM18 
016500     IF W-ACTION = 'S' AND DERNARTI NUMERIC                       A7PGM18 
016600         MOVE DERNARTI TO W-ART-DEPART                            A7PGM18 
016700         MOVE DERNENTI TO W-ENT-DEPART                            A7PGM18 
016800     ELSE                                                         A7PGM18 
016900         MOVE ZERO TO W-ART-DEPART                                A7PGM18 
017000         MOVE SPACES TO W-ENT-DEPART.                             A7PGM18 
017100     MOVE SPACES TO MESS1O.                                       A7PGM18 
017200     MOVE SPACES TO W-CODE-REJET.                                 A7PGM18 
017300     MOVE SPACES TO W-TAB-AFFICHE.                                A7PGM18 
017400     MOVE ZERO TO W-NB-LIGNES W-NB-REC W-NB-FORCES.               A7PGM18 
017500     IF EIBCALEN < 9                                              A7PGM18 
017600         MOVE 'NON SIGNE - PASSER PAR LA TRANSACTION MEN0'        A7PGM18 
017700             TO MESS1O                                            A7PGM18 
017800         GO TO F05-FN.                                            A7PGM18 
017900     MOVE NOCMDI TO W-NOCMD-X.                                    A7PGM18 
018000     IF W-NOCMD-X NOT NUMERIC                                     A7PGM18 
018100         OR W-NOCMD-N = ZERO                                      A7PGM18 
018200         MOVE 'NUMERO DE COMMANDE INVALIDE' TO MESS1O             A7PGM18 
018300         MOVE SPACES TO FOURNO NOMFOUO                            A7PGM18 
018400         MOVE ZERO TO DERNARTO                                    A7PGM18 
018500         GO TO F05-FN.                                            A7PGM18 
018600     MOVE W-NOCMD-N TO W-CRIT-CMD.                                A7PGM18 
018700     PERFORM F17ENTETE THRU F17ENTETE-FN.                         A7PGM18 
018800     IF W-CODE-REJET NOT = SPACES                                 A7PGM18 
018900         MOVE W-CODE-REJET TO MESS1O                              A7PGM18 
019000         MOVE ZERO TO DERNARTO                                    A7PGM18 
019100         GO TO F05-FN.                                            A7PGM18 
019200     IF W-ACTION = 'V'                                            A7PGM18 
019300         PERFORM F10RECEP THRU F10RECEP-FN                        A7PGM18 
019400         IF W-CODE-REJET NOT = SPACES                             A7PGM18 
019500             MOVE W-CODE-REJET TO MESS1O                          A7PGM18 
019600             PERFORM F16REAFF THRU F16REAFF-FN                    A7PGM18 
019700             GO TO F05-FN                                         A7PGM18 
019800         ELSE                                                     A7PGM18 
019900             MOVE W-NB-REC TO WM-NB-REC                           A7PGM18 
020000             MOVE W-NB-FORCES TO WM-NB-FORCES                     A7PGM18 
020100             MOVE W-MESS-RECEP TO MESS1O.                         A7PGM18 
020200     MOVE '0' TO W-EOF-CUR.                                       A7PGM18 
020300     PERFORM F30OPEN THRU F30OPEN-FN.                             A7PGM18 
020400 F05-10.                                                          A7PGM18 
020500     IF W-EOF-CUR = '1'                                           A7PGM18 
020600         OR W-NB-LIGNES NOT < 8                                   A7PGM18 
020700         GO TO F05-20.                                            A7PGM18 
020800     PERFORM F40FETCH THRU F40FETCH-FN.                           A7PGM18 
020900     IF W-EOF-CUR = '1'                                           A7PGM18 
021000         GO TO F05-10.                                            A7PGM18 
021100     ADD 1 TO W-NB-LIGNES.                                        A7PGM18 
021200     MOVE W-ID-ARTICLE OF DCLCOMMANDEACHAT                        A7PGM18 
021300         TO WE-ID-ARTICLE (W-NB-LIGNES).                          A7PGM18 
021400     MOVE W-ID-ENTREPOT OF DCLCOMMANDEACHAT                       A7PGM18 
021500         TO WE-ENTREPOT (W-NB-LIGNES).                            A7PGM18 
021600     MOVE W-QTE-COMMANDEE TO WE-QTE-CMD (W-NB-LIGNES).            A7PGM18 
021700     MOVE W-QTE-RECUE TO WE-QTE-REC (W-NB-LIGNES).                A7PGM18 
021800     GO TO F05-10.                                                A7PGM18 
021900 F05-20.                                                          A7PGM18 
022000     PERFORM F50CLOSE THRU F50CLOSE-FN.                           A7PGM18 
022100     IF W-NB-LIGNES = ZERO                                        A7PGM18 
022200         AND W-CODE-REJET NOT = SPACES                            A7PGM18 
022300         MOVE W-CODE-REJET TO MESS1O                              A7PGM18 
022400         GO TO F05-FN.                                            A7PGM18 
022500     IF W-NB-LIGNES = ZERO                                        A7PGM18 
022600         MOVE ZERO TO DERNARTO                                    A7PGM18 
022700         MOVE SPACES TO DERNENTO                                  A7PGM18 
022800         IF W-ACTION = 'S'                                        A7PGM18 
022900             MOVE 'FIN DE LISTE' TO MESS1O                        A7PGM18 
023000             GO TO F05-FN                                         A7PGM18 
023100         ELSE                                                     A7PGM18 
023200             IF MESS1O = SPACES                                   A7PGM18 
023300                 MOVE 'AUCUNE LIGNE OUVERTE SUR LA COMMANDE'      A7PGM18 
023400                     TO MESS1O                                    A7PGM18 
023500             END-IF                                               A7PGM18 
023600             GO TO F05-FN.                                        A7PGM18 
023700     MOVE ZERO TO WX-LIG.                                         A7PGM18 
023800 F05-30.                                                          A7PGM18 
023900     IF WX-LIG NOT < W-NB-LIGNES                                  A7PGM18 
024000         GO TO F05-40.                                            A7PGM18 
024100     ADD 1 TO WX-LIG.                                             A7PGM18 
024200     MOVE WE-ID-ARTICLE (WX-LIG) TO WL-ID-ARTICLE.                A7PGM18 
024300     MOVE WE-ENTREPOT (WX-LIG) TO WL-ENTREPOT.                    A7PGM18 
024400     MOVE WE-QTE-CMD (WX-LIG) TO WL-QTE-CMD.                      A7PGM18 
024500     MOVE WE-QTE-REC (WX-LIG) TO WL-QTE-REC.                      A7PGM18 
024600     COMPUTE WL-RESTE = WE-QTE-CMD (WX-LIG)                       A7PGM18 
024700                      - WE-QTE-REC (WX-LIG).                      A7PGM18 
024800     MOVE W-LIGNE-CMD TO WA-LIG (WX-LIG).                         A7PGM18 
024900     MOVE WE-ID-ARTICLE (WX-LIG) TO WA-ART-N (WX-LIG).            A7PGM18 
025000     MOVE WE-ENTREPOT (WX-LIG) TO WA-ENT (WX-LIG).                A7PGM18 
025100     GO TO F05-30.                                                A7PGM18 
025200 F05-40.                                                          A7PGM18 
025300     MOVE WE-ID-ARTICLE (W-NB-LIGNES) TO DERNARTO.                A7PGM18 
025400     MOVE WE-ENTREPOT (W-NB-LIGNES) TO DERNENTO.                  A7PGM18 
025500 F05-FN.                                                          A7PGM18 
025600     EXIT.                                                        A7PGM18 
025700 N20.                                                             A7PGM18 
025800*         NOTE *RESTITUTION DE L'ECRAN A7MS18     *.              A7PGM18 
025900 F20.                                                             A7PGM18 
026000     MOVE WA-LIG (1) TO LIG1O.                                    A7PGM18 
026100     MOVE WA-ART (1) TO ART1O.                                    A7PGM18 
026200     MOVE WA-ENT (1) TO ENT1O.                                    A7PGM18 
026300     MOVE WA-REC (1) TO REC1O.                                    A7PGM18 
026400     MOVE WA-LOT (1) TO LOT1O.                                    A7PGM18 
026500     MOVE WA-PER (1) TO PER1O.                                    A7PGM18 
026600     MOVE WA-LIG (2) TO LIG2O.                                    A7PGM18 
026700     MOVE WA-ART (2) TO ART2O.                                    A7PGM18 
026800     MOVE WA-ENT (2) TO ENT2O.                                    A7PGM18 
026900     MOVE WA-REC (2) TO REC2O.                                    A7PGM18 
027000     MOVE WA-LOT (2) TO LOT2O.                                    A7PGM18 
027100     MOVE WA-PER (2) TO PER2O.                                    A7PGM18 
027200     MOVE WA-LIG (3) TO LIG3O.                                    A7PGM18 
027300     MOVE WA-ART (3) TO ART3O.                                    A7PGM18 
027400     MOVE WA-ENT (3) TO ENT3O.                                    A7PGM18 
027500     MOVE WA-REC (3) TO REC3O.                                    A7PGM18 
027600     MOVE WA-LOT (3) TO LOT3O.                                    A7PGM18 
027700     MOVE WA-PER (3) TO PER3O.                                    A7PGM18 
027800     MOVE WA-LIG (4) TO LIG4O.                                    A7PGM18 
027900     MOVE WA-ART (4) TO ART4O.                                    A7PGM18 
028000     MOVE WA-ENT (4) TO ENT4O.                                    A7PGM18 
028100     MOVE WA-REC (4) TO REC4O.                                    A7PGM18 
028200     MOVE WA-LOT (4) TO LOT4O.                                    A7PGM18 
028300     MOVE WA-PER (4) TO PER4O.                                    A7PGM18 
028400     MOVE WA-LIG (5) TO LIG5O.                                    A7PGM18 
028500     MOVE WA-ART (5) TO ART5O.                                    A7PGM18 
028600     MOVE WA-ENT (5) TO ENT5O.                                    A7PGM18 
028700     MOVE WA-REC (5) TO REC5O.                                    A7PGM18 
028800     MOVE WA-LOT (5) TO LOT5O.                                    A7PGM18 
028900     MOVE WA-PER (5) TO PER5O.                                    A7PGM18 
029000     MOVE WA-LIG (6) TO LIG6O.                                    A7PGM18 
029100     MOVE WA-ART (6) TO ART6O.                                    A7PGM18 
029200     MOVE WA-ENT (6) TO ENT6O.                                    A7PGM18 
029300     MOVE WA-REC (6) TO REC6O.                                    A7PGM18 
029400     MOVE WA-LOT (6) TO LOT6O.                                    A7PGM18 
029500     MOVE WA-PER (6) TO PER6O.                                    A7PGM18 
029600     MOVE WA-LIG (7) TO LIG7O.                                    A7PGM18 
029700     MOVE WA-ART (7) TO ART7O.                                    A7PGM18 
029800     MOVE WA-ENT (7) TO ENT7O.                                    A7PGM18 
029900     MOVE WA-REC (7) TO REC7O.                                    A7PGM18 
030000     MOVE WA-LOT (7) TO LOT7O.                                    A7PGM18 
030100     MOVE WA-PER (7) TO PER7O.                                    A7PGM18 
030200     MOVE WA-LIG (8) TO LIG8O.                                    A7PGM18 
030300     MOVE WA-ART (8) TO ART8O.                                    A7PGM18 
030400     MOVE WA-ENT (8) TO ENT8O.                                    A7PGM18 
030500     MOVE WA-REC (8) TO REC8O.                                    A7PGM18 
030600     MOVE WA-LOT (8) TO LOT8O.                                    A7PGM18 
030700     MOVE WA-PER (8) TO PER8O.                                    A7PGM18 
030800     MOVE SPACES TO ACTIONO.                                      A7PGM18 
030900     EXEC CICS                                                    A7PGM18 
031000         SEND MAP('A7MS18') MAPSET('A7MS18')                      A7PGM18 
031100              FROM(A7MAP18O) ERASE                                A7PGM18 
031200     END-EXEC.                                                    A7PGM18 
031300     IF EIBCALEN NOT < 9                                          A7PGM18 
031400         EXEC CICS                                                A7PGM18 
031500             RETURN TRANSID('A7TI')                               A7PGM18 
031600                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM18 
031700         END-EXEC                                                 A7PGM18 
031800     END-IF.                                                      A7PGM18 
031900     EXEC CICS                                                    A7PGM18 
032000         RETURN TRANSID('A7TI')                                   A7PGM18 
032100     END-EXEC.                                                    A7PGM18 
032200 F20-FN.                                                          A7PGM18 
032300     EXIT.                                                        A7PGM18 
032400 N10RECEP.                                                        A7PGM18 
032500*         NOTE *CONTROLE PUIS ENREGISTREMENT     *.               A7PGM18 
032600 F10RECEP.                                                        A7PGM18 
032700     MOVE ART1I TO WI-ART (1).                                    A7PGM18 
032800     MOVE ENT1I TO WI-ENT (1).                                    A7PGM18 
032900     MOVE REC1I TO WI-REC (1).                                    A7PGM18 
033000     MOVE LOT1I TO WI-LOT (1).                                    A7PGM18 
033100     MOVE PER1I TO WI-PER (1).                                    A7PGM18 
033200     MOVE ART2I TO WI-ART (2).                                    A7PGM18 
033300     MOVE ENT2I TO WI-ENT (2).                                    A7PGM18 
033400     MOVE REC2I TO WI-REC (2).                                    A7PGM18 
033500     MOVE LOT2I TO WI-LOT (2).                                    A7PGM18 
033600     MOVE PER2I TO WI-PER (2).                                    A7PGM18 
033700     MOVE ART3I TO WI-ART (3).                                    A7PGM18 
033800     MOVE ENT3I TO WI-ENT (3).                                    A7PGM18 
033900     MOVE REC3I TO WI-REC (3).                                    A7PGM18 
034000     MOVE LOT3I TO WI-LOT (3).                                    A7PGM18 
034100     MOVE PER3I TO WI-PER (3).                                    A7PGM18 
034200     MOVE ART4I TO WI-ART (4).                                    A7PGM18 
034300     MOVE ENT4I TO WI-ENT (4).                                    A7PGM18 
034400     MOVE REC4I TO WI-REC (4).                                    A7PGM18 
034500     MOVE LOT4I TO WI-LOT (4).                                    A7PGM18 
034600     MOVE PER4I TO WI-PER (4).                                    A7PGM18 
034700     MOVE ART5I TO WI-ART (5).                                    A7PGM18 
034800     MOVE ENT5I TO WI-ENT (5).                                    A7PGM18 
034900     MOVE REC5I TO WI-REC (5).                                    A7PGM18 
035000     MOVE LOT5I TO WI-LOT (5).                                    A7PGM18 
035100     MOVE PER5I TO WI-PER (5).                                    A7PGM18 
035200     MOVE ART6I TO WI-ART (6).                                    A7PGM18 
035300     MOVE ENT6I TO WI-ENT (6).                                    A7PGM18 
035400     MOVE REC6I TO WI-REC (6).                                    A7PGM18 
035500     MOVE LOT6I TO WI-LOT (6).                                    A7PGM18 
035600     MOVE PER6I TO WI-PER (6).                                    A7PGM18 
035700     MOVE ART7I TO WI-ART (7).                                    A7PGM18 
035800     MOVE ENT7I TO WI-ENT (7).                                    A7PGM18 
035900     MOVE REC7I TO WI-REC (7).                                    A7PGM18 
036000     MOVE LOT7I TO WI-LOT (7).                                    A7PGM18 
036100     MOVE PER7I TO WI-PER (7).                                    A7PGM18 
036200     MOVE ART8I TO WI-ART (8).                                    A7PGM18 
036300     MOVE ENT8I TO WI-ENT (8).                                    A7PGM18 
036400     MOVE REC8I TO WI-REC (8).                                    A7PGM18 
036500     MOVE LOT8I TO WI-LOT (8).                                    A7PGM18 
036600     MOVE PER8I TO WI-PER (8).                                    A7PGM18 
036700     EXEC SQL                                                     A7PGM18 
036800         SELECT CHAR(DATE_TRT, ISO)                               A7PGM18 
036900           INTO :W-DATE-TRT                                       A7PGM18 
037000           FROM API7.DATE_TRAITEMENT                              A7PGM18 
037100          WHERE ETAT = 'O'                                        A7PGM18 
037200     END-EXEC.                                                    A7PGM18 
037300     IF SQLCODE = 100                                             A7PGM18 
037400         MOVE 'AUCUNE JOURNEE OUVERTE - RECEPTION IMPOSSIBLE'     A7PGM18 
037500             TO W-CODE-REJET                                      A7PGM18 
037600         GO TO F10RECEP-FN.                                       A7PGM18 
037700     IF SQLCODE NOT = ZERO                                        A7PGM18 
037800         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
037900         GO TO F10RECEP-FN.                                       A7PGM18 
038000     PERFORM F14TOLER THRU F14TOLER-FN.                           A7PGM18 
038100     MOVE ZERO TO WX-LIG.                                         A7PGM18 
038200 F10RECEP-10.                                                     A7PGM18 
038300     IF WX-LIG NOT < 8                                            A7PGM18 
038400         OR W-CODE-REJET NOT = SPACES                             A7PGM18 
038500         GO TO F10RECEP-20.                                       A7PGM18 
038600     ADD 1 TO WX-LIG.                                             A7PGM18 
038700     PERFORM F11CTL THRU F11CTL-FN.                               A7PGM18 
038800     GO TO F10RECEP-10.                                           A7PGM18 
038900 F10RECEP-20.                                                     A7PGM18 
039000     IF W-CODE-REJET NOT = SPACES                                 A7PGM18 
039100         GO TO F10RECEP-FN.                                       A7PGM18 
039200     IF W-NB-REC = ZERO                                           A7PGM18 
039300         MOVE 'AUCUNE QUANTITE RECUE SAISIE' TO W-CODE-REJET      A7PGM18 
039400         GO TO F10RECEP-FN.                                       A7PGM18 
039500     MOVE ZERO TO WX-LIG.                                         A7PGM18 
039600 F10RECEP-30.                                                     A7PGM18 
039700     IF WX-LIG NOT < 8                                            A7PGM18 
039800         OR W-CODE-REJET NOT = SPACES                             A7PGM18 
039900         GO TO F10RECEP-40.                                       A7PGM18 
040000     ADD 1 TO WX-LIG.                                             A7PGM18 
040100     PERFORM F12MAJ THRU F12MAJ-FN.                               A7PGM18 
040200     GO TO F10RECEP-30.                                           A7PGM18 
040300 F10RECEP-40.                                                     A7PGM18 
040400     IF W-CODE-REJET NOT = SPACES                                 A7PGM18 
040500         EXEC CICS                                                A7PGM18 
040600             SYNCPOINT ROLLBACK                                   A7PGM18 
040700         END-EXEC                                                 A7PGM18 
040800     END-IF.                                                      A7PGM18 
040900 F10RECEP-FN.                                                     A7PGM18 
041000     EXIT.                                                        A7PGM18 
041100 N11CTL.                                                          A7PGM18 
041200*         NOTE *CONTROLE D'UNE LIGNE SAISIE      *.               A7PGM18 
041300 F11CTL.                                                          A7PGM18 
041400     MOVE '0' TO WI-TRT (WX-LIG).                                 A7PGM18 
041500     IF WI-REC (WX-LIG) = SPACES                                  A7PGM18 
041600         OR WI-REC (WX-LIG) = LOW-VALUE                           A7PGM18 
041700         GO TO F11CTL-FN.                                         A7PGM18 
041800     MOVE WX-LIG TO W-LIG-REJET.                                  A7PGM18 
041900     IF WI-ART (WX-LIG) NOT NUMERIC                               A7PGM18 
042000         OR WI-ART-N (WX-LIG) = ZERO                              A7PGM18 
042100         STRING 'LIGNE ' W-LIG-REJET ' - AUCUNE LIGNE DE COMMANDE'A7PGM18 
042200             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
042300         GO TO F11CTL-FN.                                         A7PGM18 
042400     IF WI-REC (WX-LIG) NOT NUMERIC                               A7PGM18 
042500         OR WI-REC-N (WX-LIG) = ZERO                              A7PGM18 
042600         STRING 'LIGNE ' W-LIG-REJET ' - QUANTITE INVALIDE'       A7PGM18 
042700             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
042800         GO TO F11CTL-FN.                                         A7PGM18 
042900     IF WI-LOT (WX-LIG) = LOW-VALUE                               A7PGM18 
043000         MOVE SPACES TO WI-LOT (WX-LIG).                          A7PGM18 
043100     IF WI-PER (WX-LIG) = LOW-VALUE                               A7PGM18 
043200         MOVE SPACES TO WI-PER (WX-LIG).                          A7PGM18 
043300     IF WI-PER (WX-LIG) NOT = SPACES                              A7PGM18 
043400         AND WI-LOT (WX-LIG) = SPACES                             A7PGM18 
043500         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
043600                ' - PEREMPTION SANS NUMERO DE LOT'                A7PGM18 
043700             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
043800         GO TO F11CTL-FN.                                         A7PGM18 
043900     IF WI-PER (WX-LIG) NOT = SPACES                              A7PGM18 
044000         IF WI-PER (WX-LIG) NOT NUMERIC                           A7PGM18 
044100             OR WI-PER-MM (WX-LIG) < 1                            A7PGM18 
044200             OR WI-PER-MM (WX-LIG) > 12                           A7PGM18 
044300             OR WI-PER-JJ (WX-LIG) < 1                            A7PGM18 
044400             OR WI-PER-JJ (WX-LIG) > 31                           A7PGM18 
044500             STRING 'LIGNE ' W-LIG-REJET                          A7PGM18 
044600                    ' - PEREMPTION INVALIDE (AAAAMMJJ)'           A7PGM18 
044700                 DELIMITED BY SIZE INTO W-CODE-REJET              A7PGM18 
044800             GO TO F11CTL-FN.                                     A7PGM18 
044900     MOVE W-CRIT-CMD TO W-NO-COMMANDE.                            A7PGM18 
045000     MOVE WI-ART-N (WX-LIG)                                       A7PGM18 
045100         TO W-ID-ARTICLE OF DCLCOMMANDEACHAT.                     A7PGM18 
045200     MOVE WI-ENT (WX-LIG) TO W-ID-ENTREPOT OF DCLCOMMANDEACHAT.   A7PGM18 
045300     EXEC SQL                                                     A7PGM18 
045400         SELECT QTE_COMMANDEE, QTE_RECUE, ETAT,                   A7PGM18 
045500                ID_FOURNISSEUR                                    A7PGM18 
045600           INTO :W-QTE-COMMANDEE, :W-QTE-RECUE,                   A7PGM18 
045700                :W-ETAT OF DCLCOMMANDEACHAT,                      A7PGM18 
045800                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT             A7PGM18 
045900           FROM API7.COMMANDE_ACHAT                               A7PGM18 
046000          WHERE NO_COMMANDE = :W-NO-COMMANDE                      A7PGM18 
046100            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    A7PGM18 
046200            AND ID_ENTREPOT =                                     A7PGM18 
046300                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                A7PGM18 
046400     END-EXEC.                                                    A7PGM18 
046500     IF SQLCODE = 100                                             A7PGM18 
046600         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
046700                ' - LIGNE DE COMMANDE INCONNUE'                   A7PGM18 
046800             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
046900         GO TO F11CTL-FN.                                         A7PGM18 
047000     IF SQLCODE NOT = ZERO                                        A7PGM18 
047100         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
047200         GO TO F11CTL-FN.                                         A7PGM18 
047300     IF W-ETAT OF DCLCOMMANDEACHAT NOT = 'O'                      A7PGM18 
047400         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
047500                ' - LIGNE DE COMMANDE SOLDEE'                     A7PGM18 
047600             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
047700         GO TO F11CTL-FN.                                         A7PGM18 
047800     COMPUTE W-QTE-CUMUL = W-QTE-RECUE + WI-REC-N (WX-LIG).       A7PGM18 
047900     IF W-QTE-CUMUL > W-QTE-COMMANDEE                             A7PGM18 
048000         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
048100                ' - RECEPTION SUPERIEURE AU RESTE DU'             A7PGM18 
048200             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
048300         GO TO F11CTL-FN.                                         A7PGM18 
048400     MOVE WI-ENT (WX-LIG) TO W-ENT-CTL.                           A7PGM18 
048500     MOVE WI-REC-N (WX-LIG) TO W-QTE-CTL.                         A7PGM18 
048600     PERFORM F13CAPA THRU F13CAPA-FN.                             A7PGM18 
048700     IF W-CODE-REJET NOT = SPACES                                 A7PGM18 
048800         GO TO F11CTL-FN.                                         A7PGM18 
048900     PERFORM F15GEL THRU F15GEL-FN.                               A7PGM18 
049000     IF W-CODE-REJET NOT = SPACES                                 A7PGM18 
049100         GO TO F11CTL-FN.                                         A7PGM18 
049200     MOVE W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT                    A7PGM18 
049300         TO WI-FOURN (WX-LIG).                                    A7PGM18 
049400     MOVE '1' TO WI-TRT (WX-LIG).                                 A7PGM18 
049500     ADD 1 TO W-NB-REC.                                           A7PGM18 
049600 F11CTL-FN.                                                       A7PGM18 
049700     EXIT.                                                        A7PGM18 
049800 N12MAJ.                                                          A7PGM18 
049900*         NOTE *ENREGISTREMENT D'UNE RECEPTION   *.               A7PGM18 
050000 F12MAJ.                                                          A7PGM18 
050100     IF WI-TRT (WX-LIG) NOT = '1'                                 A7PGM18 
050200         GO TO F12MAJ-FN.                                         A7PGM18 
050300     MOVE WX-LIG TO W-LIG-REJET.                                  A7PGM18 
050400     MOVE W-CRIT-CMD TO W-NO-COMMANDE.                            A7PGM18 
050500     MOVE WI-ART-N (WX-LIG)                                       A7PGM18 
050600         TO W-ID-ARTICLE OF DCLCOMMANDEACHAT.                     A7PGM18 
050700     MOVE WI-ENT (WX-LIG) TO W-ID-ENTREPOT OF DCLCOMMANDEACHAT.   A7PGM18 
050800     MOVE WI-REC-N (WX-LIG) TO W-QTE-SAISIE.                      A7PGM18 
050900     EXEC SQL                                                     A7PGM18 
051000         UPDATE API7.COMMANDE_ACHAT                               A7PGM18 
051100            SET QTE_RECUE = QTE_RECUE + :W-QTE-SAISIE,            A7PGM18 
051200                ETAT = CASE WHEN QTE_RECUE + :W-QTE-SAISIE        A7PGM18 
051300                                 >= QTE_COMMANDEE                 A7PGM18 
051400                            THEN 'S' ELSE 'O' END,                A7PGM18 
051500                DATE_RECEPTION = DATE(:W-DATE-TRT)                A7PGM18 
051600          WHERE NO_COMMANDE = :W-NO-COMMANDE                      A7PGM18 
051700            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    A7PGM18 
051800            AND ID_ENTREPOT =                                     A7PGM18 
051900                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                A7PGM18 
052000            AND ETAT = 'O'                                        A7PGM18 
052100            AND QTE_RECUE + :W-QTE-SAISIE <= QTE_COMMANDEE        A7PGM18 
052200     END-EXEC.                                                    A7PGM18 
052300     IF SQLCODE = 100                                             A7PGM18 
052400         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
052500                ' - COMMANDE MODIFIEE ENTRE-TEMPS'                A7PGM18 
052600             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
052700         GO TO F12MAJ-FN.                                         A7PGM18 
052800     IF SQLCODE NOT = ZERO                                        A7PGM18 
052900         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
053000         GO TO F12MAJ-FN.                                         A7PGM18 
053100     PERFORM F21COUT THRU F21COUT-FN.                             A7PGM18 
053200     PERFORM F22STOCK THRU F22STOCK-FN.                           A7PGM18 
053300     IF W-CODE-REJET NOT = SPACES                                 A7PGM18 
053400         GO TO F12MAJ-FN.                                         A7PGM18 
053500     IF WI-LOT (WX-LIG) NOT = SPACES                              A7PGM18 
053600         PERFORM F23LOT THRU F23LOT-FN                            A7PGM18 
053700         IF W-CODE-REJET NOT = SPACES                             A7PGM18 
053800             GO TO F12MAJ-FN.                                     A7PGM18 
053900     PERFORM F24MVT THRU F24MVT-FN.                               A7PGM18 
054000 F12MAJ-FN.                                                       A7PGM18 
054100     EXIT.                                                        A7PGM18 
054200 N13CAPA.                                                         A7PGM18 
054300*         NOTE *CONTROLE CAPACITE DE L'ENTREPOT  *.               A7PGM18 
054400 F13CAPA.                                                         A7PGM18 
054500     MOVE W-ENT-CTL TO W-ID-ENTREPOT OF DCLENTREPOT.              A7PGM18 
054600     EXEC SQL                                                     A7PGM18 
054700         SELECT CAPACITE                                          A7PGM18 
054800           INTO :W-CAPACITE :INDSTRUC OF IENTREPOT (3)            A7PGM18 
054900           FROM API7.ENTREPOT                                     A7PGM18 
055000          WHERE ID_ENTREPOT =                                     A7PGM18 
055100                :W-ID-ENTREPOT OF DCLENTREPOT                     A7PGM18 
055200     END-EXEC.                                                    A7PGM18 
055300     IF SQLCODE NOT = ZERO                                        A7PGM18 
055400         OR INDSTRUC OF IENTREPOT (3) < ZERO                      A7PGM18 
055500         GO TO F13CAPA-FN.                                        A7PGM18 
055600     EXEC SQL                                                     A7PGM18 
055700         SELECT COALESCE(SUM(QUANTITE + QTE_QUARANTAINE           A7PGM18 
055800                             + QTE_ABIMEE), 0)                    A7PGM18 
055900           INTO :W-OCCUPATION                                     A7PGM18 
056000           FROM API7.STOCK                                        A7PGM18 
056100          WHERE ID_ENTREPOT = :W-ENT-CTL                          A7PGM18 
056200     END-EXEC.                                                    A7PGM18 
056300     IF SQLCODE NOT = ZERO                                        A7PGM18 
056400         MOVE ZERO TO W-OCCUPATION.                               A7PGM18 
056500     EXEC SQL                                                     A7PGM18 
056600         SELECT COALESCE(SUM(QUANTITE), 0)                        A7PGM18 
056700           INTO :W-EN-TRANSIT                                     A7PGM18 
056800           FROM API7.TRANSFERT_ATTENTE                            A7PGM18 
056900          WHERE ENT_DEST = :W-ENT-CTL                             A7PGM18 
057000            AND ETAT = 'T'                                        A7PGM18 
057100     END-EXEC.                                                    A7PGM18 
057200     IF SQLCODE NOT = ZERO                                        A7PGM18 
057300         MOVE ZERO TO W-EN-TRANSIT.                               A7PGM18 
057400     COMPUTE W-PROJETE =                                          A7PGM18 
057500         W-OCCUPATION + W-EN-TRANSIT + W-QTE-CTL.                 A7PGM18 
057600     MOVE ZERO TO WY-LIG.                                         A7PGM18 
057700 F13CAPA-10.                                                      A7PGM18 
057800     ADD 1 TO WY-LIG.                                             A7PGM18 
057900     IF WY-LIG NOT < WX-LIG                                       A7PGM18 
058000         GO TO F13CAPA-20.                                        A7PGM18 
058100     IF WI-TRT (WY-LIG) = '1'                                     A7PGM18 
058200         AND WI-ENT (WY-LIG) = W-ENT-CTL                          A7PGM18 
058300         ADD WI-REC-N (WY-LIG) TO W-PROJETE.                      A7PGM18 
058400     GO TO F13CAPA-10.                                            A7PGM18 
058500 F13CAPA-20.                                                      A7PGM18 
058600     IF W-PROJETE NOT > W-CAPACITE                                A7PGM18 
058700         GO TO F13CAPA-FN.                                        A7PGM18 
058800     COMPUTE W-LIMITE-CAP =                                       A7PGM18 
058900         W-CAPACITE * (100 + W-TOLERANCE) / 100.                  A7PGM18 
059000     IF W-PROJETE > W-LIMITE-CAP                                  A7PGM18 
059100         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
059200                ' - CAPACITE ENTREPOT DEPASSEE'                   A7PGM18 
059300             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM18 
059400     ELSE                                                         A7PGM18 
059500         ADD 1 TO W-NB-FORCES.                                    A7PGM18 
059600 F13CAPA-FN.                                                      A7PGM18 
059700     EXIT.                                                        A7PGM18 
059800 N14TOLER.                                                        A7PGM18 
059900*         NOTE *TOLERANCE DE CAPACITE DU BATCH   *.               A7PGM18 
060000 F14TOLER.                                                        A7PGM18 
060100     MOVE 'LMVTSTK' TO W-PROGRAMME.                               A7PGM18 
060200     MOVE 'TOLERANCE' TO W-NOM-PARAMETRE.                         A7PGM18 
060300     EXEC SQL                                                     A7PGM18 
060400         SELECT VALEUR                                            A7PGM18 
060500           INTO :W-VALEUR                                         A7PGM18 
060600           FROM API7.PARAMETRE                                    A7PGM18 
060700          WHERE PROGRAMME = :W-PROGRAMME                          A7PGM18 
060800            AND NOM_PARAMETRE = :W-NOM-PARAMETRE                  A7PGM18 
060900     END-EXEC.                                                    A7PGM18 
061000     MOVE W-VALEUR TO W-PRM-TOL-X.                                A7PGM18 
061100     IF SQLCODE = ZERO                                            A7PGM18 
061200         AND W-PRM-TOL NUMERIC                                    A7PGM18 
061300         MOVE W-PRM-TOL TO W-TOLERANCE                            A7PGM18 
061400     ELSE                                                         A7PGM18 
061500         MOVE 10 TO W-TOLERANCE.                                  A7PGM18 
061600 F14TOLER-FN.                                                     A7PGM18 
061700     EXIT.                                                        A7PGM18 
061800 N15GEL.                                                          A7PGM18 
061900*         NOTE *CONTROLE GEL D'INVENTAIRE        *.               A7PGM18 
062000 F15GEL.                                                          A7PGM18 
062100     EXEC SQL                                                     A7PGM18 
062200         SELECT COUNT(*)                                          A7PGM18 
062300           INTO :W-CNT-GEL                                        A7PGM18 
062400           FROM API7.GEL_INVENTAIRE                               A7PGM18 
062500          WHERE ID_ENTREPOT = :W-ENT-CTL                          A7PGM18 
062600            AND ETAT = 'O'                                        A7PGM18 
062700            AND :W-ID-ARTICLE OF DCLCOMMANDEACHAT                 A7PGM18 
062800                BETWEEN ART_DEBUT AND ART_FIN                     A7PGM18 
062900     END-EXEC.                                                    A7PGM18 
063000     IF SQLCODE NOT = ZERO                                        A7PGM18 
063100         MOVE ZERO TO W-CNT-GEL.                                  A7PGM18 
063200     IF W-CNT-GEL NOT = ZERO                                      A7PGM18 
063300         STRING 'LIGNE ' W-LIG-REJET                              A7PGM18 
063400                ' - ENTREPOT GELE INVENTAIRE'                     A7PGM18 
063500             DELIMITED BY SIZE INTO W-CODE-REJET.                 A7PGM18 
063600 F15GEL-FN.                                                       A7PGM18 
063700     EXIT.                                                        A7PGM18 
063800 N16REAFF.                                                        A7PGM18 
063900*         NOTE *REAFFICHAGE DE LA SAISIE REJETEE *.               A7PGM18 
064000 F16REAFF.                                                        A7PGM18 
064100     MOVE LIG1I TO WA-LIG (1).                                    A7PGM18 
064200     MOVE LIG2I TO WA-LIG (2).                                    A7PGM18 
064300     MOVE LIG3I TO WA-LIG (3).                                    A7PGM18 
064400     MOVE LIG4I TO WA-LIG (4).                                    A7PGM18 
064500     MOVE LIG5I TO WA-LIG (5).                                    A7PGM18 
064600     MOVE LIG6I TO WA-LIG (6).                                    A7PGM18 
064700     MOVE LIG7I TO WA-LIG (7).                                    A7PGM18 
064800     MOVE LIG8I TO WA-LIG (8).                                    A7PGM18 
064900     MOVE ZERO TO WX-LIG.                                         A7PGM18 
065000 F16REAFF-10.                                                     A7PGM18 
065100     IF WX-LIG NOT < 8                                            A7PGM18 
065200         GO TO F16REAFF-FN.                                       A7PGM18 
065300     ADD 1 TO WX-LIG.                                             A7PGM18 
065400     MOVE WI-ART (WX-LIG) TO WA-ART (WX-LIG).                     A7PGM18 
065500     MOVE WI-ENT (WX-LIG) TO WA-ENT (WX-LIG).                     A7PGM18 
065600     MOVE WI-REC (WX-LIG) TO WA-REC (WX-LIG).                     A7PGM18 
065700     MOVE WI-LOT (WX-LIG) TO WA-LOT (WX-LIG).                     A7PGM18 
065800     MOVE WI-PER (WX-LIG) TO WA-PER (WX-LIG).                     A7PGM18 
065900     GO TO F16REAFF-10.                                           A7PGM18 
066000 F16REAFF-FN.                                                     A7PGM18 
066100     EXIT.                                                        A7PGM18 
066200 N17ENTETE.                                                       A7PGM18 
066300*         NOTE *FOURNISSEUR DE LA COMMANDE       *.               A7PGM18 
066400 F17ENTETE.                                                       A7PGM18 
066500     EXEC SQL                                                     A7PGM18 
066600         SELECT MIN(ID_FOURNISSEUR)                               A7PGM18 
066700           INTO :W-ID-FOURNISSEUR OF DCLFOURNISSEUR               A7PGM18 
066800                :W-IND-FOURN                                      A7PGM18 
066900           FROM API7.COMMANDE_ACHAT                               A7PGM18 
067000          WHERE NO_COMMANDE = :W-CRIT-CMD                         A7PGM18 
067100     END-EXEC.                                                    A7PGM18 
067200     IF SQLCODE NOT = ZERO                                        A7PGM18 
067300         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
067400         GO TO F17ENTETE-FN.                                      A7PGM18 
067500     IF W-IND-FOURN < ZERO                                        A7PGM18 
067600         MOVE 'COMMANDE INCONNUE' TO W-CODE-REJET                 A7PGM18 
067700         MOVE SPACES TO FOURNO NOMFOUO                            A7PGM18 
067800         GO TO F17ENTETE-FN.                                      A7PGM18 
067900     MOVE W-ID-FOURNISSEUR OF DCLFOURNISSEUR TO FOURNO.           A7PGM18 
068000     EXEC SQL                                                     A7PGM18 
068100         SELECT NOM                                               A7PGM18 
068200           INTO :W-NOM                                            A7PGM18 
068300           FROM API7.FOURNISSEUR                                  A7PGM18 
068400          WHERE ID_FOURNISSEUR =                                  A7PGM18 
068500                :W-ID-FOURNISSEUR OF DCLFOURNISSEUR               A7PGM18 
068600     END-EXEC.                                                    A7PGM18 
068700     IF SQLCODE = ZERO                                            A7PGM18 
068800         MOVE W-NOM TO NOMFOUO                                    A7PGM18 
068900     ELSE                                                         A7PGM18 
069000         MOVE SPACES TO NOMFOUO.                                  A7PGM18 
069100 F17ENTETE-FN.                                                    A7PGM18 
069200     EXIT.                                                        A7PGM18 
069300 N21COUT.                                                         A7PGM18 
069400*         NOTE *COUT D'ENTREE DE L'ARTICLE       *.               A7PGM18 
069500 F21COUT.                                                         A7PGM18 
069600     MOVE '0' TO W-COUT-VALABLE.                                  A7PGM18 
069700     MOVE ZERO TO W-MAJ-COUT.                                     A7PGM18 
069800     MOVE WI-ART-N (WX-LIG) TO W-ID-ARTICLE OF DCLARTICLEFOURN.   A7PGM18 
069900     MOVE WI-FOURN (WX-LIG)                                       A7PGM18 
070000         TO W-ID-FOURNISSEUR OF DCLARTICLEFOURN.                  A7PGM18 
070050     MOVE SPACES TO DEV-DEVISE.                                   A7PGM18 
070100     MOVE ZERO TO DEV-MONTANT.                                    A7PGM18 
070150     CALL 'CONVDEV' USING DEV-CONVERSION.                         A7PGM18 
070200     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            A7PGM18 
070250     EXEC SQL                                                     A7PGM18 
070300         SELECT A.PRIX_ACHAT, F.DEVISE                            A7PGM18 
070350           INTO :W-PRIX-ACHAT OF DCLARTICLEFOURN, :W-DEV-FOURN    A7PGM18 
070400           FROM API7.ARTICLE_FOURNISSEUR A,                       A7PGM18 
070450                API7.FOURNISSEUR F                                A7PGM18 
070500          WHERE A.ID_ARTICLE =                                    A7PGM18 
070550                :W-ID-ARTICLE OF DCLARTICLEFOURN                  A7PGM18 
070600            AND A.ID_FOURNISSEUR =                                A7PGM18 
070650                :W-ID-FOURNISSEUR OF DCLARTICLEFOURN              A7PGM18 
070700            AND F.ID_FOURNISSEUR = A.ID_FOURNISSEUR               A7PGM18 
070750     END-EXEC.                                                    A7PGM18 
070800     IF SQLCODE = ZERO                                            A7PGM18 
070850         GO TO F21COUT-10.                                        A7PGM18 
070900     EXEC SQL                                                     A7PGM18 
070950         SELECT A.PRIX_ACHAT, F.DEVISE                            A7PGM18 
071000           INTO :W-PRIX-ACHAT OF DCLARTICLEFOURN, :W-DEV-FOURN    A7PGM18 
071050           FROM API7.ARTICLE_FOURNISSEUR A,                       A7PGM18 
071100                API7.FOURNISSEUR F                                A7PGM18 
071150          WHERE A.ID_ARTICLE =                                    A7PGM18 
071200                :W-ID-ARTICLE OF DCLARTICLEFOURN                  A7PGM18 
071250            AND F.ID_FOURNISSEUR = A.ID_FOURNISSEUR               A7PGM18 
071300          ORDER BY A.PRIX_ACHAT *                                 A7PGM18 
071350                CASE WHEN F.DEVISE = ' '                          A7PGM18 
071400                       OR F.DEVISE = :W-DEV-LOC THEN 1            A7PGM18 
071450                ELSE (SELECT T.TAUX                               A7PGM18 
071500                        FROM API7.TAUX_CHANGE T                   A7PGM18 
071550                       WHERE T.DEVISE = F.DEVISE                  A7PGM18 
071600                         AND T.DATE_TAUX =                        A7PGM18 
071650                            (SELECT MAX(U.DATE_TAUX)              A7PGM18 
071700                               FROM API7.TAUX_CHANGE U            A7PGM18 
071750                              WHERE U.DEVISE = F.DEVISE           A7PGM18 
071800                                AND U.DATE_TAUX <=                A7PGM18 
071850                                    DATE(:W-DATE-TRT)))           A7PGM18 
071900                END                                               A7PGM18 
071950          FETCH FIRST 1 ROW ONLY                                  A7PGM18 
072000     END-EXEC.                                                    A7PGM18 
072050     IF SQLCODE NOT = ZERO                                        A7PGM18 
072100         GO TO F21COUT-FN.                                        A7PGM18 
072150 F21COUT-10.                                                      A7PGM18 
072200     MOVE W-DEV-FOURN TO DEV-DEVISE.                              A7PGM18 
072250     MOVE W-DATE-TRT TO DEV-DATE-EFFET.                           A7PGM18 
072300     MOVE W-PRIX-ACHAT OF DCLARTICLEFOURN TO DEV-MONTANT.         A7PGM18 
072350     CALL 'CONVDEV' USING DEV-CONVERSION.                         A7PGM18 
072400     IF DEV-CODE-RETOUR = ZERO                                    A7PGM18 
072450         COMPUTE W-MAJ-COUT ROUNDED = DEV-MONTANT-LOC             A7PGM18 
072500         MOVE '1' TO W-COUT-VALABLE.                              A7PGM18 
072600 F21COUT-FN.                                                      A7PGM18 
072700     EXIT.                                                        A7PGM18 
072800 N22STOCK.                                                        A7PGM18 
072900*         NOTE *MISE A JOUR DU STOCK ET DU CMP   *.               A7PGM18 
073000 F22STOCK.                                                        A7PGM18 
073100     MOVE WI-ART-N (WX-LIG) TO W-ID-ARTICLE OF DCLSTOCK.          A7PGM18 
073200     MOVE WI-ENT (WX-LIG) TO W-ID-ENTREPOT OF DCLSTOCK.           A7PGM18 
073300     EXEC SQL                                                     A7PGM18 
073400         SELECT QUANTITE, COUT_MOYEN                              A7PGM18 
073500           INTO :W-QUANTITE OF DCLSTOCK, :W-COUT-MOYEN            A7PGM18 
073600           FROM API7.STOCK                                        A7PGM18 
073700          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            A7PGM18 
073800            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          A7PGM18 
073900     END-EXEC.                                                    A7PGM18 
074000     IF SQLCODE = 100                                             A7PGM18 
074100         GO TO F22STOCK-10.                                       A7PGM18 
074200     IF SQLCODE NOT = ZERO                                        A7PGM18 
074300         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
074400         GO TO F22STOCK-FN.                                       A7PGM18 
074500     COMPUTE W-NOUVELLE-QTE =                                     A7PGM18 
074600         W-QUANTITE OF DCLSTOCK + W-QTE-SAISIE.                   A7PGM18 
074700     IF W-COUT-VALABLE = '1'                                      A7PGM18 
074800         COMPUTE W-COUT-NOUVEAU ROUNDED =                         A7PGM18 
074900             (W-QUANTITE OF DCLSTOCK * W-COUT-MOYEN               A7PGM18 
075000              + W-QTE-SAISIE * W-MAJ-COUT)                        A7PGM18 
075100             / W-NOUVELLE-QTE                                     A7PGM18 
075200     ELSE                                                         A7PGM18 
075300         MOVE W-COUT-MOYEN TO W-COUT-NOUVEAU.                     A7PGM18 
075400     EXEC SQL                                                     A7PGM18 
075500         UPDATE API7.STOCK                                        A7PGM18 
075600            SET QUANTITE = :W-NOUVELLE-QTE,                       A7PGM18 
075700                COUT_MOYEN = :W-COUT-NOUVEAU                      A7PGM18 
075800          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            A7PGM18 
075900            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          A7PGM18 
076000     END-EXEC.                                                    A7PGM18 
076100     IF SQLCODE NOT = ZERO                                        A7PGM18 
076200         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM18 
076300     GO TO F22STOCK-FN.                                           A7PGM18 
076400 F22STOCK-10.                                                     A7PGM18 
076500     MOVE W-QTE-SAISIE TO W-QUANTITE OF DCLSTOCK.                 A7PGM18 
076600     IF W-COUT-VALABLE = '1'                                      A7PGM18 
076700         MOVE W-MAJ-COUT TO W-COUT-MOYEN                          A7PGM18 
076800     ELSE                                                         A7PGM18 
076900         MOVE ZERO TO W-COUT-MOYEN.                               A7PGM18 
077000     EXEC SQL                                                     A7PGM18 
077100         INSERT INTO API7.STOCK                                   A7PGM18 
077200                (ID_ARTICLE, ID_ENTREPOT, QUANTITE, COUT_MOYEN,   A7PGM18 
077300                 QTE_RESERVEE, QTE_QUARANTAINE, QTE_ABIMEE)       A7PGM18 
077400         VALUES (:W-ID-ARTICLE OF DCLSTOCK,                       A7PGM18 
077500                 :W-ID-ENTREPOT OF DCLSTOCK,                      A7PGM18 
077600                 :W-QUANTITE OF DCLSTOCK,                         A7PGM18 
077700                 :W-COUT-MOYEN, 0, 0, 0)                          A7PGM18 
077800     END-EXEC.                                                    A7PGM18 
077900     IF SQLCODE NOT = ZERO                                        A7PGM18 
078000         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM18 
078100 F22STOCK-FN.                                                     A7PGM18 
078200     EXIT.                                                        A7PGM18 
078300 N23LOT.                                                          A7PGM18 
078400*         NOTE *MISE A JOUR DU LOT RECU          *.               A7PGM18 
078500 F23LOT.                                                          A7PGM18 
078600     MOVE WI-ART-N (WX-LIG) TO W-ID-ARTICLE OF DCLSTOCKLOT.       A7PGM18 
078700     MOVE WI-ENT (WX-LIG) TO W-ID-ENTREPOT OF DCLSTOCKLOT.        A7PGM18 
078800     MOVE WI-LOT (WX-LIG) TO W-NO-LOT.                            A7PGM18 
078900     EXEC SQL                                                     A7PGM18 
079000         UPDATE API7.STOCK_LOT                                    A7PGM18 
079100            SET QUANTITE = QUANTITE + :W-QTE-SAISIE               A7PGM18 
079200          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT         A7PGM18 
079300            AND ID_ENTREPOT =                                     A7PGM18 
079400                :W-ID-ENTREPOT OF DCLSTOCKLOT                     A7PGM18 
079500            AND NO_LOT = :W-NO-LOT                                A7PGM18 
079600     END-EXEC.                                                    A7PGM18 
079700     IF SQLCODE = ZERO                                            A7PGM18 
079800         GO TO F23LOT-FN.                                         A7PGM18 
079900     IF SQLCODE NOT = 100                                         A7PGM18 
080000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
080100         GO TO F23LOT-FN.                                         A7PGM18 
080200     IF WI-PER (WX-LIG) = SPACES                                  A7PGM18 
080300         EXEC SQL                                                 A7PGM18 
080400             INSERT INTO API7.STOCK_LOT                           A7PGM18 
080500                    (ID_ARTICLE, ID_ENTREPOT, NO_LOT,             A7PGM18 
080600                     DATE_RECEPTION, DATE_PEREMPTION,             A7PGM18 
080700                     QUANTITE, NO_COMMANDE_ACHAT)                 A7PGM18 
080800             VALUES (:W-ID-ARTICLE OF DCLSTOCKLOT,                A7PGM18 
080900                     :W-ID-ENTREPOT OF DCLSTOCKLOT,               A7PGM18 
081000                     :W-NO-LOT, DATE(:W-DATE-TRT),                A7PGM18 
081100                     NULL,                                        A7PGM18 
081200                     :W-QTE-SAISIE, :W-NO-COMMANDE)               A7PGM18 
081300         END-EXEC                                                 A7PGM18 
081400     ELSE                                                         A7PGM18 
081500         MOVE WI-PER-AAAA (WX-LIG) TO W-PER-AAAA                  A7PGM18 
081600         MOVE WI-PER-MM (WX-LIG) TO W-PER-MM                      A7PGM18 
081700         MOVE WI-PER-JJ (WX-LIG) TO W-PER-JJ                      A7PGM18 
081800         EXEC SQL                                                 A7PGM18 
081900             INSERT INTO API7.STOCK_LOT                           A7PGM18 
082000                    (ID_ARTICLE, ID_ENTREPOT, NO_LOT,             A7PGM18 
082100                     DATE_RECEPTION, DATE_PEREMPTION,             A7PGM18 
082200                     QUANTITE, NO_COMMANDE_ACHAT)                 A7PGM18 
082300             VALUES (:W-ID-ARTICLE OF DCLSTOCKLOT,                A7PGM18 
082400                     :W-ID-ENTREPOT OF DCLSTOCKLOT,               A7PGM18 
082500                     :W-NO-LOT,                                   A7PGM18 
082600                     DATE(:W-DATE-TRT),                           A7PGM18 
082700                     DATE(:W-DATE-PER-ISO),                       A7PGM18 
082800                     :W-QTE-SAISIE, :W-NO-COMMANDE)               A7PGM18 
082900         END-EXEC                                                 A7PGM18 
083000     END-IF.                                                      A7PGM18 
083100     IF SQLCODE NOT = ZERO                                        A7PGM18 
083200         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM18 
083300 F23LOT-FN.                                                       A7PGM18 
083400     EXIT.                                                        A7PGM18 
083500 N24MVT.                                                          A7PGM18 
083600*         NOTE *HISTORIQUE DU MOUVEMENT D'ENTREE *.               A7PGM18 
083700 F24MVT.                                                          A7PGM18 
083800     MOVE WI-ART-N (WX-LIG)                                       A7PGM18 
083900         TO W-ID-ARTICLE OF DCLMOUVEMENTSTOCK.                    A7PGM18 
084000     MOVE WI-ENT (WX-LIG)                                         A7PGM18 
084100         TO W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK.                   A7PGM18 
084200     MOVE 'E' TO W-TYPE-MOUVEMENT.                                A7PGM18 
084300     MOVE W-QTE-SAISIE TO W-QUANTITE OF DCLMOUVEMENTSTOCK.        A7PGM18 
084400     MOVE SPACES TO W-ENT-DEST OF DCLMOUVEMENTSTOCK.              A7PGM18 
084500     MOVE W-PROGRAM-ID TO W-ORIGINE.                              A7PGM18 
084540     IF W-COUT-VALABLE = '1'                                      A7PGM18 
084560         MOVE W-MAJ-COUT TO W-COUT-MOUVEMENT                      A7PGM18 
084580     ELSE                                                         A7PGM18 
084600         MOVE W-COUT-MOYEN TO W-COUT-MOUVEMENT.                   A7PGM18 
084620     MOVE WI-LOT (WX-LIG) TO W-LOT-MOUVEMENT.                     A7PGM18 
084640     MOVE ZERO TO W-NO-TRANSFERT.                                 A7PGM18 
084660     MOVE ZERO TO W-NO-MVT-LIE.                                   A7PGM18 
084680     MOVE SPACE TO W-STATUT-STOCK.                                A7PGM18 
084700     MOVE SPACE TO W-CONTREPASSE.                                 A7PGM18 
084720     EXEC SQL                                                     A7PGM18 
084740         SELECT COALESCE(MAX(NO_MOUVEMENT), 0) + 1                A7PGM18 
084760           INTO :W-NO-MOUVEMENT                                   A7PGM18 
084780           FROM API7.MOUVEMENT_STOCK                              A7PGM18 
084800     END-EXEC.                                                    A7PGM18 
084820     IF SQLCODE NOT = ZERO                                        A7PGM18 
084840         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM18 
084860         GO TO F24MVT-FN.                                         A7PGM18 
084880     EXEC SQL                                                     A7PGM18 
084900         INSERT INTO API7.MOUVEMENT_STOCK                         A7PGM18 
084920                (ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,         A7PGM18 
084940                 QUANTITE, ENT_DEST, DATE_MOUVEMENT, ORIGINE,     A7PGM18 
084960                 NO_MOUVEMENT, COUT_MOUVEMENT, LOT_MOUVEMENT,     A7PGM18 
084980                 NO_TRANSFERT, STATUT_STOCK, CONTREPASSE,         A7PGM18 
085000                 NO_MVT_LIE)                                      A7PGM18 
085020         VALUES (:W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,              A7PGM18 
085040                 :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,             A7PGM18 
085060                 :W-TYPE-MOUVEMENT,                               A7PGM18 
085080                 :W-QUANTITE OF DCLMOUVEMENTSTOCK,                A7PGM18 
085100                 :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                A7PGM18 
085120                 DATE(:W-DATE-TRT), :W-ORIGINE,                   A7PGM18 
085140                 :W-NO-MOUVEMENT, :W-COUT-MOUVEMENT,              A7PGM18 
085160                 :W-LOT-MOUVEMENT, :W-NO-TRANSFERT,               A7PGM18 
085180                 :W-STATUT-STOCK, :W-CONTREPASSE,                 A7PGM18 
085200                 :W-NO-MVT-LIE)                                   A7PGM18 
085600     END-EXEC.                                                    A7PGM18 
085700     IF SQLCODE NOT = ZERO                                        A7PGM18 
085800         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM18 
085900 F24MVT-FN.                                                       A7PGM18 
086000     EXIT.                                                        A7PGM18 
086100 N30OPEN.                                                         A7PGM18 
086200*         NOTE *OUVERTURE DU CURSEUR DES LIGNES  *.               A7PGM18 
086300 F30OPEN.                                                         A7PGM18 
086400     EXEC SQL                                                     A7PGM18 
086500         OPEN C-CMD-LIG                                           A7PGM18 
086600     END-EXEC.                                                    A7PGM18 
086700     IF SQLCODE NOT = ZERO                                        A7PGM18 
086800         MOVE '1' TO W-EOF-CUR                                    A7PGM18 
086900         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM18 
087000 F30OPEN-FN.                                                      A7PGM18 
087100     EXIT.                                                        A7PGM18 
087200 N40FETCH.                                                        A7PGM18 
087300*         NOTE *LECTURE D'UNE LIGNE OUVERTE      *.               A7PGM18 
087400 F40FETCH.                                                        A7PGM18 
087500     EXEC SQL                                                     A7PGM18 
087600         FETCH C-CMD-LIG                                          A7PGM18 
087700           INTO :W-ID-ARTICLE OF DCLCOMMANDEACHAT,                A7PGM18 
087800                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT,               A7PGM18 
087900                :W-QTE-COMMANDEE,                                 A7PGM18 
088000                :W-QTE-RECUE                                      A7PGM18 
088100     END-EXEC.                                                    A7PGM18 
088200     EVALUATE SQLCODE                                             A7PGM18 
088300         WHEN ZERO                                                A7PGM18 
088400             CONTINUE                                             A7PGM18 
088500         WHEN 100                                                 A7PGM18 
088600             MOVE '1' TO W-EOF-CUR                                A7PGM18 
088700         WHEN OTHER                                               A7PGM18 
088800             MOVE '1' TO W-EOF-CUR                                A7PGM18 
088900             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM18 
089000     END-EVALUATE.                                                A7PGM18 
089100 F40FETCH-FN.                                                     A7PGM18 
089200     EXIT.                                                        A7PGM18 
089300 N50CLOSE.                                                        A7PGM18 
089400*         NOTE *FERMETURE DU CURSEUR DES LIGNES  *.               A7PGM18 
089500 F50CLOSE.                                                        A7PGM18 
089600     EXEC SQL                                                     A7PGM18 
089700         CLOSE C-CMD-LIG                                          A7PGM18 
089800     END-EXEC.                                                    A7PGM18 
089900 F50CLOSE-FN.                                                     A7PGM18 
090000     EXIT.                                                        A7PGM18 
090100 N90ERRSQL.                                                       A7PGM18 
090200*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM18 
090300 F90ERRSQL.                                                       A7PGM18 
090400     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM18 
090500     MOVE SPACES TO W-CODE-REJET.                                 A7PGM18 
090600     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM18 
090700         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM18 
090800 F90ERRSQL-FN.                                                    A7PGM18 
090900     EXIT.                                                        A7PGM18 
