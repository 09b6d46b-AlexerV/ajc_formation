000100 IDENTIFICATION DIVISION.                                         A7PGM17 
000200 PROGRAM-ID.  A7PGM17.                                            A7PGM17 
000300 AUTHOR.         validation propositions achat en ligne.          A7PGM17 
000400 ENVIRONMENT DIVISION.                                            A7PGM17 
000500 DATA DIVISION.                                                   A7PGM17 
000600 WORKING-STORAGE SECTION.                                         A7PGM17 
000700      EXEC SQL                                                    A7PGM17 
000800         INCLUDE SQLCA                                            A7PGM17 
000900      END-EXEC.                                                   A7PGM17 
001000*****                                                             A7PGM17 
001100      EXEC SQL                                                    A7PGM17 
001200         INCLUDE PROPACH                                          A7PGM17 
001300      END-EXEC.                                                   A7PGM17 
001400*****                                                             A7PGM17 
001500      EXEC SQL                                                    A7PGM17 
001600         INCLUDE ARTFOUR                                          A7PGM17 
001700      END-EXEC.                                                   A7PGM17 
001800*****                                                             A7PGM17 
001900      EXEC SQL                                                    A7PGM17 
002000         INCLUDE FOURNIS                                          A7PGM17 
002100      END-EXEC.                                                   A7PGM17 
002200******                                                            A7PGM17 
002300      EXEC SQL                                                    A7PGM17 
002400         DECLARE C-PRO-AV CURSOR FOR                              A7PGM17 
002500         SELECT NO_PROPOSITION, ID_ARTICLE, ID_ENTREPOT,          A7PGM17 
002600                QTE_PROPOSEE, REF_FOURNISSEUR, PRIX_ACHAT         A7PGM17 
002700           FROM API7.PROPOSITION_ACHAT                            A7PGM17 
002800          WHERE ID_FOURNISSEUR = :W-CRIT-FOURN                    A7PGM17 
002900            AND STATUT = 'P'                                      A7PGM17 
003000            AND NO_PROPOSITION > :W-PRO-DEPART                    A7PGM17 
003100          ORDER BY NO_PROPOSITION                                 A7PGM17 
003200      END-EXEC.                                                   A7PGM17 
003300******                                                            A7PGM17 
003400      EXEC SQL                                                    A7PGM17 
003500         DECLARE C-PRO-AR CURSOR FOR                              A7PGM17 
003600         SELECT NO_PROPOSITION, ID_ARTICLE, ID_ENTREPOT,          A7PGM17 
003700                QTE_PROPOSEE, REF_FOURNISSEUR, PRIX_ACHAT         A7PGM17 
003800           FROM API7.PROPOSITION_ACHAT                            A7PGM17 
003900          WHERE ID_FOURNISSEUR = :W-CRIT-FOURN                    A7PGM17 
004000            AND STATUT = 'P'                                      A7PGM17 
004100            AND NO_PROPOSITION < :W-PRO-DEPART                    A7PGM17 
004200          ORDER BY NO_PROPOSITION DESC                            A7PGM17 
004300      END-EXEC.                                                   A7PGM17 
004400******                                                            A7PGM17 
004500 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM17'.     A7PGM17 
004600 01               W-SQLCODE     PIC +++9.                         A7PGM17 
004700 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM17 
004800 01               W-MODE        PICTURE X VALUE '1'.              A7PGM17 
004900 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM17 
005000 01               W-CRIT-FOURN  PICTURE X(5).                     A7PGM17 
005100 01               W-FOURN-SUIV  PICTURE X(5).                     A7PGM17 
005200 01               W-IND-SUIV    PIC S9(4) USAGE COMP.             A7PGM17 
005300 01               W-PRO-DEPART  PIC S9(9) USAGE COMP.             A7PGM17 
005400 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM17 
005500 01               WX-LIG        PICTURE 9(2) VALUE ZERO.          A7PGM17 
005600 01               WY-LIG        PICTURE 9(2) VALUE ZERO.          A7PGM17 
005700 01               W-NB-VAL      PICTURE 9(2) VALUE ZERO.          A7PGM17 
005800 01               W-NB-REJ      PICTURE 9(2) VALUE ZERO.          A7PGM17 
005900 01               W-NB-MOD      PICTURE 9(2) VALUE ZERO.          A7PGM17 
006000 01               W-ACTION      PICTURE X(1).                     A7PGM17 
006100 01               W-FOURN-AVANT PICTURE X(5).                     A7PGM17 
006200 01               W-FOURN-NOUV  PICTURE X(5).                     A7PGM17 
006300 01               W-QTE-NOUV    PIC S9(9) USAGE COMP.             A7PGM17 
006400 01               W-LIG-REJET   PICTURE 9 VALUE ZERO.             A7PGM17 
006500 01               W-MESS-DECIS.                                   A7PGM17 
006600     05           WM-NB-VAL     PICTURE Z9.                       A7PGM17 
006700     05           FILLER        PICTURE X(11) VALUE               A7PGM17 
006800                                ' VALIDEE(S)'.                    A7PGM17 
006900     05           FILLER        PICTURE X(2) VALUE ', '.          A7PGM17 
007000     05           WM-NB-REJ     PICTURE Z9.                       A7PGM17 
007100     05           FILLER        PICTURE X(11) VALUE               A7PGM17 
007200                                ' REJETEE(S)'.                    A7PGM17 
007300     05           FILLER        PICTURE X(2) VALUE ', '.          A7PGM17 
007400     05           WM-NB-MOD     PICTURE Z9.                       A7PGM17 
007500     05           FILLER        PICTURE X(12) VALUE               A7PGM17 
007600                                ' MODIFIEE(S)'.                   A7PGM17 
007700     05           FILLER        PICTURE X(11) VALUE SPACES.       A7PGM17 
007800 01               W-ENT-TEMPO.                                    A7PGM17 
007900     05           WT-NO-PROP    PIC S9(9) USAGE COMP.             A7PGM17 
008000     05           WT-ID-ARTICLE PIC S9(9) USAGE COMP.             A7PGM17 
008100     05           WT-ENTREPOT   PICTURE X(2).                     A7PGM17 
008200     05           WT-QTE        PIC S9(9) USAGE COMP.             A7PGM17 
008300     05           WT-REF        PICTURE X(15).                    A7PGM17 
008400     05           WT-PRIX       PIC S9(5)V9(2) USAGE COMP-3.      A7PGM17 
008500 01               W-LIGNE-PRO.                                    A7PGM17 
008600     05           WL-ID-ARTICLE PICTURE ZZZZZZZZ9.                A7PGM17 
008700     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM17 
008800     05           WL-ENTREPOT   PICTURE X(2).                     A7PGM17 
008900     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM17 
009000     05           WL-REF        PICTURE X(15).                    A7PGM17 
009100     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM17 
009200     05           WL-PRIX       PICTURE ZZZZ9.99.                 A7PGM17 
009300     05           FILLER        PICTURE X(3) VALUE SPACES.        A7PGM17 
009400 01               W-TAB-PROPOSITIONS.                             A7PGM17 
009500     05           W-ENT OCCURS 8 TIMES.                           A7PGM17 
009600       10         WE-NO-PROP    PIC S9(9) USAGE COMP.             A7PGM17 
009700       10         WE-ID-ARTICLE PIC S9(9) USAGE COMP.             A7PGM17 
009800       10         WE-ENTREPOT   PICTURE X(2).                     A7PGM17 
009900       10         WE-QTE        PIC S9(9) USAGE COMP.             A7PGM17 
010000       10         WE-REF        PICTURE X(15).                    A7PGM17 
010100       10         WE-PRIX       PIC S9(5)V9(2) USAGE COMP-3.      A7PGM17 
010200 01               W-TAB-SAISIE.                                   A7PGM17 
010300     05           W-SAI OCCURS 8 TIMES.                           A7PGM17 
010400       10         WI-ACT        PICTURE X(1).                     A7PGM17 
010500       10         WI-NPRO       PICTURE X(9).                     A7PGM17 
010600       10         WI-NPRO-N REDEFINES WI-NPRO PICTURE 9(9).       A7PGM17 
010700       10         WI-QTE        PICTURE X(9).                     A7PGM17 
010800       10         WI-QTE-N REDEFINES WI-QTE PICTURE 9(9).         A7PGM17 
010900       10         WI-NFO        PICTURE X(5).                     A7PGM17 
011000 01               W-TAB-AFFICHE.                                  A7PGM17 
011100     05           W-AFF OCCURS 8 TIMES.                           A7PGM17 
011200       10         WA-ACT        PICTURE X(1).                     A7PGM17 
011300       10         WA-NPRO       PICTURE X(9).                     A7PGM17 
011400       10         WA-NPRO-N REDEFINES WA-NPRO PICTURE 9(9).       A7PGM17 
011500       10         WA-LIG        PICTURE X(40).                    A7PGM17 
011600       10         WA-QTE        PICTURE X(9).                     A7PGM17 
011700       10         WA-QTE-N REDEFINES WA-QTE PICTURE 9(9).         A7PGM17 
011800       10         WA-NFO        PICTURE X(5).                     A7PGM17 
011900******                                                            A7PGM17 
012000      COPY A7MS17.                                                A7PGM17 
012100 LINKAGE SECTION.                                                 A7PGM17 
012200 01               DFHCOMMAREA.                                    A7PGM17 
012300     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM17 
012400     05           CA-NIVEAU     PICTURE X(1).                     A7PGM17 
012500 PROCEDURE DIVISION.                                              A7PGM17 
012600 N01.                                                             A7PGM17 
012700*         NOTE *RECEPTION DE L'ECRAN A7MS17      *.               A7PGM17 
012800 F01.                                                             A7PGM17 
012900     EXEC CICS                                                    A7PGM17 
013000         RECEIVE MAP('A7MS17') MAPSET('A7MS17')                   A7PGM17 
013100                 INTO(A7MAP17I)                                   A7PGM17 
013200     END-EXEC.                                                    A7PGM17 
013300 F01-FN.                                                          A7PGM17 
013400     EXIT.                                                        A7PGM17 
013500 N05.                                                             A7PGM17 
013600*         NOTE *DECISIONS PUIS FEUILLETAGE       *.               A7PGM17 
013700 F05.                                                             A7PGM17 
013800     MOVE SPACES TO MESS1O.                                       A7PGM17 
013900     MOVE SPACES TO W-CODE-REJET.                                 A7PGM17 
014000     MOVE SPACES TO W-TAB-AFFICHE.                                A7PGM17 
014100     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM17 
014200     IF EIBCALEN < 9                                              A7PGM17 
014300         MOVE 'NON SIGNE - PASSER PAR LA TRANSACTION MEN0'        A7PGM17 
014400             TO MESS1O                                            A7PGM17 
014500         GO TO F05-FN.                                            A7PGM17 
014600     PERFORM F10DECIS THRU F10DECIS-FN.                           A7PGM17 
014700     IF W-CODE-REJET NOT = SPACES                                 A7PGM17 
014800         MOVE W-CODE-REJET TO MESS1O                              A7PGM17 
014900         PERFORM F16REAFF THRU F16REAFF-FN                        A7PGM17 
015000         GO TO F05-FN.                                            A7PGM17 
015100     IF W-NB-VAL NOT = ZERO OR W-NB-REJ NOT = ZERO                A7PGM17 
015200         OR W-NB-MOD NOT = ZERO                                   A7PGM17 
015300         MOVE W-NB-VAL TO WM-NB-VAL                               A7PGM17 
015400         MOVE W-NB-REJ TO WM-NB-REJ                               A7PGM17 
015500         MOVE W-NB-MOD TO WM-NB-MOD                               A7PGM17 
015600         MOVE W-MESS-DECIS TO MESS1O.                             A7PGM17 
015700     MOVE FOURNI TO W-CRIT-FOURN.                                 A7PGM17 
015800     IF FOURNI = SPACES OR SENSI = 'F'                            A7PGM17 
015900         PERFORM F15FOURSUIV THRU F15FOURSUIV-FN                  A7PGM17 
016000         IF W-CODE-REJET NOT = SPACES                             A7PGM17 
016100             MOVE W-CODE-REJET TO MESS1O                          A7PGM17 
016200             GO TO F05-FN.                                        A7PGM17 
016300     MOVE W-CRIT-FOURN TO FOURNO.                                 A7PGM17 
016400     PERFORM F17NOMFOU THRU F17NOMFOU-FN.                         A7PGM17 
016500     IF SENSI = 'P'                                               A7PGM17 
016600         MOVE '2' TO W-MODE                                       A7PGM17 
016700     ELSE                                                         A7PGM17 
016800         MOVE '1' TO W-MODE.                                      A7PGM17 
016900     EVALUATE SENSI                                               A7PGM17 
017000         WHEN 'S'                                                 A7PGM17 
017100             MOVE DERNPROI TO W-PRO-DEPART                        A7PGM17 
017200         WHEN 'P'                                                 A7PGM17 
017300             MOVE PREMPROI TO W-PRO-DEPART                        A7PGM17 
017400         WHEN OTHER                                               A7PGM17 
017500             MOVE ZERO TO W-PRO-DEPART                            A7PGM17 
017600     END-EVALUATE.                                                A7PGM17 
017700     MOVE '0' TO W-EOF-CUR.                                       A7PGM17 
017800     PERFORM F30OPEN THRU F30OPEN-FN.                             A7PGM17 
017900 F05-10.                                                          A7PGM17 
018000     IF W-EOF-CUR = '1'                                           A7PGM17 
018100         OR W-NB-LIGNES NOT < 8                                   A7PGM17 
018200         GO TO F05-20.                                            A7PGM17 
018300     PERFORM F40FETCH THRU F40FETCH-FN.                           A7PGM17 
018400     IF W-EOF-CUR = '1'                                           A7PGM17 
018500         GO TO F05-10.                                            A7PGM17 
018600     ADD 1 TO W-NB-LIGNES.                                        A7PGM17 
018700     MOVE W-NO-PROPOSITION TO WE-NO-PROP (W-NB-LIGNES).           A7PGM17 
018800     MOVE W-ID-ARTICLE OF DCLPROPOSITIONACHAT                     A7PGM17 
018900         TO WE-ID-ARTICLE (W-NB-LIGNES).                          A7PGM17 
019000     MOVE W-ID-ENTREPOT OF DCLPROPOSITIONACHAT                    A7PGM17 
019100         TO WE-ENTREPOT (W-NB-LIGNES).                            A7PGM17 
019200     MOVE W-QTE-PROPOSEE TO WE-QTE (W-NB-LIGNES).                 A7PGM17 
019300     MOVE W-REF-FOURNISSEUR OF DCLPROPOSITIONACHAT                A7PGM17 
019400         TO WE-REF (W-NB-LIGNES).                                 A7PGM17 
019500     MOVE W-PRIX-ACHAT OF DCLPROPOSITIONACHAT                     A7PGM17 
019600         TO WE-PRIX (W-NB-LIGNES).                                A7PGM17 
019700     GO TO F05-10.                                                A7PGM17 
019800 F05-20.                                                          A7PGM17 
019900     PERFORM F50CLOSE THRU F50CLOSE-FN.                           A7PGM17 
020000     IF W-NB-LIGNES = ZERO                                        A7PGM17 
020100         AND W-CODE-REJET NOT = SPACES                            A7PGM17 
020200         MOVE W-CODE-REJET TO MESS1O                              A7PGM17 
020300         GO TO F05-FN.                                            A7PGM17 
020400     IF W-NB-LIGNES = ZERO                                        A7PGM17 
020500         IF SENSI = 'S'                                           A7PGM17 
020600             MOVE 'FIN DE LISTE' TO MESS1O                        A7PGM17 
020700             GO TO F05-FN                                         A7PGM17 
020800         ELSE                                                     A7PGM17 
020900             IF SENSI = 'P'                                       A7PGM17 
021000                 MOVE 'DEBUT DE LISTE' TO MESS1O                  A7PGM17 
021100                 GO TO F05-FN                                     A7PGM17 
021200             ELSE                                                 A7PGM17 
021300                 IF MESS1O = SPACES                               A7PGM17 
021400                     MOVE 'AUCUNE PROPOSITION EN ATTENTE'         A7PGM17 
021500                         TO MESS1O                                A7PGM17 
021600                 END-IF                                           A7PGM17 
021700                 MOVE ZERO TO PREMPROO DERNPROO                   A7PGM17 
021800                 GO TO F05-FN.                                    A7PGM17 
021900     IF W-MODE = '2'                                              A7PGM17 
022000         PERFORM F60INVER THRU F60INVER-FN.                       A7PGM17 
022100     MOVE ZERO TO WX-LIG.                                         A7PGM17 
022200 F05-30.                                                          A7PGM17 
022300     IF WX-LIG NOT < W-NB-LIGNES                                  A7PGM17 
022400         GO TO F05-40.                                            A7PGM17 
022500     ADD 1 TO WX-LIG.                                             A7PGM17 
022600     MOVE WE-ID-ARTICLE (WX-LIG) TO WL-ID-ARTICLE.                A7PGM17 
022700     MOVE WE-ENTREPOT (WX-LIG) TO WL-ENTREPOT.                    A7PGM17 
022800     MOVE WE-REF (WX-LIG) TO WL-REF.                              A7PGM17 
022900     MOVE WE-PRIX (WX-LIG) TO WL-PRIX.                            A7PGM17 
023000     MOVE WE-NO-PROP (WX-LIG) TO WA-NPRO-N (WX-LIG).              A7PGM17 
023100     MOVE W-LIGNE-PRO TO WA-LIG (WX-LIG).                         A7PGM17 
023200     MOVE WE-QTE (WX-LIG) TO WA-QTE-N (WX-LIG).                   A7PGM17 
023300     MOVE W-CRIT-FOURN TO WA-NFO (WX-LIG).                        A7PGM17 
023400     GO TO F05-30.                                                A7PGM17 
023500 F05-40.                                                          A7PGM17 
023600     MOVE WE-NO-PROP (1) TO PREMPROO.                             A7PGM17 
023700     MOVE WE-NO-PROP (W-NB-LIGNES) TO DERNPROO.                   A7PGM17 
023800 F05-FN.                                                          A7PGM17 
023900     EXIT.                                                        A7PGM17 
024000 N20.                                                             A7PGM17 
024100*         NOTE *RESTITUTION DE L'ECRAN A7MS17     *.              A7PGM17 
024200 F20.                                                             A7PGM17 
024300     MOVE WA-ACT (1) TO ACT1O.                                    A7PGM17 
024400     MOVE WA-NPRO (1) TO NPRO1O.                                  A7PGM17 
024500     MOVE WA-LIG (1) TO LIG1O.                                    A7PGM17 
024600     MOVE WA-QTE (1) TO QTE1O.                                    A7PGM17 
024700     MOVE WA-NFO (1) TO NFO1O.                                    A7PGM17 
024800     MOVE WA-ACT (2) TO ACT2O.                                    A7PGM17 
024900     MOVE WA-NPRO (2) TO NPRO2O.                                  A7PGM17 
025000     MOVE WA-LIG (2) TO LIG2O.                                    A7PGM17 
025100     MOVE WA-QTE (2) TO QTE2O.                                    A7PGM17 
025200     MOVE WA-NFO (2) TO NFO2O.                                    A7PGM17 
025300     MOVE WA-ACT (3) TO ACT3O.                                    A7PGM17 
025400     MOVE WA-NPRO (3) TO NPRO3O.                                  A7PGM17 
025500     MOVE WA-LIG (3) TO LIG3O.                                    A7PGM17 
025600     MOVE WA-QTE (3) TO QTE3O.                                    A7PGM17 
025700     MOVE WA-NFO (3) TO NFO3O.                                    A7PGM17 
025800     MOVE WA-ACT (4) TO ACT4O.                                    A7PGM17 
025900     MOVE WA-NPRO (4) TO NPRO4O.                                  A7PGM17 
026000     MOVE WA-LIG (4) TO LIG4O.                                    A7PGM17 
026100     MOVE WA-QTE (4) TO QTE4O.                                    A7PGM17 
026200     MOVE WA-NFO (4) TO NFO4O.                                    A7PGM17 
026300     MOVE WA-ACT (5) TO ACT5O.                                    A7PGM17 
026400     MOVE WA-NPRO (5) TO NPRO5O.                                  A7PGM17 
026500     MOVE WA-LIG (5) TO LIG5O.                                    A7PGM17 
026600     MOVE WA-QTE (5) TO QTE5O.                                    A7PGM17 
026700     MOVE WA-NFO (5) TO NFO5O.                                    A7PGM17 
026800     MOVE WA-ACT (6) TO ACT6O.                                    A7PGM17 
026900     MOVE WA-NPRO (6) TO NPRO6O.                                  A7PGM17 
027000     MOVE WA-LIG (6) TO LIG6O.                                    A7PGM17 
027100     MOVE WA-QTE (6) TO QTE6O.                                    A7PGM17 
027200     MOVE WA-NFO (6) TO NFO6O.                                    A7PGM17 
027300     MOVE WA-ACT (7) TO ACT7O.                                    A7PGM17 
027400     MOVE WA-NPRO (7) TO NPRO7O.                                  A7PGM17 
027500     MOVE WA-LIG (7) TO LIG7O.                                    A7PGM17 
027600     MOVE WA-QTE (7) TO QTE7O.                                    A7PGM17 
027700     MOVE WA-NFO (7) TO NFO7O.                                    A7PGM17 
027800     MOVE WA-ACT (8) TO ACT8O.                                    A7PGM17 
027900     MOVE WA-NPRO (8) TO NPRO8O.                                  A7PGM17 
028000     MOVE WA-LIG (8) TO LIG8O.                                    A7PGM17 
028100     MOVE WA-QTE (8) TO QTE8O.                                    A7PGM17 
028200     MOVE WA-NFO (8) TO NFO8O.                                    A7PGM17 
028300     MOVE SPACES TO SENSO.                                        A7PGM17 
028400     EXEC CICS                                                    A7PGM17 
028500         SEND MAP('A7MS17') MAPSET('A7MS17')                      A7PGM17 
028600              FROM(A7MAP17O) ERASE                                A7PGM17 
028700     END-EXEC.                                                    A7PGM17 
028800     IF EIBCALEN NOT < 9                                          A7PGM17 
028900         EXEC CICS                                                A7PGM17 
029000             RETURN TRANSID('A7TH')                               A7PGM17 
029100                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM17 
029200         END-EXEC                                                 A7PGM17 
029300     END-IF.                                                      A7PGM17 
029400     EXEC CICS                                                    A7PGM17 
029500         RETURN TRANSID('A7TH')                                   A7PGM17 
029600     END-EXEC.                                                    A7PGM17 
029700 F20-FN.                                                          A7PGM17 
029800     EXIT.                                                        A7PGM17 
029900 N10DECIS.                                                        A7PGM17 
030000*         NOTE *TRAITEMENT DES LIGNES SAISIES    *.               A7PGM17 
030100 F10DECIS.                                                        A7PGM17 
030200     MOVE ZERO TO W-NB-VAL W-NB-REJ W-NB-MOD.                     A7PGM17 
030300     MOVE ACT1I TO WI-ACT (1).                                    A7PGM17 
030400     MOVE NPRO1I TO WI-NPRO (1).                                  A7PGM17 
030500     MOVE QTE1I TO WI-QTE (1).                                    A7PGM17 
030600     MOVE NFO1I TO WI-NFO (1).                                    A7PGM17 
030700     MOVE ACT2I TO WI-ACT (2).                                    A7PGM17 
030800     MOVE NPRO2I TO WI-NPRO (2).                                  A7PGM17 
030900     MOVE QTE2I TO WI-QTE (2).                                    A7PGM17 
031000     MOVE NFO2I TO WI-NFO (2).                                    A7PGM17 
031100     MOVE ACT3I TO WI-ACT (3).                                    A7PGM17 
031200     MOVE NPRO3I TO WI-NPRO (3).                                  A7PGM17 
031300     MOVE QTE3I TO WI-QTE (3).                                    A7PGM17 
031400     MOVE NFO3I TO WI-NFO (3).                                    A7PGM17 
031500     MOVE ACT4I TO WI-ACT (4).                                    A7PGM17 
031600     MOVE NPRO4I TO WI-NPRO (4).                                  A7PGM17 
031700     MOVE QTE4I TO WI-QTE (4).                                    A7PGM17 
031800     MOVE NFO4I TO WI-NFO (4).                                    A7PGM17 
031900     MOVE ACT5I TO WI-ACT (5).                                    A7PGM17 
032000     MOVE NPRO5I TO WI-NPRO (5).                                  A7PGM17 
032100     MOVE QTE5I TO WI-QTE (5).                                    A7PGM17 
032200     MOVE NFO5I TO WI-NFO (5).                                    A7PGM17 
032300     MOVE ACT6I TO WI-ACT (6).                                    A7PGM17 
032400     MOVE NPRO6I TO WI-NPRO (6).                                  A7PGM17 
032500     MOVE QTE6I TO WI-QTE (6).                                    A7PGM17 
032600     MOVE NFO6I TO WI-NFO (6).                                    A7PGM17 
032700     MOVE ACT7I TO WI-ACT (7).                                    A7PGM17 
032800     MOVE NPRO7I TO WI-NPRO (7).                                  A7PGM17 
032900     MOVE QTE7I TO WI-QTE (7).                                    A7PGM17 
033000     MOVE NFO7I TO WI-NFO (7).                                    A7PGM17 
033100     MOVE ACT8I TO WI-ACT (8).                                    A7PGM17 
033200     MOVE NPRO8I TO WI-NPRO (8).                                  A7PGM17 
033300     MOVE QTE8I TO WI-QTE (8).                                    A7PGM17 
033400     MOVE NFO8I TO WI-NFO (8).                                    A7PGM17 
033500     MOVE ZERO TO WX-LIG.                                         A7PGM17 
033600 F10DECIS-10.                                                     A7PGM17 
033700     IF WX-LIG NOT < 8                                            A7PGM17 
033800         OR W-CODE-REJET NOT = SPACES                             A7PGM17 
033900         GO TO F10DECIS-FN.                                       A7PGM17 
034000     ADD 1 TO WX-LIG.                                             A7PGM17 
034100     PERFORM F11LIGNE THRU F11LIGNE-FN.                           A7PGM17 
034200     GO TO F10DECIS-10.                                           A7PGM17 
034300 F10DECIS-FN.                                                     A7PGM17 
034400     EXIT.                                                        A7PGM17 
034500 N11LIGNE.                                                        A7PGM17 
034600*         NOTE *CONTROLE ET MISE A JOUR D'UNE LIGNE*.             A7PGM17 
034700 F11LIGNE.                                                        A7PGM17 
034800     MOVE WI-ACT (WX-LIG) TO W-ACTION.                            A7PGM17 
034900     IF W-ACTION = SPACES OR W-ACTION = LOW-VALUE                 A7PGM17 
035000         GO TO F11LIGNE-FN.                                       A7PGM17 
035100     MOVE WX-LIG TO W-LIG-REJET.                                  A7PGM17 
035200     IF WI-NPRO (WX-LIG) NOT NUMERIC                              A7PGM17 
035300         OR WI-NPRO-N (WX-LIG) = ZERO                             A7PGM17 
035400         STRING 'LIGNE ' W-LIG-REJET ' - AUCUNE PROPOSITION'      A7PGM17 
035500             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM17 
035600         GO TO F11LIGNE-FN.                                       A7PGM17 
035700     IF W-ACTION NOT = 'V' AND W-ACTION NOT = 'R'                 A7PGM17 
035800         AND W-ACTION NOT = 'M'                                   A7PGM17 
035900         STRING 'LIGNE ' W-LIG-REJET                              A7PGM17 
036000                ' - ACTION INVALIDE - V, R OU M'                  A7PGM17 
036100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM17 
036200         GO TO F11LIGNE-FN.                                       A7PGM17 
036300     MOVE WI-NPRO-N (WX-LIG) TO W-NO-PROPOSITION.                 A7PGM17 
036400     EXEC SQL                                                     A7PGM17 
036500         SELECT ID_FOURNISSEUR, ID_ARTICLE, STATUT                A7PGM17 
036600           INTO :W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT,         A7PGM17 
036700                :W-ID-ARTICLE OF DCLPROPOSITIONACHAT,             A7PGM17 
036800                :W-STATUT OF DCLPROPOSITIONACHAT                  A7PGM17 
036900           FROM API7.PROPOSITION_ACHAT                            A7PGM17 
037000          WHERE NO_PROPOSITION = :W-NO-PROPOSITION                A7PGM17 
037100     END-EXEC.                                                    A7PGM17 
037200     IF SQLCODE = 100                                             A7PGM17 
037300         STRING 'LIGNE ' W-LIG-REJET ' - PROPOSITION INCONNUE'    A7PGM17 
037400             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM17 
037500         GO TO F11LIGNE-FN.                                       A7PGM17 
037600     IF SQLCODE NOT = ZERO                                        A7PGM17 
037700         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM17 
037800         GO TO F11LIGNE-FN.                                       A7PGM17 
037900     IF W-STATUT OF DCLPROPOSITIONACHAT NOT = 'P'                 A7PGM17 
038000         STRING 'LIGNE ' W-LIG-REJET ' - DEJA TRAITEE'            A7PGM17 
038100             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM17 
038200         GO TO F11LIGNE-FN.                                       A7PGM17 
038300     IF W-ACTION = 'V' OR W-ACTION = 'M'                          A7PGM17 
038400         PERFORM F12MODIF THRU F12MODIF-FN                        A7PGM17 
038500         IF W-CODE-REJET NOT = SPACES                             A7PGM17 
038600             GO TO F11LIGNE-FN.                                   A7PGM17 
038700     IF W-ACTION = 'M'                                            A7PGM17 
038800         ADD 1 TO W-NB-MOD                                        A7PGM17 
038900         GO TO F11LIGNE-FN.                                       A7PGM17 
039000     PERFORM F13DECIS THRU F13DECIS-FN.                           A7PGM17 
039100 F11LIGNE-FN.                                                     A7PGM17 
039200     EXIT.                                                        A7PGM17 
039300 N12MODIF.                                                        A7PGM17 
039400*         NOTE *QUANTITE ET FOURNISSEUR RETENUS  *.               A7PGM17 
039500 F12MODIF.                                                        A7PGM17 
039600     IF WI-QTE (WX-LIG) NOT NUMERIC                               A7PGM17 
039700         OR WI-QTE-N (WX-LIG) = ZERO                              A7PGM17 
039800         STRING 'LIGNE ' W-LIG-REJET ' - QUANTITE INVALIDE'       A7PGM17 
039900             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM17 
040000         GO TO F12MODIF-FN.                                       A7PGM17 
040100     MOVE WI-QTE-N (WX-LIG) TO W-QTE-NOUV.                        A7PGM17 
040200     MOVE W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT                 A7PGM17 
040300         TO W-FOURN-AVANT.                                        A7PGM17 
040400     IF WI-NFO (WX-LIG) = SPACES                                  A7PGM17 
040500         OR WI-NFO (WX-LIG) = LOW-VALUE                           A7PGM17 
040600         MOVE W-FOURN-AVANT TO W-FOURN-NOUV                       A7PGM17 
040700     ELSE                                                         A7PGM17 
040800         MOVE WI-NFO (WX-LIG) TO W-FOURN-NOUV.                    A7PGM17 
040900     MOVE W-ID-ARTICLE OF DCLPROPOSITIONACHAT                     A7PGM17 
041000         TO W-ID-ARTICLE OF DCLARTICLEFOURN.                      A7PGM17 
041100     MOVE W-FOURN-NOUV TO W-ID-FOURNISSEUR OF DCLARTICLEFOURN.    A7PGM17 
041200     EXEC SQL                                                     A7PGM17 
041300         SELECT REF_FOURNISSEUR, PRIX_ACHAT                       A7PGM17 
041400           INTO :W-REF-FOURNISSEUR OF DCLARTICLEFOURN,            A7PGM17 
041500                :W-PRIX-ACHAT OF DCLARTICLEFOURN                  A7PGM17 
041600           FROM API7.ARTICLE_FOURNISSEUR                          A7PGM17 
041700          WHERE ID_ARTICLE =                                      A7PGM17 
041800                :W-ID-ARTICLE OF DCLARTICLEFOURN                  A7PGM17 
041900            AND ID_FOURNISSEUR =                                  A7PGM17 
042000                :W-ID-FOURNISSEUR OF DCLARTICLEFOURN              A7PGM17 
042100     END-EXEC.                                                    A7PGM17 
042200     IF SQLCODE = 100                                             A7PGM17 
042300         STRING 'LIGNE ' W-LIG-REJET                              A7PGM17 
042400                ' - FOURNISSEUR NON REFERENCE POUR L''ARTICLE'    A7PGM17 
042500             DELIMITED BY SIZE INTO W-CODE-REJET                  A7PGM17 
042600         GO TO F12MODIF-FN.                                       A7PGM17 
042700     IF SQLCODE NOT = ZERO                                        A7PGM17 
042800         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM17 
042900         GO TO F12MODIF-FN.                                       A7PGM17 
043000     IF W-FOURN-NOUV = W-FOURN-AVANT                              A7PGM17 
043100         EXEC SQL                                                 A7PGM17 
043200             UPDATE API7.PROPOSITION_ACHAT                        A7PGM17 
043300                SET QTE_PROPOSEE = :W-QTE-NOUV                    A7PGM17 
043400              WHERE NO_PROPOSITION = :W-NO-PROPOSITION            A7PGM17 
043500         END-EXEC                                                 A7PGM17 
043600     ELSE                                                         A7PGM17 
043700         EXEC SQL                                                 A7PGM17 
043800             UPDATE API7.PROPOSITION_ACHAT                        A7PGM17 
043900                SET QTE_PROPOSEE = :W-QTE-NOUV,                   A7PGM17 
044000                    ID_FOURNISSEUR =                              A7PGM17 
044100                    :W-ID-FOURNISSEUR OF DCLARTICLEFOURN,         A7PGM17 
044200                    REF_FOURNISSEUR =                             A7PGM17 
044300                    :W-REF-FOURNISSEUR OF DCLARTICLEFOURN,        A7PGM17 
044400                    PRIX_ACHAT =                                  A7PGM17 
044500                    :W-PRIX-ACHAT OF DCLARTICLEFOURN              A7PGM17 
044600              WHERE NO_PROPOSITION = :W-NO-PROPOSITION            A7PGM17 
044700         END-EXEC                                                 A7PGM17 
044800     END-IF.                                                      A7PGM17 
044900     IF SQLCODE NOT = ZERO                                        A7PGM17 
045000         PERFORM F90ERRSQL THRU F90ERRSQL-FN.                     A7PGM17 
045100 F12MODIF-FN.                                                     A7PGM17 
045200     EXIT.                                                        A7PGM17 
045300 N13DECIS.                                                        A7PGM17 
045400*         NOTE *VALIDATION OU REJET DE LA LIGNE  *.               A7PGM17 
045500 F13DECIS.                                                        A7PGM17 
045600     IF W-ACTION = 'V'                                            A7PGM17 
045700         MOVE 'V' TO W-STATUT OF DCLPROPOSITIONACHAT              A7PGM17 
045800     ELSE                                                         A7PGM17 
045900         MOVE 'R' TO W-STATUT OF DCLPROPOSITIONACHAT.             A7PGM17 
046000     MOVE CA-UTILISATEUR TO W-ID-UTILISATEUR.                     A7PGM17 
046100     EXEC SQL                                                     A7PGM17 
046200         UPDATE API7.PROPOSITION_ACHAT                            A7PGM17 
046300            SET STATUT = :W-STATUT OF DCLPROPOSITIONACHAT,        A7PGM17 
046400                ID_UTILISATEUR = :W-ID-UTILISATEUR,               A7PGM17 
046500                DATE_DECISION = CURRENT DATE,                     A7PGM17 
046600                HEURE_DECISION = CURRENT TIME                     A7PGM17 
046700          WHERE NO_PROPOSITION = :W-NO-PROPOSITION                A7PGM17 
046800            AND STATUT = 'P'                                      A7PGM17 
046900     END-EXEC.                                                    A7PGM17 
047000     IF SQLCODE NOT = ZERO                                        A7PGM17 
047100         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM17 
047200         GO TO F13DECIS-FN.                                       A7PGM17 
047300     IF W-ACTION = 'V'                                            A7PGM17 
047400         ADD 1 TO W-NB-VAL                                        A7PGM17 
047500     ELSE                                                         A7PGM17 
047600         ADD 1 TO W-NB-REJ.                                       A7PGM17 
047700 F13DECIS-FN.                                                     A7PGM17 
047800     EXIT.                                                        A7PGM17 
047900 N15FOURSUIV.                                                     A7PGM17 
048000*         NOTE *FOURNISSEUR SUIVANT EN ATTENTE   *.               A7PGM17 
048100 F15FOURSUIV.                                                     A7PGM17 
048200     EXEC SQL                                                     A7PGM17 
048300         SELECT MIN(ID_FOURNISSEUR)                               A7PGM17 
048400           INTO :W-FOURN-SUIV :W-IND-SUIV                         A7PGM17 
048500           FROM API7.PROPOSITION_ACHAT                            A7PGM17 
048600          WHERE STATUT = 'P'                                      A7PGM17 
048700            AND ID_FOURNISSEUR > :W-CRIT-FOURN                    A7PGM17 
048800     END-EXEC.                                                    A7PGM17 
048900     IF SQLCODE NOT = ZERO                                        A7PGM17 
049000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM17 
049100         GO TO F15FOURSUIV-FN.                                    A7PGM17 
049200     IF W-IND-SUIV < ZERO                                         A7PGM17 
049300         MOVE 'PLUS DE FOURNISSEUR EN ATTENTE' TO W-CODE-REJET    A7PGM17 
049400         MOVE ZERO TO PREMPROO DERNPROO                           A7PGM17 
049500         GO TO F15FOURSUIV-FN.                                    A7PGM17 
049600     MOVE W-FOURN-SUIV TO W-CRIT-FOURN.                           A7PGM17 
049700 F15FOURSUIV-FN.                                                  A7PGM17 
049800     EXIT.                                                        A7PGM17 
049900 N16REAFF.                                                        A7PGM17 
050000*         NOTE *REAFFICHAGE DE LA SAISIE REJETEE *.               A7PGM17 
050100 F16REAFF.                                                        A7PGM17 
050200     MOVE LIG1I TO WA-LIG (1).                                    A7PGM17 
050300     MOVE LIG2I TO WA-LIG (2).                                    A7PGM17 
050400     MOVE LIG3I TO WA-LIG (3).                                    A7PGM17 
050500     MOVE LIG4I TO WA-LIG (4).                                    A7PGM17 
050600     MOVE LIG5I TO WA-LIG (5).                                    A7PGM17 
050700     MOVE LIG6I TO WA-LIG (6).                                    A7PGM17 
050800     MOVE LIG7I TO WA-LIG (7).                                    A7PGM17 
050900     MOVE LIG8I TO WA-LIG (8).                                    A7PGM17 
051000     MOVE ZERO TO WX-LIG.                                         A7PGM17 
051100 F16REAFF-10.                                                     A7PGM17 
051200     IF WX-LIG NOT < 8                                            A7PGM17 
051300         GO TO F16REAFF-FN.                                       A7PGM17 
051400     ADD 1 TO WX-LIG.                                             A7PGM17 
051500     IF WX-LIG NOT < W-LIG-REJET                                  A7PGM17 
051600         MOVE WI-ACT (WX-LIG) TO WA-ACT (WX-LIG).                 A7PGM17 
051700     MOVE WI-NPRO (WX-LIG) TO WA-NPRO (WX-LIG).                   A7PGM17 
051800     MOVE WI-QTE (WX-LIG) TO WA-QTE (WX-LIG).                     A7PGM17 
051900     MOVE WI-NFO (WX-LIG) TO WA-NFO (WX-LIG).                     A7PGM17 
052000     GO TO F16REAFF-10.                                           A7PGM17 
052100 F16REAFF-FN.                                                     A7PGM17 
052200     EXIT.                                                        A7PGM17 
052300 N17NOMFOU.                                                       A7PGM17 
052400*         NOTE *NOM DU FOURNISSEUR AFFICHE       *.               A7PGM17 
052500 F17NOMFOU.                                                       A7PGM17 
052600     MOVE W-CRIT-FOURN TO W-ID-FOURNISSEUR OF DCLFOURNISSEUR.     A7PGM17 
052700     EXEC SQL                                                     A7PGM17 
052800         SELECT NOM                                               A7PGM17 
052900           INTO :W-NOM                                            A7PGM17 
053000           FROM API7.FOURNISSEUR                                  A7PGM17 
053100          WHERE ID_FOURNISSEUR =                                  A7PGM17 
053200                :W-ID-FOURNISSEUR OF DCLFOURNISSEUR               A7PGM17 
053300     END-EXEC.                                                    A7PGM17 
053400     IF SQLCODE = ZERO                                            A7PGM17 
053500         MOVE W-NOM TO NOMFOUO                                    A7PGM17 
053600     ELSE                                                         A7PGM17 
053700         MOVE SPACES TO NOMFOUO.                                  A7PGM17 
053800 F17NOMFOU-FN.                                                    A7PGM17 
053900     EXIT.                                                        A7PGM17 
054000 N30OPEN.                                                         A7PGM17 
054100*         NOTE *OUVERTURE DU CURSEUR SELON LE MODE*.              A7PGM17 
054200 F30OPEN.                                                         A7PGM17 
054300     IF W-MODE = '1'                                              A7PGM17 
054400         EXEC SQL                                                 A7PGM17 
054500             OPEN C-PRO-AV                                        A7PGM17 
054600         END-EXEC                                                 A7PGM17 
054700     ELSE                                                         A7PGM17 
054800         EXEC SQL                                                 A7PGM17 
054900             OPEN C-PRO-AR                                        A7PGM17 
055000         END-EXEC                                                 A7PGM17 
055100     END-IF.                                                      A7PGM17 
055200 F30OPEN-FN.                                                      A7PGM17 
055300     EXIT.                                                        A7PGM17 
055400 N40FETCH.                                                        A7PGM17 
055500*         NOTE *LECTURE D'UNE PROPOSITION        *.               A7PGM17 
055600 F40FETCH.                                                        A7PGM17 
055700     IF W-MODE = '1'                                              A7PGM17 
055800         EXEC SQL                                                 A7PGM17 
055900             FETCH C-PRO-AV                                       A7PGM17 
056000               INTO :W-NO-PROPOSITION,                            A7PGM17 
056100                    :W-ID-ARTICLE OF DCLPROPOSITIONACHAT,         A7PGM17 
056200                    :W-ID-ENTREPOT OF DCLPROPOSITIONACHAT,        A7PGM17 
056300                    :W-QTE-PROPOSEE,                              A7PGM17 
056400                    :W-REF-FOURNISSEUR OF DCLPROPOSITIONACHAT,    A7PGM17 
056500                    :W-PRIX-ACHAT OF DCLPROPOSITIONACHAT          A7PGM17 
056600         END-EXEC                                                 A7PGM17 
056700     ELSE                                                         A7PGM17 
056800         EXEC SQL                                                 A7PGM17 
056900             FETCH C-PRO-AR                                       A7PGM17 
057000               INTO :W-NO-PROPOSITION,                            A7PGM17 
057100                    :W-ID-ARTICLE OF DCLPROPOSITIONACHAT,         A7PGM17 
057200                    :W-ID-ENTREPOT OF DCLPROPOSITIONACHAT,        A7PGM17 
057300                    :W-QTE-PROPOSEE,                              A7PGM17 
057400                    :W-REF-FOURNISSEUR OF DCLPROPOSITIONACHAT,    A7PGM17 
057500                    :W-PRIX-ACHAT OF DCLPROPOSITIONACHAT          A7PGM17 
057600         END-EXEC                                                 A7PGM17 
057700     END-IF.                                                      A7PGM17 
057800     EVALUATE SQLCODE                                             A7PGM17 
057900         WHEN ZERO                                                A7PGM17 
058000             CONTINUE                                             A7PGM17 
058100         WHEN 100                                                 A7PGM17 
058200             MOVE '1' TO W-EOF-CUR                                A7PGM17 
058300         WHEN OTHER                                               A7PGM17 
058400             MOVE '1' TO W-EOF-CUR                                A7PGM17 
058500             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM17 
058600     END-EVALUATE.                                                A7PGM17 
058700 F40FETCH-FN.                                                     A7PGM17 
058800     EXIT.                                                        A7PGM17 
058900 N50CLOSE.                                                        A7PGM17 
059000*         NOTE *FERMETURE DU CURSEUR SELON LE MODE*.              A7PGM17 
059100 F50CLOSE.                                                        A7PGM17 
059200     IF W-MODE = '1'                                              A7PGM17 
059300         EXEC SQL                                                 A7PGM17 
059400             CLOSE C-PRO-AV                                       A7PGM17 
059500         END-EXEC                                                 A7PGM17 
059600     ELSE                                                         A7PGM17 
059700         EXEC SQL                                                 A7PGM17 
059800             CLOSE C-PRO-AR                                       A7PGM17 
059900         END-EXEC                                                 A7PGM17 
060000     END-IF.                                                      A7PGM17 
060100 F50CLOSE-FN.                                                     A7PGM17 
060200     EXIT.                                                        A7PGM17 
060300 N60INVER.                                                        A7PGM17 
060400*         NOTE *INVERSION DES LIGNES EN PAGE ARRIERE*.            A7PGM17 
060500 F60INVER.                                                        A7PGM17 
060600     MOVE 1 TO WX-LIG.                                            A7PGM17 
060700     MOVE W-NB-LIGNES TO WY-LIG.                                  A7PGM17 
060800 F60INVER-10.                                                     A7PGM17 
060900     IF WX-LIG NOT < WY-LIG                                       A7PGM17 
061000         GO TO F60INVER-FN.                                       A7PGM17 
061100     MOVE W-ENT (WX-LIG) TO W-ENT-TEMPO.                          A7PGM17 
061200     MOVE W-ENT (WY-LIG) TO W-ENT (WX-LIG).                       A7PGM17 
061300     MOVE W-ENT-TEMPO TO W-ENT (WY-LIG).                          A7PGM17 
061400     ADD 1 TO WX-LIG.                                             A7PGM17 
061500     SUBTRACT 1 FROM WY-LIG.                                      A7PGM17 
061600     GO TO F60INVER-10.                                           A7PGM17 
061700 F60INVER-FN.                                                     A7PGM17 
061800     EXIT.                                                        A7PGM17 
061900 N90ERRSQL.                                                       A7PGM17 
062000*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM17 
062100 F90ERRSQL.                                                       A7PGM17 
062200     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM17 
062300     MOVE SPACES TO W-CODE-REJET.                                 A7PGM17 
062400     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM17 
062500         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM17 
062600 F90ERRSQL-FN.                                                    A7PGM17 
062700     EXIT.                                                        A7PGM17 
