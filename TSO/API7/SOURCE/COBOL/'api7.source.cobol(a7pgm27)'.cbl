000100 IDENTIFICATION DIVISION.                                         A7PGM27 
000200 PROGRAM-ID.  A7PGM27.                                            A7PGM27 
000300 AUTHOR.         consultation des editions archivees.             A7PGM27 
000400 ENVIRONMENT DIVISION.                                            A7PGM27 
000500 DATA DIVISION.                                                   A7PGM27 
000600 WORKING-STORAGE SECTION.                                         A7PGM27 
000700      EXEC SQL                                                    A7PGM27 
000800         INCLUDE SQLCA                                            A7PGM27 
000900      END-EXEC.                                                   A7PGM27 
001000*****                                                             A7PGM27 
001100      EXEC SQL                                                    A7PGM27 
001200         INCLUDE ARCEDT                                           A7PGM27 
001300      END-EXEC.                                                   A7PGM27 
001400*****                                                             A7PGM27 
001500      EXEC SQL                                                    A7PGM27 
001600         INCLUDE ARCPAG                                           A7PGM27 
001700      END-EXEC.                                                   A7PGM27 
001800*****                                                             A7PGM27 
001900      EXEC SQL                                                    A7PGM27 
002000         INCLUDE ARCLIG                                           A7PGM27 
002100      END-EXEC.                                                   A7PGM27 
002200*****                                                             A7PGM27 
002300      EXEC SQL                                                    A7PGM27 
002400         INCLUDE DEMREI                                           A7PGM27 
002500      END-EXEC.                                                   A7PGM27 
002600******                                                            A7PGM27 
002700      EXEC SQL                                                    A7PGM27 
002800         DECLARE C-INDEX CURSOR FOR                               A7PGM27 
002900         SELECT E.NO_ARCHIVE, E.PROGRAMME, E.NOM_ETAT,            A7PGM27 
003000                CHAR(E.DATE_EXEC, ISO), P.NO_PAGE,                A7PGM27 
003100                P.ID_ENTREPOT, P.LIE, P.ID_FOURNISSEUR,           A7PGM27 
003200                P.NO_COMMANDE, P.NB_LIGNES                        A7PGM27 
003300           FROM API7.ARCHIVE_EDITION E, API7.ARCHIVE_PAGE P       A7PGM27 
003400          WHERE P.NO_ARCHIVE = E.NO_ARCHIVE                       A7PGM27 
003500            AND (E.NO_ARCHIVE < :W-DEP-ARC                        A7PGM27 
003600                 OR (E.NO_ARCHIVE = :W-DEP-ARC                    A7PGM27 
003700                     AND P.NO_PAGE > :W-DEP-PAG))                 A7PGM27 
003800            AND (:W-SEL-ARCHIVE = 0                               A7PGM27 
003900                 OR E.NO_ARCHIVE = :W-SEL-ARCHIVE)                A7PGM27 
004000            AND (:W-SEL-PROG = ' '                                A7PGM27 
004100                 OR E.PROGRAMME = :W-SEL-PROG)                    A7PGM27 
004200            AND (:W-SEL-ETAT = ' '                                A7PGM27 
004300                 OR E.NOM_ETAT = :W-SEL-ETAT)                     A7PGM27 
004400            AND E.DATE_EXEC BETWEEN DATE(:W-DATE-DEB)             A7PGM27 
004500                                AND DATE(:W-DATE-FIN)             A7PGM27 
004600            AND (:W-SEL-ENTREPOT = ' '                            A7PGM27 
004700                 OR P.ID_ENTREPOT = :W-SEL-ENTREPOT)              A7PGM27 
004800            AND (:W-SEL-LIE = 0                                   A7PGM27 
004900                 OR P.LIE = :W-SEL-LIE)                           A7PGM27 
005000            AND (:W-SEL-FOURN = ' '                               A7PGM27 
005100                 OR P.ID_FOURNISSEUR = :W-SEL-FOURN)              A7PGM27 
005200            AND (:W-SEL-NO-CMD = 0                                A7PGM27 
005300                 OR P.NO_COMMANDE = :W-SEL-NO-CMD)                A7PGM27 
005400          ORDER BY E.NO_ARCHIVE DESC, P.NO_PAGE                   A7PGM27 
005500      END-EXEC.                                                   A7PGM27 
005600******                                                            A7PGM27 
005700      EXEC SQL                                                    A7PGM27 
005800         DECLARE C-TEXTE CURSOR FOR                               A7PGM27 
005900         SELECT NO_LIGNE, TEXTE                                   A7PGM27 
006000           FROM API7.ARCHIVE_LIGNE                                A7PGM27 
006100          WHERE NO_ARCHIVE = :W-SEL-ARCHIVE                       A7PGM27 
006200            AND NO_PAGE = :W-SEL-PAGE                             A7PGM27 
006300            AND NO_LIGNE > :W-DEP-LIG                             A7PGM27 
006400          ORDER BY NO_LIGNE                                       A7PGM27 
006500      END-EXEC.                                                   A7PGM27 
006600******                                                            A7PGM27 
006700 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM27'.     A7PGM27 
006800 01               W-SQLCODE     PIC +++9.                         A7PGM27 
006900 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM27 
007000 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM27 
007100 01               W-SUITE       PICTURE X VALUE '0'.              A7PGM27 
007200 01               W-ACTION      PICTURE X(1).                     A7PGM27 
007300 01               W-DERN-ACT    PICTURE X(1).                     A7PGM27 
007400 01               W-NB-LIG      PICTURE 9(2) VALUE ZERO.          A7PGM27 
007500 01               W-NUM-X       PICTURE X(9).                     A7PGM27 
007600 01               W-NUM-N REDEFINES W-NUM-X PICTURE 9(9).         A7PGM27 
007700 01               W-PAG-X       PICTURE X(5).                     A7PGM27 
007800 01               W-PAG-N REDEFINES W-PAG-X PICTURE 9(5).         A7PGM27 
007900 01               W-NUM-EDIT    PICTURE ZZZZZZZZ9.                A7PGM27 
008000 01               W-DERN-ARC    PICTURE 9(9).                     A7PGM27 
008100 01               W-DERN-PAG    PICTURE 9(5).                     A7PGM27 
008200 01               W-DERN-LIG    PICTURE 9(9).                     A7PGM27 
008300 01               W-DEP-ARC     PIC S9(9) USAGE COMP.             A7PGM27 
008400 01               W-DEP-PAG     PIC S9(9) USAGE COMP.             A7PGM27 
008500 01               W-DEP-LIG     PIC S9(9) USAGE COMP.             A7PGM27 
008600 01               W-CNT-DEM     PIC S9(9) USAGE COMP.             A7PGM27 
008700 01               W-SEL-ARCHIVE PIC S9(9) USAGE COMP.             A7PGM27 
008800 01               W-SEL-PAGE    PIC S9(9) USAGE COMP.             A7PGM27 
008900 01               W-SEL-PROG    PICTURE X(8).                     A7PGM27 
009000 01               W-SEL-ETAT    PICTURE X(8).                     A7PGM27 
009100 01               W-SEL-ENTREPOT PICTURE X(2).                    A7PGM27 
009200 01               W-SEL-LIE     PIC S9(9) USAGE COMP.             A7PGM27 
009300 01               W-SEL-FOURN   PICTURE X(5).                     A7PGM27 
009400 01               W-SEL-NO-CMD  PIC S9(9) USAGE COMP.             A7PGM27 
009500 01               W-DATE-DEB    PICTURE X(10).                    A7PGM27 
009600 01               W-DATE-FIN    PICTURE X(10).                    A7PGM27 
009700 01               W-DATE-SAISIE.                                  A7PGM27 
009800     05           W-SAI-AAAA    PICTURE X(4).                     A7PGM27 
009900     05           W-SAI-MM      PICTURE X(2).                     A7PGM27 
010000     05           W-SAI-JJ      PICTURE X(2).                     A7PGM27 
010100 01               W-DATE-CRIT.                                    A7PGM27 
010200     05           W-CRI-AAAA    PICTURE X(4).                     A7PGM27 
010300     05           FILLER        PICTURE X(1) VALUE '-'.           A7PGM27 
010400     05           W-CRI-MM      PICTURE X(2).                     A7PGM27 
010500     05           FILLER        PICTURE X(1) VALUE '-'.           A7PGM27 
010600     05           W-CRI-JJ      PICTURE X(2).                     A7PGM27 
010700 01               W-DATE-ISO.                                     A7PGM27 
010800     05           W-ISO-AAAA    PICTURE X(4).                     A7PGM27 
010900     05           FILLER        PICTURE X(1).                     A7PGM27 
011000     05           W-ISO-MM      PICTURE X(2).                     A7PGM27 
011100     05           FILLER        PICTURE X(1).                     A7PGM27 
011200     05           W-ISO-JJ      PICTURE X(2).                     A7PGM27 
011300 01               W-TEXTE-LIG   PICTURE X(133).                   A7PGM27 
011400 01               FILLER REDEFINES W-TEXTE-LIG.                   A7PGM27 
011500     05           FILLER        PICTURE X(1).                     A7PGM27 
011600     05           W-TEXTE-SUITE PICTURE X(132).                   A7PGM27 
011700 01               W-ENTETE-IDX.                                   A7PGM27 
011800     05           FILLER        PICTURE X(10) VALUE '  ARCHIVE '. A7PGM27 
011900     05           FILLER        PICTURE X(9)  VALUE 'PROGRAM  '.  A7PGM27 
012000     05           FILLER        PICTURE X(9)  VALUE 'ETAT     '.  A7PGM27 
012100     05           FILLER        PICTURE X(11) VALUE 'DATE       '.A7PGM27 
012200     05           FILLER        PICTURE X(6)  VALUE ' PAGE '.     A7PGM27 
012300     05           FILLER        PICTURE X(3)  VALUE 'EN '.        A7PGM27 
012400     05           FILLER        PICTURE X(10) VALUE '      LIE '. A7PGM27 
012500     05           FILLER        PICTURE X(6)  VALUE 'FOURN '.     A7PGM27 
012600     05           FILLER        PICTURE X(10) VALUE ' COMMANDE '. A7PGM27 
012700     05           FILLER        PICTURE X(5)  VALUE 'LIGNS'.      A7PGM27 
012800 01               W-LIGNE-IDX.                                    A7PGM27 
012900     05           WL-NO-ARC     PICTURE ZZZZZZZZ9.                A7PGM27 
013000     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
013100     05           WL-PROG       PICTURE X(8).                     A7PGM27 
013200     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
013300     05           WL-ETAT       PICTURE X(8).                     A7PGM27 
013400     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
013500     05           WL-DATE-JJ    PICTURE X(2).                     A7PGM27 
013600     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM27 
013700     05           WL-DATE-MM    PICTURE X(2).                     A7PGM27 
013800     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM27 
013900     05           WL-DATE-AAAA  PICTURE X(4).                     A7PGM27 
014000     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
014100     05           WL-PAGE       PICTURE ZZZZ9.                    A7PGM27 
014200     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
014300     05           WL-ENTREPOT   PICTURE X(2).                     A7PGM27 
014400     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
014500     05           WL-LIE        PICTURE ZZZZZZZZZ.                A7PGM27 
014600     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
014700     05           WL-FOURN      PICTURE X(5).                     A7PGM27 
014800     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
014900     05           WL-NO-CMD     PICTURE ZZZZZZZZZ.                A7PGM27 
015000     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
015100     05           WL-NB-LIG     PICTURE ZZZZ9.                    A7PGM27 
015200 01               W-ENTETE-VUE.                                   A7PGM27 
015300     05           FILLER        PICTURE X(8) VALUE 'ARCHIVE '.    A7PGM27 
015400     05           WV-NO-ARC     PICTURE ZZZZZZZZ9.                A7PGM27 
015500     05           FILLER        PICTURE X(6) VALUE ' PAGE '.      A7PGM27 
015600     05           WV-PAGE       PICTURE ZZZZ9.                    A7PGM27 
015700     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
015800     05           WV-PROG       PICTURE X(8).                     A7PGM27 
015900     05           FILLER        PICTURE X(1) VALUE SPACES.        A7PGM27 
016000     05           WV-ETAT       PICTURE X(8).                     A7PGM27 
016100     05           FILLER        PICTURE X(4) VALUE ' DU '.        A7PGM27 
016200     05           WV-DATE-JJ    PICTURE X(2).                     A7PGM27 
016300     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM27 
016400     05           WV-DATE-MM    PICTURE X(2).                     A7PGM27 
016500     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM27 
016600     05           WV-DATE-AAAA  PICTURE X(4).                     A7PGM27 
016700     05           FILLER        PICTURE X(8) VALUE ' LIGNES '.    A7PGM27 
016800     05           WV-NB-LIG     PICTURE ZZZZ9.                    A7PGM27 
016900     05           FILLER        PICTURE X(6) VALUE SPACES.        A7PGM27 
017000 01               W-TAB-LIGNES.                                   A7PGM27 
017100     05           W-LIG         PICTURE X(79) OCCURS 12 TIMES.    A7PGM27 
017200******                                                            A7PGM27 
017300      COPY A7MS27.                                                A7PGM27 
017400 LINKAGE SECTION.                                                 A7PGM27 
017500 01               DFHCOMMAREA.                                    A7PGM27 
017600     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM27 
017700     05           CA-NIVEAU     PICTURE X(1).                     A7PGM27 
017800 PROCEDURE DIVISION.                                              A7PGM27 
017900 N01.                                                             A7PGM27 
018000*         NOTE *RECEPTION DE L'ECRAN A7MS27      *.               A7PGM27 
018100 F01.                                                             A7PGM27 
018200     EXEC CICS                                                    A7PGM27 
018300         RECEIVE MAP('A7MS27') MAPSET('A7MS27')                   A7PGM27 
018400                 INTO(A7MAP27I)                                   A7PGM27 
018500     END-EXEC.                                                    A7PGM27 
018600 F01-FN.                                                          A7PGM27 
018700     EXIT.                                                        A7PGM27 
018800 N05.                                                             A7PGM27 
018900*         NOTE *CONTROLE DES CRITERES PUIS ACTION*.               A7PGM27 
019000 F05.                                                             A7PGM27 
019100     MOVE SPACES TO W-ACTION.                                     A7PGM27 
019200     IF ACTIONL NOT = ZERO                                        A7PGM27 
019300         MOVE ACTIONI TO W-ACTION.                                A7PGM27 
019400     MOVE SPACES TO W-DERN-ACT.                                   A7PGM27 
019500     IF DERNACTL NOT = ZERO                                       A7PGM27 
019600         MOVE DERNACTI TO W-DERN-ACT.                             A7PGM27 
019700     MOVE SPACES TO DERNACTO.                                     A7PGM27 
019800     MOVE SPACES TO MESS1O.                                       A7PGM27 
019900     MOVE SPACES TO W-CODE-REJET.                                 A7PGM27 
020000     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM27 
020100     MOVE ZERO TO W-NB-LIG.                                       A7PGM27 
020200     IF EIBCALEN < 9                                              A7PGM27 
020300         MOVE 'NON SIGNE - PASSER PAR LA TRANSACTION MEN0'        A7PGM27 
020400             TO MESS1O                                            A7PGM27 
020500         GO TO F05-FN.                                            A7PGM27 
020600     PERFORM F30CRITERES THRU F30CRITERES-FN.                     A7PGM27 
020700     IF W-CODE-REJET NOT = SPACES                                 A7PGM27 
020800         MOVE W-CODE-REJET TO MESS1O                              A7PGM27 
020900         GO TO F05-FN.                                            A7PGM27 
021000     EVALUATE W-ACTION                                            A7PGM27 
021100         WHEN ' '                                                 A7PGM27 
021200         WHEN 'L'                                                 A7PGM27 
021300             MOVE 999999999 TO W-DEP-ARC                          A7PGM27 
021400             MOVE ZERO TO W-DEP-PAG                               A7PGM27 
021500             PERFORM F10LISTE THRU F10LISTE-FN                    A7PGM27 
021600         WHEN 'V'                                                 A7PGM27 
021700             MOVE ZERO TO W-DEP-LIG                               A7PGM27 
021800             PERFORM F11VUE THRU F11VUE-FN                        A7PGM27 
021900         WHEN 'S'                                                 A7PGM27 
022000             PERFORM F13SUITE THRU F13SUITE-FN                    A7PGM27 
022100         WHEN 'R'                                                 A7PGM27 
022200             PERFORM F12DEMANDE THRU F12DEMANDE-FN                A7PGM27 
022300         WHEN OTHER                                               A7PGM27 
022400             MOVE 'ACTION INVALIDE - L, V, S OU R' TO MESS1O      A7PGM27 
022500     END-EVALUATE.                                                A7PGM27 
022600     IF W-CODE-REJET NOT = SPACES                                 A7PGM27 
022700         MOVE W-CODE-REJET TO MESS1O.                             A7PGM27 
022800 F05-FN.                                                          A7PGM27 
022900     EXIT.                                                        A7PGM27 
023000 N20.                                                             A7PGM27 
023100*         NOTE *RESTITUTION DE L'ECRAN A7MS27     *.              A7PGM27 
023200 F20.                                                             A7PGM27 
023300     MOVE W-LIG (1) TO LIG1O.                                     A7PGM27 
023400     MOVE W-LIG (2) TO LIG2O.                                     A7PGM27 
023500     MOVE W-LIG (3) TO LIG3O.                                     A7PGM27 
023600     MOVE W-LIG (4) TO LIG4O.                                     A7PGM27 
023700     MOVE W-LIG (5) TO LIG5O.                                     A7PGM27 
023800     MOVE W-LIG (6) TO LIG6O.                                     A7PGM27 
023900     MOVE W-LIG (7) TO LIG7O.                                     A7PGM27 
024000     MOVE W-LIG (8) TO LIG8O.                                     A7PGM27 
024100     MOVE W-LIG (9) TO LIG9O.                                     A7PGM27 
024200     MOVE W-LIG (10) TO LIG10O.                                   A7PGM27 
024300     MOVE W-LIG (11) TO LIG11O.                                   A7PGM27 
024400     MOVE W-LIG (12) TO LIG12O.                                   A7PGM27 
024500     MOVE SPACES TO ACTIONO.                                      A7PGM27 
024600     EXEC CICS                                                    A7PGM27 
024700         SEND MAP('A7MS27') MAPSET('A7MS27')                      A7PGM27 
024800              FROM(A7MAP27O) ERASE                                A7PGM27 
024900     END-EXEC.                                                    A7PGM27 
025000     IF EIBCALEN NOT < 9                                          A7PGM27 
025100         EXEC CICS                                                A7PGM27 
025200             RETURN TRANSID('A7TR')                               A7PGM27 
025300                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM27 
025400         END-EXEC                                                 A7PGM27 
025500     END-IF.                                                      A7PGM27 
025600     EXEC CICS                                                    A7PGM27 
025700         RETURN TRANSID('A7TR')                                   A7PGM27 
025800     END-EXEC.                                                    A7PGM27 
025900 F20-FN.                                                          A7PGM27 
026000     EXIT.                                                        A7PGM27 
026100 N10LISTE.                                                        A7PGM27 
026200*         NOTE *INDEX DES EDITIONS ARCHIVEES     *.               A7PGM27 
026300 F10LISTE.                                                        A7PGM27 
026400     MOVE W-ENTETE-IDX TO W-LIG (1).                              A7PGM27 
026500     MOVE 1 TO W-NB-LIG.                                          A7PGM27 
026600     MOVE '0' TO W-EOF-CUR.                                       A7PGM27 
026700     MOVE '0' TO W-SUITE.                                         A7PGM27 
026800     EXEC SQL                                                     A7PGM27 
026900         OPEN C-INDEX                                             A7PGM27 
027000     END-EXEC.                                                    A7PGM27 
027100     IF SQLCODE NOT = ZERO                                        A7PGM27 
027200         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
027300         GO TO F10LISTE-FN.                                       A7PGM27 
027400 F10LISTE-10.                                                     A7PGM27 
027500     IF W-EOF-CUR = '1'                                           A7PGM27 
027600         GO TO F10LISTE-20.                                       A7PGM27 
027700     EXEC SQL                                                     A7PGM27 
027800         FETCH C-INDEX                                            A7PGM27 
027900          INTO :W-NO-ARCHIVE OF DCLARCHIVEEDITION, :W-PROGRAMME,  A7PGM27 
028000               :W-NOM-ETAT, :W-DATE-EXEC,                         A7PGM27 
028100               :W-NO-PAGE OF DCLARCHIVEPAGE, :W-ID-ENTREPOT,      A7PGM27 
028200               :W-LIE, :W-ID-FOURNISSEUR, :W-NO-COMMANDE,         A7PGM27 
028300               :W-NB-LIGNES OF DCLARCHIVEPAGE                     A7PGM27 
028400     END-EXEC.                                                    A7PGM27 
028500     EVALUATE SQLCODE                                             A7PGM27 
028600         WHEN ZERO                                                A7PGM27 
028700             IF W-NB-LIG < 12                                     A7PGM27 
028800                 ADD 1 TO W-NB-LIG                                A7PGM27 
028900                 PERFORM F15LIGNE THRU F15LIGNE-FN                A7PGM27 
029000             ELSE                                                 A7PGM27 
029100                 MOVE '1' TO W-SUITE                              A7PGM27 
029200                 MOVE '1' TO W-EOF-CUR                            A7PGM27 
029300             END-IF                                               A7PGM27 
029400         WHEN 100                                                 A7PGM27 
029500             MOVE '1' TO W-EOF-CUR                                A7PGM27 
029600         WHEN OTHER                                               A7PGM27 
029700             MOVE '1' TO W-EOF-CUR                                A7PGM27 
029800             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM27 
029900     END-EVALUATE.                                                A7PGM27 
030000     GO TO F10LISTE-10.                                           A7PGM27 
030100 F10LISTE-20.                                                     A7PGM27 
030200     EXEC SQL                                                     A7PGM27 
030300         CLOSE C-INDEX                                            A7PGM27 
030400     END-EXEC.                                                    A7PGM27 
030500     IF W-CODE-REJET NOT = SPACES                                 A7PGM27 
030600         GO TO F10LISTE-FN.                                       A7PGM27 
030700     IF W-NB-LIG = 1                                              A7PGM27 
030800         MOVE SPACES TO W-TAB-LIGNES                              A7PGM27 
030900         MOVE 'AUCUNE EDITION ARCHIVEE POUR CES CRITERES'         A7PGM27 
031000             TO MESS1O                                            A7PGM27 
031100         GO TO F10LISTE-FN.                                       A7PGM27 
031200     MOVE 'L' TO DERNACTO.                                        A7PGM27 
031300     MOVE W-DERN-ARC TO DERNARCO.                                 A7PGM27 
031400     MOVE W-DERN-PAG TO DERNPAGO.                                 A7PGM27 
031500     IF W-SUITE = '1'                                             A7PGM27 
031600         MOVE 'ACTION S POUR LA SUITE' TO MESS1O                  A7PGM27 
031700     ELSE                                                         A7PGM27 
031800         MOVE 'FIN DE LISTE' TO MESS1O.                           A7PGM27 
031900 F10LISTE-FN.                                                     A7PGM27 
032000     EXIT.                                                        A7PGM27 
032100 N11VUE.                                                          A7PGM27 
032200*         NOTE *LIGNES D'UNE PAGE ARCHIVEE       *.               A7PGM27 
032300 F11VUE.                                                          A7PGM27 
032400     IF W-SEL-ARCHIVE = ZERO                                      A7PGM27 
032500         MOVE 'NUMERO D''ARCHIVE OBLIGATOIRE' TO W-CODE-REJET     A7PGM27 
032600         GO TO F11VUE-FN.                                         A7PGM27 
032700     IF W-SEL-PAGE = ZERO                                         A7PGM27 
032800         MOVE 1 TO W-SEL-PAGE.                                    A7PGM27 
032900     MOVE W-SEL-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVEEDITION.     A7PGM27 
033000     EXEC SQL                                                     A7PGM27 
033100         SELECT PROGRAMME, NOM_ETAT, CHAR(DATE_EXEC, ISO), ASA    A7PGM27 
033200           INTO :W-PROGRAMME, :W-NOM-ETAT, :W-DATE-EXEC, :W-ASA   A7PGM27 
033300           FROM API7.ARCHIVE_EDITION                              A7PGM27 
033400          WHERE NO_ARCHIVE = :W-NO-ARCHIVE OF DCLARCHIVEEDITION   A7PGM27 
033500     END-EXEC.                                                    A7PGM27 
033600     IF SQLCODE = 100                                             A7PGM27 
033700         MOVE 'ARCHIVE INCONNUE OU PURGEE' TO W-CODE-REJET        A7PGM27 
033800         GO TO F11VUE-FN.                                         A7PGM27 
033900     IF SQLCODE NOT = ZERO                                        A7PGM27 
034000         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
034100         GO TO F11VUE-FN.                                         A7PGM27 
034200     MOVE W-SEL-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVEPAGE.        A7PGM27 
034300     MOVE W-SEL-PAGE TO W-NO-PAGE OF DCLARCHIVEPAGE.              A7PGM27 
034400     EXEC SQL                                                     A7PGM27 
034500         SELECT NB_LIGNES                                         A7PGM27 
034600           INTO :W-NB-LIGNES OF DCLARCHIVEPAGE                    A7PGM27 
034700           FROM API7.ARCHIVE_PAGE                                 A7PGM27 
034800          WHERE NO_ARCHIVE = :W-NO-ARCHIVE OF DCLARCHIVEPAGE      A7PGM27 
034900            AND NO_PAGE = :W-NO-PAGE OF DCLARCHIVEPAGE            A7PGM27 
035000     END-EXEC.                                                    A7PGM27 
035100     IF SQLCODE = 100                                             A7PGM27 
035200         MOVE 'PAGE INCONNUE POUR CETTE ARCHIVE' TO W-CODE-REJET  A7PGM27 
035300         GO TO F11VUE-FN.                                         A7PGM27 
035400     IF SQLCODE NOT = ZERO                                        A7PGM27 
035500         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
035600         GO TO F11VUE-FN.                                         A7PGM27 
035700     MOVE W-SEL-ARCHIVE TO WV-NO-ARC.                             A7PGM27 
035800     MOVE W-SEL-PAGE TO WV-PAGE.                                  A7PGM27 
035900     MOVE W-PROGRAMME TO WV-PROG.                                 A7PGM27 
036000     MOVE W-NOM-ETAT TO WV-ETAT.                                  A7PGM27 
036100     MOVE W-DATE-EXEC TO W-DATE-ISO.                              A7PGM27 
036200     MOVE W-ISO-JJ TO WV-DATE-JJ.                                 A7PGM27 
036300     MOVE W-ISO-MM TO WV-DATE-MM.                                 A7PGM27 
036400     MOVE W-ISO-AAAA TO WV-DATE-AAAA.                             A7PGM27 
036500     MOVE W-NB-LIGNES OF DCLARCHIVEPAGE TO WV-NB-LIG.             A7PGM27 
036600     MOVE W-ENTETE-VUE TO W-LIG (1).                              A7PGM27 
036700     MOVE 1 TO W-NB-LIG.                                          A7PGM27 
036800     MOVE W-SEL-PAGE TO W-DERN-PAG.                               A7PGM27 
036900     MOVE W-DERN-PAG TO NOPAGO.                                   A7PGM27 
037000     MOVE W-DEP-LIG TO W-DERN-LIG.                                A7PGM27 
037100     MOVE '0' TO W-EOF-CUR.                                       A7PGM27 
037200     MOVE '0' TO W-SUITE.                                         A7PGM27 
037300     EXEC SQL                                                     A7PGM27 
037400         OPEN C-TEXTE                                             A7PGM27 
037500     END-EXEC.                                                    A7PGM27 
037600     IF SQLCODE NOT = ZERO                                        A7PGM27 
037700         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
037800         GO TO F11VUE-FN.                                         A7PGM27 
037900 F11VUE-10.                                                       A7PGM27 
038000     IF W-EOF-CUR = '1'                                           A7PGM27 
038100         GO TO F11VUE-20.                                         A7PGM27 
038200     EXEC SQL                                                     A7PGM27 
038300         FETCH C-TEXTE INTO :W-NO-LIGNE, :W-TEXTE                 A7PGM27 
038400     END-EXEC.                                                    A7PGM27 
038500     EVALUATE SQLCODE                                             A7PGM27 
038600         WHEN ZERO                                                A7PGM27 
038700             IF W-NB-LIG < 12                                     A7PGM27 
038800                 ADD 1 TO W-NB-LIG                                A7PGM27 
038900                 PERFORM F16TEXTE THRU F16TEXTE-FN                A7PGM27 
039000             ELSE                                                 A7PGM27 
039100                 MOVE '1' TO W-SUITE                              A7PGM27 
039200                 MOVE '1' TO W-EOF-CUR                            A7PGM27 
039300             END-IF                                               A7PGM27 
039400         WHEN 100                                                 A7PGM27 
039500             MOVE '1' TO W-EOF-CUR                                A7PGM27 
039600         WHEN OTHER                                               A7PGM27 
039700             MOVE '1' TO W-EOF-CUR                                A7PGM27 
039800             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM27 
039900     END-EVALUATE.                                                A7PGM27 
040000     GO TO F11VUE-10.                                             A7PGM27 
040100 F11VUE-20.                                                       A7PGM27 
040200     EXEC SQL                                                     A7PGM27 
040300         CLOSE C-TEXTE                                            A7PGM27 
040400     END-EXEC.                                                    A7PGM27 
040500     IF W-CODE-REJET NOT = SPACES                                 A7PGM27 
040600         GO TO F11VUE-FN.                                         A7PGM27 
040700     MOVE 'V' TO DERNACTO.                                        A7PGM27 
040800     MOVE W-DERN-LIG TO DERNLIGO.                                 A7PGM27 
040900     IF W-SUITE = '1'                                             A7PGM27 
041000         MOVE 'ACTION S POUR LA SUITE DE LA PAGE' TO MESS1O       A7PGM27 
041100     ELSE                                                         A7PGM27 
041200         MOVE 'FIN DE PAGE' TO MESS1O.                            A7PGM27 
041300 F11VUE-FN.                                                       A7PGM27 
041400     EXIT.                                                        A7PGM27 
041500 N12DEMANDE.                                                      A7PGM27 
041600*         NOTE *DEMANDE DE REIMPRESSION BATCH    *.               A7PGM27 
041700 F12DEMANDE.                                                      A7PGM27 
041800     IF W-SEL-ARCHIVE = ZERO                                      A7PGM27 
041900         MOVE 'NUMERO D''ARCHIVE OBLIGATOIRE' TO W-CODE-REJET     A7PGM27 
042000         GO TO F12DEMANDE-FN.                                     A7PGM27 
042100     MOVE W-SEL-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVEEDITION.     A7PGM27 
042200     EXEC SQL                                                     A7PGM27 
042300         SELECT NB_PAGES                                          A7PGM27 
042400           INTO :W-NB-PAGES                                       A7PGM27 
042500           FROM API7.ARCHIVE_EDITION                              A7PGM27 
042600          WHERE NO_ARCHIVE = :W-NO-ARCHIVE OF DCLARCHIVEEDITION   A7PGM27 
042700     END-EXEC.                                                    A7PGM27 
042800     IF SQLCODE = 100                                             A7PGM27 
042900         MOVE 'ARCHIVE INCONNUE OU PURGEE' TO W-CODE-REJET        A7PGM27 
043000         GO TO F12DEMANDE-FN.                                     A7PGM27 
043100     IF SQLCODE NOT = ZERO                                        A7PGM27 
043200         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
043300         GO TO F12DEMANDE-FN.                                     A7PGM27 
043400     IF W-SEL-PAGE > W-NB-PAGES                                   A7PGM27 
043500         MOVE 'PAGE INCONNUE POUR CETTE ARCHIVE' TO W-CODE-REJET  A7PGM27 
043600         GO TO F12DEMANDE-FN.                                     A7PGM27 
043700     MOVE W-SEL-ARCHIVE TO W-NO-ARCHIVE OF DCLDEMANDEREIMPRESSION.A7PGM27 
043800     MOVE W-SEL-PAGE TO W-NO-PAGE OF DCLDEMANDEREIMPRESSION.      A7PGM27 
043900     EXEC SQL                                                     A7PGM27 
044000         SELECT COUNT(*)                                          A7PGM27 
044100           INTO :W-CNT-DEM                                        A7PGM27 
044200           FROM API7.DEMANDE_REIMPRESSION                         A7PGM27 
044300          WHERE NO_ARCHIVE =                                      A7PGM27 
044400                :W-NO-ARCHIVE OF DCLDEMANDEREIMPRESSION           A7PGM27 
044500            AND NO_PAGE = :W-NO-PAGE OF DCLDEMANDEREIMPRESSION    A7PGM27 
044600            AND ETAT = 'D'                                        A7PGM27 
044700     END-EXEC.                                                    A7PGM27 
044800     IF SQLCODE NOT = ZERO                                        A7PGM27 
044900         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
045000         GO TO F12DEMANDE-FN.                                     A7PGM27 
045100     IF W-CNT-DEM NOT = ZERO                                      A7PGM27 
045200         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE POUR CETTE EDITION'A7PGM27 
045300             TO W-CODE-REJET                                      A7PGM27 
045400         GO TO F12DEMANDE-FN.                                     A7PGM27 
045500     EXEC SQL                                                     A7PGM27 
045600         SELECT COALESCE(MAX(NO_DEMANDE), 0) + 1                  A7PGM27 
045700           INTO :W-NO-DEMANDE                                     A7PGM27 
045800           FROM API7.DEMANDE_REIMPRESSION                         A7PGM27 
045900     END-EXEC.                                                    A7PGM27 
046000     IF SQLCODE NOT = ZERO                                        A7PGM27 
046100         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
046200         GO TO F12DEMANDE-FN.                                     A7PGM27 
046300     MOVE CA-UTILISATEUR TO W-ID-UTILISATEUR.                     A7PGM27 
046400     EXEC SQL                                                     A7PGM27 
046500         INSERT INTO API7.DEMANDE_REIMPRESSION                    A7PGM27 
046600                (NO_DEMANDE, NO_ARCHIVE, NO_PAGE, ID_UTILISATEUR, A7PGM27 
046700                 DATE_DEMANDE, HEURE_DEMANDE, ETAT, DATE_TRT)     A7PGM27 
046800         VALUES (:W-NO-DEMANDE,                                   A7PGM27 
046900                 :W-NO-ARCHIVE OF DCLDEMANDEREIMPRESSION,         A7PGM27 
047000                 :W-NO-PAGE OF DCLDEMANDEREIMPRESSION,            A7PGM27 
047100                 :W-ID-UTILISATEUR, CURRENT DATE, CURRENT TIME,   A7PGM27 
047200                 'D', NULL)                                       A7PGM27 
047300     END-EXEC.                                                    A7PGM27 
047400     IF SQLCODE NOT = ZERO                                        A7PGM27 
047500         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM27 
047600         GO TO F12DEMANDE-FN.                                     A7PGM27 
047700     MOVE W-NO-DEMANDE TO W-NUM-EDIT.                             A7PGM27 
047800     STRING 'DEMANDE ' W-NUM-EDIT                                 A7PGM27 
047900         ' ENREGISTREE - EDITION PAR LREIMP'                      A7PGM27 
048000         DELIMITED BY SIZE INTO MESS1O.                           A7PGM27 
048100 F12DEMANDE-FN.                                                   A7PGM27 
048200     EXIT.                                                        A7PGM27 
048300 N13SUITE.                                                        A7PGM27 
048400*         NOTE *ECRAN SUIVANT DE LA LISTE OU PAGE*.               A7PGM27 
048500 F13SUITE.                                                        A7PGM27 
048600     IF W-DERN-ACT = 'L'                                          A7PGM27 
048700         AND DERNARCI NUMERIC                                     A7PGM27 
048800         AND DERNPAGI NUMERIC                                     A7PGM27 
048900         MOVE DERNARCI TO W-DERN-ARC                              A7PGM27 
049000         MOVE DERNPAGI TO W-DERN-PAG                              A7PGM27 
049100         MOVE W-DERN-ARC TO W-DEP-ARC                             A7PGM27 
049200         MOVE W-DERN-PAG TO W-DEP-PAG                             A7PGM27 
049300         PERFORM F10LISTE THRU F10LISTE-FN                        A7PGM27 
049400         GO TO F13SUITE-FN.                                       A7PGM27 
049500     IF W-DERN-ACT = 'V'                                          A7PGM27 
049600         AND DERNLIGI NUMERIC                                     A7PGM27 
049700         MOVE DERNLIGI TO W-DERN-LIG                              A7PGM27 
049800         MOVE W-DERN-LIG TO W-DEP-LIG                             A7PGM27 
049900         PERFORM F11VUE THRU F11VUE-FN                            A7PGM27 
050000         GO TO F13SUITE-FN.                                       A7PGM27 
050100     MOVE 'PAS DE SUITE - ACTION L OU V' TO W-CODE-REJET.         A7PGM27 
050200 F13SUITE-FN.                                                     A7PGM27 
050300     EXIT.                                                        A7PGM27 
050400 N15LIGNE.                                                        A7PGM27 
050500*         NOTE *MISE EN FORME D'UNE LIGNE INDEX  *.               A7PGM27 
050600 F15LIGNE.                                                        A7PGM27 
050700     MOVE W-NO-ARCHIVE OF DCLARCHIVEEDITION TO WL-NO-ARC.         A7PGM27 
050800     MOVE W-NO-ARCHIVE OF DCLARCHIVEEDITION TO W-DERN-ARC.        A7PGM27 
050900     MOVE W-PROGRAMME TO WL-PROG.                                 A7PGM27 
051000     MOVE W-NOM-ETAT TO WL-ETAT.                                  A7PGM27 
051100     MOVE W-DATE-EXEC TO W-DATE-ISO.                              A7PGM27 
051200     MOVE W-ISO-JJ TO WL-DATE-JJ.                                 A7PGM27 
051300     MOVE W-ISO-MM TO WL-DATE-MM.                                 A7PGM27 
051400     MOVE W-ISO-AAAA TO WL-DATE-AAAA.                             A7PGM27 
051500     MOVE W-NO-PAGE OF DCLARCHIVEPAGE TO WL-PAGE.                 A7PGM27 
051600     MOVE W-NO-PAGE OF DCLARCHIVEPAGE TO W-DERN-PAG.              A7PGM27 
051700     MOVE W-ID-ENTREPOT TO WL-ENTREPOT.                           A7PGM27 
051800     MOVE W-LIE TO WL-LIE.                                        A7PGM27 
051900     MOVE W-ID-FOURNISSEUR TO WL-FOURN.                           A7PGM27 
052000     MOVE W-NO-COMMANDE TO WL-NO-CMD.                             A7PGM27 
052100     MOVE W-NB-LIGNES OF DCLARCHIVEPAGE TO WL-NB-LIG.             A7PGM27 
052200     MOVE W-LIGNE-IDX TO W-LIG (W-NB-LIG).                        A7PGM27 
052300 F15LIGNE-FN.                                                     A7PGM27 
052400     EXIT.                                                        A7PGM27 
052500 N16TEXTE.                                                        A7PGM27 
052600*         NOTE *LIGNE ARCHIVEE SANS CARACTERE ASA*.               A7PGM27 
052700 F16TEXTE.                                                        A7PGM27 
052800     MOVE W-NO-LIGNE TO W-DERN-LIG.                               A7PGM27 
052900     MOVE W-TEXTE TO W-TEXTE-LIG.                                 A7PGM27 
053000     IF W-ASA = 'O'                                               A7PGM27 
053100         MOVE W-TEXTE-SUITE TO W-LIG (W-NB-LIG)                   A7PGM27 
053200     ELSE                                                         A7PGM27 
053300         MOVE W-TEXTE-LIG TO W-LIG (W-NB-LIG).                    A7PGM27 
053400 F16TEXTE-FN.                                                     A7PGM27 
053500     EXIT.                                                        A7PGM27 
053600 N30CRITERES.                                                     A7PGM27 
053700*         NOTE *CONTROLE DES CRITERES SAISIS     *.               A7PGM27 
053800 F30CRITERES.                                                     A7PGM27 
053900     MOVE SPACES TO W-SEL-PROG W-SEL-ETAT W-SEL-ENTREPOT.         A7PGM27 
054000     MOVE SPACES TO W-SEL-FOURN.                                  A7PGM27 
054100     MOVE ZERO TO W-SEL-LIE W-SEL-NO-CMD W-SEL-ARCHIVE.           A7PGM27 
054200     MOVE ZERO TO W-SEL-PAGE.                                     A7PGM27 
054300     MOVE '0001-01-01' TO W-DATE-DEB.                             A7PGM27 
054400     MOVE '9999-12-31' TO W-DATE-FIN.                             A7PGM27 
054500     IF PROGL NOT = ZERO                                          A7PGM27 
054600         MOVE PROGI TO W-SEL-PROG.                                A7PGM27 
054700     IF ETATL NOT = ZERO                                          A7PGM27 
054800         MOVE ETATI TO W-SEL-ETAT.                                A7PGM27 
054900     IF ENTRL NOT = ZERO                                          A7PGM27 
055000         MOVE ENTRI TO W-SEL-ENTREPOT.                            A7PGM27 
055100     IF FOURNL NOT = ZERO                                         A7PGM27 
055200         MOVE FOURNI TO W-SEL-FOURN.                              A7PGM27 
055300     IF DATEXL = ZERO OR DATEXI = SPACES                          A7PGM27 
055400         GO TO F30CRITERES-10.                                    A7PGM27 
055500     MOVE DATEXI TO W-DATE-SAISIE.                                A7PGM27 
055600     IF W-DATE-SAISIE NOT NUMERIC                                 A7PGM27 
055700         OR W-SAI-MM < '01' OR W-SAI-MM > '12'                    A7PGM27 
055800         OR W-SAI-JJ < '01' OR W-SAI-JJ > '31'                    A7PGM27 
055900         MOVE 'DATE D''EDITION INVALIDE - AAAAMMJJ'               A7PGM27 
056000             TO W-CODE-REJET                                      A7PGM27 
056100         GO TO F30CRITERES-FN.                                    A7PGM27 
056200     MOVE W-SAI-AAAA TO W-CRI-AAAA.                               A7PGM27 
056300     MOVE W-SAI-MM TO W-CRI-MM.                                   A7PGM27 
056400     MOVE W-SAI-JJ TO W-CRI-JJ.                                   A7PGM27 
056500     MOVE W-DATE-CRIT TO W-DATE-DEB.                              A7PGM27 
056600     MOVE W-DATE-CRIT TO W-DATE-FIN.                              A7PGM27 
056700 F30CRITERES-10.                                                  A7PGM27 
056800     IF LIEL = ZERO OR LIEI = SPACES                              A7PGM27 
056900         GO TO F30CRITERES-20.                                    A7PGM27 
057000     MOVE LIEI TO W-NUM-X.                                        A7PGM27 
057100     IF W-NUM-X NOT NUMERIC                                       A7PGM27 
057200         MOVE 'NUMERO DE DEPARTEMENT INVALIDE' TO W-CODE-REJET    A7PGM27 
057300         GO TO F30CRITERES-FN.                                    A7PGM27 
057400     MOVE W-NUM-N TO W-SEL-LIE.                                   A7PGM27 
057500 F30CRITERES-20.                                                  A7PGM27 
057600     IF NOCMDL = ZERO OR NOCMDI = SPACES                          A7PGM27 
057700         GO TO F30CRITERES-30.                                    A7PGM27 
057800     MOVE NOCMDI TO W-NUM-X.                                      A7PGM27 
057900     IF W-NUM-X NOT NUMERIC                                       A7PGM27 
058000         MOVE 'NUMERO DE COMMANDE INVALIDE' TO W-CODE-REJET       A7PGM27 
058100         GO TO F30CRITERES-FN.                                    A7PGM27 
058200     MOVE W-NUM-N TO W-SEL-NO-CMD.                                A7PGM27 
058300 F30CRITERES-30.                                                  A7PGM27 
058400     IF NOARCL = ZERO OR NOARCI = SPACES                          A7PGM27 
058500         GO TO F30CRITERES-40.                                    A7PGM27 
058600     MOVE NOARCI TO W-NUM-X.                                      A7PGM27 
058700     IF W-NUM-X NOT NUMERIC                                       A7PGM27 
058800         MOVE 'NUMERO D''ARCHIVE INVALIDE' TO W-CODE-REJET        A7PGM27 
058900         GO TO F30CRITERES-FN.                                    A7PGM27 
059000     MOVE W-NUM-N TO W-SEL-ARCHIVE.                               A7PGM27 
059100 F30CRITERES-40.                                                  A7PGM27 
059200     IF NOPAGL = ZERO OR NOPAGI = SPACES                          A7PGM27 
059300         GO TO F30CRITERES-FN.                                    A7PGM27 
059400     MOVE NOPAGI TO W-PAG-X.                                      A7PGM27 
059500     IF W-PAG-X NOT NUMERIC                                       A7PGM27 
059600         MOVE 'NUMERO DE PAGE INVALIDE' TO W-CODE-REJET           A7PGM27 
059700         GO TO F30CRITERES-FN.                                    A7PGM27 
059800     MOVE W-PAG-N TO W-SEL-PAGE.                                  A7PGM27 
059900 F30CRITERES-FN.                                                  A7PGM27 
060000     EXIT.                                                        A7PGM27 
060100 N90ERRSQL.                                                       A7PGM27 
060200*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM27 
060300 F90ERRSQL.                                                       A7PGM27 
060400     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM27 
060500     MOVE SPACES TO W-CODE-REJET.                                 A7PGM27 
060600     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM27 
060700         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM27 
060800 F90ERRSQL-FN.                                                    A7PGM27 
060900     EXIT.                                                        A7PGM27 
