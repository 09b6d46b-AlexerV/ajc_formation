000100 IDENTIFICATION DIVISION.                                         A7PGM20 
000200 PROGRAM-ID.  A7PGM20.                                            A7PGM20 
000300 AUTHOR.         gestion des utilisateurs API7.                   A7PGM20 
000400 ENVIRONMENT DIVISION.                                            A7PGM20 
000500 DATA DIVISION.                                                   A7PGM20 
000600 WORKING-STORAGE SECTION.                                         A7PGM20 
000700      EXEC SQL                                                    A7PGM20 
000800         INCLUDE SQLCA                                            A7PGM20 
000900      END-EXEC.                                                   A7PGM20 
001000*****                                                             A7PGM20 
001100      EXEC SQL                                                    A7PGM20 
001200         INCLUDE UTILIS                                           A7PGM20 
001300      END-EXEC.                                                   A7PGM20 
001400*****                                                             A7PGM20 
001500      EXEC SQL                                                    A7PGM20 
001600         INCLUDE JRNUTI                                           A7PGM20 
001700      END-EXEC.                                                   A7PGM20 
001800*****                                                             A7PGM20 
001900      EXEC SQL                                                    A7PGM20 
002000         INCLUDE DEPART                                           A7PGM20 
002100      END-EXEC.                                                   A7PGM20 
002200******                                                            A7PGM20 
002300 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM20'.     A7PGM20 
002400 01               W-SQLCODE     PIC +++9.                         A7PGM20 
002500 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM20 
002600 01               W-TROUVE      PICTURE X(1) VALUE 'N'.           A7PGM20 
002700 01               W-IND-LIE     PIC S9(4) USAGE COMP.             A7PGM20 
002800 01               W-IND-DERN    PIC S9(4) USAGE COMP.             A7PGM20 
002900 01               W-DERN-SIGNON PICTURE X(10).                    A7PGM20 
003000 01               W-LIE-X       PICTURE X(9).                     A7PGM20 
003100 01               W-LIE-N REDEFINES W-LIE-X PICTURE 9(9).         A7PGM20 
003200 01               W-NIVEAU-X    PICTURE X(1).                     A7PGM20 
003300 01               W-NIVEAU-N REDEFINES W-NIVEAU-X PICTURE 9(1).   A7PGM20 
003400 01               W-DATE-ISO.                                     A7PGM20 
003500     05           W-ISO-AAAA    PICTURE X(4).                     A7PGM20 
003600     05           FILLER        PICTURE X(1).                     A7PGM20 
003700     05           W-ISO-MM      PICTURE X(2).                     A7PGM20 
003800     05           FILLER        PICTURE X(1).                     A7PGM20 
003900     05           W-ISO-JJ      PICTURE X(2).                     A7PGM20 
004000 01               W-DATE-AFF.                                     A7PGM20 
004100     05           WF-JJ         PICTURE X(2).                     A7PGM20 
004200     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM20 
004300     05           WF-MM         PICTURE X(2).                     A7PGM20 
004400     05           FILLER        PICTURE X(1) VALUE '/'.           A7PGM20 
004500     05           WF-AAAA       PICTURE X(4).                     A7PGM20 
004600******                                                            A7PGM20 
004700      COPY A7MS20.                                                A7PGM20 
004800 LINKAGE SECTION.                                                 A7PGM20 
004900 01               DFHCOMMAREA.                                    A7PGM20 
005000     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM20 
005100     05           CA-NIVEAU     PICTURE X(1).                     A7PGM20 
005200 PROCEDURE DIVISION.                                              A7PGM20 
005300 N01.                                                             A7PGM20 
005400*         NOTE *RECEPTION DE L'ECRAN A7MS20      *.               A7PGM20 
005500 F01.                                                             A7PGM20 
005600     EXEC CICS                                                    A7PGM20 
005700         RECEIVE MAP('A7MS20') MAPSET('A7MS20')                   A7PGM20 
005800                 INTO(A7MAP20I)                                   A7PGM20 
005900     END-EXEC.                                                    A7PGM20 
006000 F01-FN.                                                          A7PGM20 
006100     EXIT.                                                        A7PGM20 
006200 N05.                                                             A7PGM20 
006300*         NOTE *CONTROLE NIVEAU PUIS TRAITEMENT *.                A7PGM20 
006400 F05.                                                             A7PGM20 
006500     MOVE SPACES TO MESS1O.                                       A7PGM20 
006600     MOVE SPACES TO W-CODE-REJET.                                 A7PGM20 
006700     IF EIBCALEN < 9 OR CA-NIVEAU NOT = '2'                       A7PGM20 
006800         MOVE 'FONCTION RESERVEE A LA MAITRISE' TO MESS1O         A7PGM20 
006900         GO TO F05-FN.                                            A7PGM20 
007000     IF UTILI = SPACES OR UTILI = LOW-VALUES                      A7PGM20 
007100         MOVE 'UTILISATEUR OBLIGATOIRE' TO MESS1O                 A7PGM20 
007200         GO TO F05-FN.                                            A7PGM20 
007300     MOVE UTILI TO W-ID-UTILISATEUR OF DCLUTILISATEUR.            A7PGM20 
007400     PERFORM F10LECTURE THRU F10LECTURE-FN.                       A7PGM20 
007500     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
007600         MOVE W-CODE-REJET TO MESS1O                              A7PGM20 
007700         GO TO F05-FN.                                            A7PGM20 
007800     EVALUATE ACTIONI                                             A7PGM20 
007900         WHEN SPACE                                               A7PGM20 
008000         WHEN LOW-VALUE                                           A7PGM20 
008100             IF W-TROUVE = 'N'                                    A7PGM20 
008200                 MOVE 'UTILISATEUR INCONNU' TO W-CODE-REJET       A7PGM20 
008300             END-IF                                               A7PGM20 
008400         WHEN 'C'                                                 A7PGM20 
008500             PERFORM F11CREER THRU F11CREER-FN                    A7PGM20 
008600         WHEN 'M'                                                 A7PGM20 
008700             PERFORM F12MODIF THRU F12MODIF-FN                    A7PGM20 
008800         WHEN 'X'                                                 A7PGM20 
008900             PERFORM F13DESACT THRU F13DESACT-FN                  A7PGM20 
009000         WHEN 'R'                                                 A7PGM20 
009100             PERFORM F14REACT THRU F14REACT-FN                    A7PGM20 
009200         WHEN OTHER                                               A7PGM20 
009300             MOVE 'ACTION C, M, X OU R (BLANC = CONSULTER)'       A7PGM20 
009400                 TO W-CODE-REJET                                  A7PGM20 
009500     END-EVALUATE.                                                A7PGM20 
009600     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
009700         MOVE W-CODE-REJET TO MESS1O                              A7PGM20 
009800         GO TO F05-FN.                                            A7PGM20 
009900     PERFORM F10LECTURE THRU F10LECTURE-FN.                       A7PGM20 
010000     IF W-TROUVE = 'O'                                            A7PGM20 
010100         PERFORM F15AFFICHE THRU F15AFFICHE-FN.                   A7PGM20 
010200     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
010300         MOVE W-CODE-REJET TO MESS1O.                             A7PGM20 
010400 F05-FN.                                                          A7PGM20 
010500     EXIT.                                                        A7PGM20 
010600 N20.                                                             A7PGM20 
010700*         NOTE *RESTITUTION DE L'ECRAN A7MS20     *.              A7PGM20 
010800 F20.                                                             A7PGM20 
010900     MOVE SPACES TO ACTIONO.                                      A7PGM20 
011000     MOVE SPACES TO MDPO.                                         A7PGM20 
011100     EXEC CICS                                                    A7PGM20 
011200         SEND MAP('A7MS20') MAPSET('A7MS20')                      A7PGM20 
011300              FROM(A7MAP20O) ERASE                                A7PGM20 
011400     END-EXEC.                                                    A7PGM20 
011500     IF EIBCALEN NOT < 9                                          A7PGM20 
011600         EXEC CICS                                                A7PGM20 
011700             RETURN TRANSID('A7TK')                               A7PGM20 
011800                  COMMAREA(DFHCOMMAREA) LENGTH(9)                 A7PGM20 
011900         END-EXEC                                                 A7PGM20 
012000     END-IF.                                                      A7PGM20 
012100     EXEC CICS                                                    A7PGM20 
012200         RETURN TRANSID('A7TK')                                   A7PGM20 
012300     END-EXEC.                                                    A7PGM20 
012400 F20-FN.                                                          A7PGM20 
012500     EXIT.                                                        A7PGM20 
012600 N10LECTURE.                                                      A7PGM20 
012700*         NOTE *LECTURE DE L'UTILISATEUR SAISI  *.                A7PGM20 
012800 F10LECTURE.                                                      A7PGM20 
012900     MOVE 'N' TO W-TROUVE.                                        A7PGM20 
013000     EXEC SQL                                                     A7PGM20 
013100         SELECT NIVEAU_AUTORITE, BLOQUE, ACTIF, LIE               A7PGM20 
013200           INTO :W-NIVEAU-AUTORITE, :W-BLOQUE,                    A7PGM20 
013250                :W-ACTIF OF DCLUTILISATEUR,                       A7PGM20 
013300                :W-LIE OF DCLUTILISATEUR :W-IND-LIE               A7PGM20 
013400           FROM API7.UTILISATEUR                                  A7PGM20 
013500          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                A7PGM20 
013600                OF DCLUTILISATEUR                                 A7PGM20 
013700     END-EXEC.                                                    A7PGM20 
013800     EVALUATE SQLCODE                                             A7PGM20 
013900         WHEN ZERO                                                A7PGM20 
014000             MOVE 'O' TO W-TROUVE                                 A7PGM20 
014100         WHEN 100                                                 A7PGM20 
014200             CONTINUE                                             A7PGM20 
014300         WHEN OTHER                                               A7PGM20 
014400             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM20 
014500             GO TO F10LECTURE-FN                                  A7PGM20 
014600     END-EVALUATE.                                                A7PGM20 
014700     IF W-TROUVE = 'O' AND W-IND-LIE < ZERO                       A7PGM20 
014800         MOVE ZERO TO W-LIE OF DCLUTILISATEUR.                    A7PGM20 
014900 F10LECTURE-FN.                                                   A7PGM20 
015000     EXIT.                                                        A7PGM20 
015100 N11CREER.                                                        A7PGM20 
015200*         NOTE *CREATION D'UN UTILISATEUR       *.                A7PGM20 
015300 F11CREER.                                                        A7PGM20 
015400     IF W-TROUVE = 'O'                                            A7PGM20 
015500         MOVE 'UTILISATEUR DEJA EXISTANT' TO W-CODE-REJET         A7PGM20 
015600         GO TO F11CREER-FN.                                       A7PGM20 
015700     IF MDPI = SPACES OR MDPI = LOW-VALUES                        A7PGM20 
015800         MOVE 'MOT DE PASSE INITIAL OBLIGATOIRE' TO W-CODE-REJET  A7PGM20 
015900         GO TO F11CREER-FN.                                       A7PGM20 
016000     MOVE NIVEAUI TO W-NIVEAU-X.                                  A7PGM20 
016100     IF W-NIVEAU-X NOT = '1' AND W-NIVEAU-X NOT = '2'             A7PGM20 
016200         MOVE 'NIVEAU 1 (AGENT) OU 2 (MAITRISE)' TO W-CODE-REJET  A7PGM20 
016300         GO TO F11CREER-FN.                                       A7PGM20 
016400     PERFORM F16DEPART THRU F16DEPART-FN.                         A7PGM20 
016500     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
016600         GO TO F11CREER-FN.                                       A7PGM20 
016700     MOVE ZERO TO W-NIVEAU-AVANT.                                 A7PGM20 
016800     MOVE ZERO TO W-LIE-AVANT.                                    A7PGM20 
016900     MOVE SPACE TO W-ACTIF-AVANT.                                 A7PGM20 
017000     MOVE MDPI TO W-MOT-DE-PASSE.                                 A7PGM20 
017100     MOVE W-NIVEAU-N TO W-NIVEAU-AUTORITE.                        A7PGM20 
017200     MOVE W-LIE-N TO W-LIE OF DCLUTILISATEUR.                     A7PGM20 
017300     IF W-LIE-N = ZERO                                            A7PGM20 
017400         MOVE -1 TO W-IND-LIE                                     A7PGM20 
017500     ELSE                                                         A7PGM20 
017600         MOVE ZERO TO W-IND-LIE.                                  A7PGM20 
017700     EXEC SQL                                                     A7PGM20 
017800         INSERT INTO API7.UTILISATEUR                             A7PGM20 
017900                (ID_UTILISATEUR, MOT_DE_PASSE, NIVEAU_AUTORITE,   A7PGM20 
018000                 DATE_CHGT_MDP, NB_ECHECS, BLOQUE, LIE, ACTIF)    A7PGM20 
018100         VALUES (:W-ID-UTILISATEUR OF DCLUTILISATEUR,             A7PGM20 
018200                 :W-MOT-DE-PASSE, :W-NIVEAU-AUTORITE,             A7PGM20 
018300                 NULL, 0, 'N',                                    A7PGM20 
018400                 :W-LIE OF DCLUTILISATEUR :W-IND-LIE, 'O')        A7PGM20 
018500     END-EXEC.                                                    A7PGM20 
018600     IF SQLCODE NOT = ZERO                                        A7PGM20 
018700         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM20 
018800         GO TO F11CREER-FN.                                       A7PGM20 
018900     MOVE 'C' TO W-TYPE-MODIF.                                    A7PGM20 
019000     MOVE 'O' TO W-ACTIF-APRES.                                   A7PGM20 
019100     PERFORM F30JOURNAL THRU F30JOURNAL-FN.                       A7PGM20 
019200     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
019300         GO TO F11CREER-FN.                                       A7PGM20 
019400     MOVE 'UTILISATEUR CREE - MOT DE PASSE A CHANGER'             A7PGM20 
019500         TO MESS1O.                                               A7PGM20 
019600 F11CREER-FN.                                                     A7PGM20 
019700     EXIT.                                                        A7PGM20 
019800 N12MODIF.                                                        A7PGM20 
019900*         NOTE *MODIFICATION NIVEAU/DEPARTEMENT *.                A7PGM20 
020000 F12MODIF.                                                        A7PGM20 
020100     IF W-TROUVE = 'N'                                            A7PGM20 
020200         MOVE 'UTILISATEUR INCONNU' TO W-CODE-REJET               A7PGM20 
020300         GO TO F12MODIF-FN.                                       A7PGM20 
020400     IF W-ID-UTILISATEUR OF DCLUTILISATEUR = CA-UTILISATEUR       A7PGM20 
020500         MOVE 'MODIFICATION DE SON PROPRE COMPTE INTERDITE'       A7PGM20 
020600             TO W-CODE-REJET                                      A7PGM20 
020700         GO TO F12MODIF-FN.                                       A7PGM20 
020800     MOVE W-NIVEAU-AUTORITE TO W-NIVEAU-AVANT.                    A7PGM20 
020900     MOVE W-LIE OF DCLUTILISATEUR TO W-LIE-AVANT.                 A7PGM20 
021000     MOVE W-ACTIF OF DCLUTILISATEUR TO W-ACTIF-AVANT.             A7PGM20 
021100     MOVE NIVEAUI TO W-NIVEAU-X.                                  A7PGM20 
021200     IF W-NIVEAU-X = SPACE OR W-NIVEAU-X = LOW-VALUE              A7PGM20 
021300         MOVE W-NIVEAU-AUTORITE TO W-NIVEAU-N.                    A7PGM20 
021400     IF W-NIVEAU-X NOT = '1' AND W-NIVEAU-X NOT = '2'             A7PGM20 
021500         MOVE 'NIVEAU 1 (AGENT) OU 2 (MAITRISE)' TO W-CODE-REJET  A7PGM20 
021600         GO TO F12MODIF-FN.                                       A7PGM20 
021700     IF LIEI = SPACES OR LIEI = LOW-VALUES                        A7PGM20 
021800         MOVE W-LIE OF DCLUTILISATEUR TO W-LIE-N                  A7PGM20 
021900     ELSE                                                         A7PGM20 
022000         PERFORM F16DEPART THRU F16DEPART-FN                      A7PGM20 
022100         IF W-CODE-REJET NOT = SPACES                             A7PGM20 
022200             GO TO F12MODIF-FN                                    A7PGM20 
022300         END-IF                                                   A7PGM20 
022400     END-IF.                                                      A7PGM20 
022500     IF W-NIVEAU-N = W-NIVEAU-AVANT                               A7PGM20 
022600         AND W-LIE-N = W-LIE-AVANT                                A7PGM20 
022700         MOVE 'AUCUNE MODIFICATION DEMANDEE' TO W-CODE-REJET      A7PGM20 
022800         GO TO F12MODIF-FN.                                       A7PGM20 
022900     MOVE W-NIVEAU-N TO W-NIVEAU-AUTORITE.                        A7PGM20 
023000     MOVE W-LIE-N TO W-LIE OF DCLUTILISATEUR.                     A7PGM20 
023100     IF W-LIE-N = ZERO                                            A7PGM20 
023200         MOVE -1 TO W-IND-LIE                                     A7PGM20 
023300     ELSE                                                         A7PGM20 
023400         MOVE ZERO TO W-IND-LIE.                                  A7PGM20 
023500     EXEC SQL                                                     A7PGM20 
023600         UPDATE API7.UTILISATEUR                                  A7PGM20 
023700            SET NIVEAU_AUTORITE = :W-NIVEAU-AUTORITE,             A7PGM20 
023800                LIE = :W-LIE OF DCLUTILISATEUR :W-IND-LIE         A7PGM20 
023900          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                A7PGM20 
024000                OF DCLUTILISATEUR                                 A7PGM20 
024100     END-EXEC.                                                    A7PGM20 
024200     IF SQLCODE NOT = ZERO                                        A7PGM20 
024300         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM20 
024400         GO TO F12MODIF-FN.                                       A7PGM20 
024500     MOVE 'M' TO W-TYPE-MODIF.                                    A7PGM20 
024600     MOVE W-ACTIF OF DCLUTILISATEUR TO W-ACTIF-APRES.             A7PGM20 
024700     PERFORM F30JOURNAL THRU F30JOURNAL-FN.                       A7PGM20 
024800     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
024900         GO TO F12MODIF-FN.                                       A7PGM20 
025000     MOVE 'UTILISATEUR MODIFIE' TO MESS1O.                        A7PGM20 
025100 F12MODIF-FN.                                                     A7PGM20 
025200     EXIT.                                                        A7PGM20 
025300 N13DESACT.                                                       A7PGM20 
025400*         NOTE *DESACTIVATION (DEPART, MUTATION)*.                A7PGM20 
025500 F13DESACT.                                                       A7PGM20 
025600     IF W-TROUVE = 'N'                                            A7PGM20 
025700         MOVE 'UTILISATEUR INCONNU' TO W-CODE-REJET               A7PGM20 
025800         GO TO F13DESACT-FN.                                      A7PGM20 
025900     IF W-ID-UTILISATEUR OF DCLUTILISATEUR = CA-UTILISATEUR       A7PGM20 
026000         MOVE 'MODIFICATION DE SON PROPRE COMPTE INTERDITE'       A7PGM20 
026100             TO W-CODE-REJET                                      A7PGM20 
026200         GO TO F13DESACT-FN.                                      A7PGM20 
026300     IF W-ACTIF OF DCLUTILISATEUR = 'N'                           A7PGM20 
026400         MOVE 'UTILISATEUR DEJA DESACTIVE' TO W-CODE-REJET        A7PGM20 
026500         GO TO F13DESACT-FN.                                      A7PGM20 
026600     EXEC SQL                                                     A7PGM20 
026700         UPDATE API7.UTILISATEUR                                  A7PGM20 
026800            SET ACTIF = 'N'                                       A7PGM20 
026900          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                A7PGM20 
027000                OF DCLUTILISATEUR                                 A7PGM20 
027100     END-EXEC.                                                    A7PGM20 
027200     IF SQLCODE NOT = ZERO                                        A7PGM20 
027300         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM20 
027400         GO TO F13DESACT-FN.                                      A7PGM20 
027500     MOVE 'X' TO W-TYPE-MODIF.                                    A7PGM20 
027600     MOVE W-NIVEAU-AUTORITE TO W-NIVEAU-AVANT.                    A7PGM20 
027700     MOVE W-LIE OF DCLUTILISATEUR TO W-LIE-AVANT.                 A7PGM20 
027800     MOVE W-ACTIF OF DCLUTILISATEUR TO W-ACTIF-AVANT.             A7PGM20 
027900     MOVE 'N' TO W-ACTIF-APRES.                                   A7PGM20 
028000     PERFORM F30JOURNAL THRU F30JOURNAL-FN.                       A7PGM20 
028100     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
028200         GO TO F13DESACT-FN.                                      A7PGM20 
028300     MOVE 'UTILISATEUR DESACTIVE' TO MESS1O.                      A7PGM20 
028400 F13DESACT-FN.                                                    A7PGM20 
028500     EXIT.                                                        A7PGM20 
028600 N14REACT.                                                        A7PGM20 
028700*         NOTE *REACTIVATION D'UN UTILISATEUR   *.                A7PGM20 
028800 F14REACT.                                                        A7PGM20 
028900     IF W-TROUVE = 'N'                                            A7PGM20 
029000         MOVE 'UTILISATEUR INCONNU' TO W-CODE-REJET               A7PGM20 
029100         GO TO F14REACT-FN.                                       A7PGM20 
029200     IF W-ACTIF OF DCLUTILISATEUR NOT = 'N'                       A7PGM20 
029300         MOVE 'UTILISATEUR DEJA ACTIF' TO W-CODE-REJET            A7PGM20 
029400         GO TO F14REACT-FN.                                       A7PGM20 
029500     EXEC SQL                                                     A7PGM20 
029600         UPDATE API7.UTILISATEUR                                  A7PGM20 
029700            SET ACTIF = 'O',                                      A7PGM20 
029800                BLOQUE = 'N',                                     A7PGM20 
029900                NB_ECHECS = 0,                                    A7PGM20 
030000                DATE_CHGT_MDP = NULL                              A7PGM20 
030100          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                A7PGM20 
030200                OF DCLUTILISATEUR                                 A7PGM20 
030300     END-EXEC.                                                    A7PGM20 
030400     IF SQLCODE NOT = ZERO                                        A7PGM20 
030500         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM20 
030600         GO TO F14REACT-FN.                                       A7PGM20 
030700     MOVE 'R' TO W-TYPE-MODIF.                                    A7PGM20 
030800     MOVE W-NIVEAU-AUTORITE TO W-NIVEAU-AVANT.                    A7PGM20 
030900     MOVE W-LIE OF DCLUTILISATEUR TO W-LIE-AVANT.                 A7PGM20 
031000     MOVE W-ACTIF OF DCLUTILISATEUR TO W-ACTIF-AVANT.             A7PGM20 
031100     MOVE 'O' TO W-ACTIF-APRES.                                   A7PGM20 
031200     PERFORM F30JOURNAL THRU F30JOURNAL-FN.                       A7PGM20 
031300     IF W-CODE-REJET NOT = SPACES                                 A7PGM20 
031400         GO TO F14REACT-FN.                                       A7PGM20 
031500     MOVE 'UTILISATEUR REACTIVE - MOT DE PASSE A CHANGER'         A7PGM20 
031600         TO MESS1O.                                               A7PGM20 
031700 F14REACT-FN.                                                     A7PGM20 
031800     EXIT.                                                        A7PGM20 
031900 N15AFFICHE.                                                      A7PGM20 
032000*         NOTE *AFFICHAGE DE L'UTILISATEUR      *.                A7PGM20 
032100 F15AFFICHE.                                                      A7PGM20 
032200     MOVE W-NIVEAU-AUTORITE TO W-NIVEAU-N.                        A7PGM20 
032300     MOVE W-NIVEAU-X TO NIVEAUO.                                  A7PGM20 
032400     IF W-LIE OF DCLUTILISATEUR = ZERO                            A7PGM20 
032500         MOVE SPACES TO LIEO LIBDEPO                              A7PGM20 
032600     ELSE                                                         A7PGM20 
032700         MOVE W-LIE OF DCLUTILISATEUR TO W-LIE-N                  A7PGM20 
032800         MOVE W-LIE-X TO LIEO                                     A7PGM20 
032900         PERFORM F17LIBDEP THRU F17LIBDEP-FN                      A7PGM20 
033000     END-IF.                                                      A7PGM20 
033100     IF W-ACTIF OF DCLUTILISATEUR = 'N'                           A7PGM20 
033200         MOVE 'DESACTIVE' TO ETATO                                A7PGM20 
033300     ELSE                                                         A7PGM20 
033400         MOVE 'ACTIF' TO ETATO.                                   A7PGM20 
033500     MOVE W-BLOQUE TO BLOQO.                                      A7PGM20 
033600     MOVE SPACES TO DERNSIGO.                                     A7PGM20 
033700     EXEC SQL                                                     A7PGM20 
033800         SELECT MAX(DATE_EVENEMENT)                               A7PGM20 
033900           INTO :W-DERN-SIGNON :W-IND-DERN                        A7PGM20 
034000           FROM API7.JOURNAL_SIGNON                               A7PGM20 
034100          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                A7PGM20 
034200                OF DCLUTILISATEUR                                 A7PGM20 
034300            AND EVENEMENT = 'SIGNON'                              A7PGM20 
034400     END-EXEC.                                                    A7PGM20 
034500     IF SQLCODE NOT = ZERO                                        A7PGM20 
034600         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM20 
034700         GO TO F15AFFICHE-FN.                                     A7PGM20 
034800     IF W-IND-DERN < ZERO                                         A7PGM20 
034900         MOVE 'JAMAIS' TO DERNSIGO                                A7PGM20 
035000         GO TO F15AFFICHE-FN.                                     A7PGM20 
035100     MOVE W-DERN-SIGNON TO W-DATE-ISO.                            A7PGM20 
035200     MOVE W-ISO-JJ TO WF-JJ.                                      A7PGM20 
035300     MOVE W-ISO-MM TO WF-MM.                                      A7PGM20 
035400     MOVE W-ISO-AAAA TO WF-AAAA.                                  A7PGM20 
035500     MOVE W-DATE-AFF TO DERNSIGO.                                 A7PGM20 
035600 F15AFFICHE-FN.                                                   A7PGM20 
035700     EXIT.                                                        A7PGM20 
035800 N16DEPART.                                                       A7PGM20 
035900*         NOTE *CONTROLE DU DEPARTEMENT SAISI   *.                A7PGM20 
036000 F16DEPART.                                                       A7PGM20 
036100     MOVE ZERO TO W-LIE-N.                                        A7PGM20 
036200     IF LIEI = SPACES OR LIEI = LOW-VALUES                        A7PGM20 
036300         GO TO F16DEPART-FN.                                      A7PGM20 
036400     MOVE LIEI TO W-LIE-X.                                        A7PGM20 
036500     IF W-LIE-X NOT NUMERIC                                       A7PGM20 
036600         MOVE 'NUMERO DE DEPARTEMENT INVALIDE' TO W-CODE-REJET    A7PGM20 
036700         GO TO F16DEPART-FN.                                      A7PGM20 
036800     IF W-LIE-N = ZERO                                            A7PGM20 
036900         GO TO F16DEPART-FN.                                      A7PGM20 
037000     PERFORM F17LIBDEP THRU F17LIBDEP-FN.                         A7PGM20 
037100 F16DEPART-FN.                                                    A7PGM20 
037200     EXIT.                                                        A7PGM20 
037300 N17LIBDEP.                                                       A7PGM20 
037400*         NOTE *LIBELLE DU DEPARTEMENT          *.                A7PGM20 
037500 F17LIBDEP.                                                       A7PGM20 
037600     MOVE W-LIE-N TO W-LIE OF DCLDEPARTEMENTS.                    A7PGM20 
037700     EXEC SQL                                                     A7PGM20 
037800         SELECT LIB                                               A7PGM20 
037900           INTO :W-LIB                                            A7PGM20 
038000           FROM API7.DEPARTEMENTS                                 A7PGM20 
038100          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   A7PGM20 
038200     END-EXEC.                                                    A7PGM20 
038300     EVALUATE SQLCODE                                             A7PGM20 
038400         WHEN ZERO                                                A7PGM20 
038500             MOVE W-LIB TO LIBDEPO                                A7PGM20 
038600         WHEN 100                                                 A7PGM20 
038700             MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET           A7PGM20 
038800         WHEN OTHER                                               A7PGM20 
038900             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM20 
039000     END-EVALUATE.                                                A7PGM20 
039100 F17LIBDEP-FN.                                                    A7PGM20 
039200     EXIT.                                                        A7PGM20 
039300 N30JOURNAL.                                                      A7PGM20 
039400*         NOTE *TRACE DE LA MODIFICATION        *.                A7PGM20 
039500 F30JOURNAL.                                                      A7PGM20 
039600     MOVE W-ID-UTILISATEUR OF DCLUTILISATEUR                      A7PGM20 
039700         TO W-ID-UTILISATEUR OF DCLJOURNALUTILISATEUR.            A7PGM20 
039800     MOVE W-NIVEAU-AUTORITE TO W-NIVEAU-APRES.                    A7PGM20 
039900     MOVE W-LIE OF DCLUTILISATEUR TO W-LIE-APRES.                 A7PGM20 
040000     MOVE CA-UTILISATEUR TO W-ID-AUTEUR.                          A7PGM20 
040100     EXEC SQL                                                     A7PGM20 
040200         INSERT INTO API7.JOURNAL_UTILISATEUR                     A7PGM20 
040300                (ID_UTILISATEUR, DATE_MODIF, HEURE_MODIF,         A7PGM20 
040400                 TYPE_MODIF, NIVEAU_AVANT, NIVEAU_APRES,          A7PGM20 
040500                 ACTIF_AVANT, ACTIF_APRES, LIE_AVANT,             A7PGM20 
040600                 LIE_APRES, ID_AUTEUR)                            A7PGM20 
040700         VALUES (:W-ID-UTILISATEUR OF DCLJOURNALUTILISATEUR,      A7PGM20 
040800                 CURRENT DATE, CURRENT TIME,                      A7PGM20 
040900                 :W-TYPE-MODIF, :W-NIVEAU-AVANT,                  A7PGM20 
041000                 :W-NIVEAU-APRES, :W-ACTIF-AVANT,                 A7PGM20 
041100                 :W-ACTIF-APRES, :W-LIE-AVANT,                    A7PGM20 
041200                 :W-LIE-APRES, :W-ID-AUTEUR)                      A7PGM20 
041300     END-EXEC.                                                    A7PGM20 
041400     IF SQLCODE NOT = ZERO                                        A7PGM20 
041500         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM20 
041600         EXEC CICS                                                A7PGM20 
041700             SYNCPOINT ROLLBACK                                   A7PGM20 
041800         END-EXEC.                                                A7PGM20 
041900 F30JOURNAL-FN.                                                   A7PGM20 
042000     EXIT.                                                        A7PGM20 
042100 N90ERRSQL.                                                       A7PGM20 
042200*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM20 
042300 F90ERRSQL.                                                       A7PGM20 
042400     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM20 
042500     MOVE SPACES TO W-CODE-REJET.                                 A7PGM20 
042600     STRING 'ERREUR SQL SQLCODE = ' W-SQLCODE                     A7PGM20 
042700         DELIMITED BY SIZE INTO W-CODE-REJET.                     A7PGM20 
042800 F90ERRSQL-FN.                                                    A7PGM20 
042900     EXIT.                                                        A7PGM20 
