000150      EXEC SQL                                                    A7PGM9
000160         INCLUDE FAMILLE                                          A7PGM9
000170      END-EXEC.                                                   A7PGM9
000172*****                                                             A7PGM9
000174      EXEC SQL                                                    A7PGM9
000176         INCLUDE DEMVAL                                           A7PGM9
000178      END-EXEC.                                                   A7PGM9
000180******                                                            A7PGM9
000190      EXEC SQL                                                    A7PGM9
000200         DECLARE C-MARQUE CURSOR FOR                              A7PGM9
000360 01               W-EOF-CUR     PICTURE X VALUE '0'.              A7PGM9
000370 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM9
000380 01               W-CNT-ARTICLE PIC S9(9) USAGE COMP.             A7PGM9
000381 01               W-CNT-DEM     PIC S9(9) USAGE COMP.             A7PGM9
000382 01               W-DEM-EDIT    PICTURE ZZZZZZZZ9.                A7PGM9
000383 01               W-CLE.                                          A7PGM9
000384     05           WK-TYPREF     PICTURE X(1).                     A7PGM9
000385     05           WK-CODE       PICTURE X(2).                     A7PGM9
000386     05           FILLER        PICTURE X(17) VALUE SPACES.       A7PGM9
000390 01               W-LIGNE-REF.                                    A7PGM9
000400     05           WL-CODE       PICTURE X(2).                     A7PGM9
000410     05           FILLER        PICTURE X(3) VALUE SPACES.        A7PGM9
000450     05           W-LIG         PICTURE X(30) OCCURS 8 TIMES.     A7PGM9
000460******                                                            A7PGM9
000470 01               W-IMAGE-AVANT.                                  A7PGM9
000472     05           CA9-UTILISATEUR PICTURE X(8).                   A7PGM9
000474     05           CA9-NIVEAU    PICTURE X(1).                     A7PGM9
000480     05           CA9-TYPREF    PICTURE X(1).                     A7PGM9
000490     05           CA9-CODE      PICTURE X(2).                     A7PGM9
000500     05           CA9-LIBELLE   PICTURE X(20).                    A7PGM9
000510 01               W-LIBELLE-LU  PICTURE X(20).                    A7PGM9
000520      COPY A7MS9.                                                 A7PGM9
000530 LINKAGE SECTION.                                                 A7PGM9
000532 01               DFHCOMMAREA.                                    A7PGM9
000534     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM9
000536     05           CA-NIVEAU     PICTURE X(1).                     A7PGM9
000538     05           CA-IMAGE      PICTURE X(23).                    A7PGM9
000550 PROCEDURE DIVISION.                                              A7PGM9
000560 N01.                                                             A7PGM9
000570*         NOTE *RECEPTION DE L'ECRAN A7MS9       *.               A7PGM9
000600         RECEIVE MAP('A7MS9') MAPSET('A7MS9')                     A7PGM9
000610                 INTO(A7MAP9I)                                    A7PGM9
000620     END-EXEC.                                                    A7PGM9
000625     IF EIBCALEN NOT < 32                                         A7PGM9
000630         MOVE DFHCOMMAREA TO W-IMAGE-AVANT                        A7PGM9
000635     ELSE                                                         A7PGM9
000640         MOVE SPACES TO W-IMAGE-AVANT                             A7PGM9
000645         IF EIBCALEN NOT < 9                                      A7PGM9
000650             MOVE CA-UTILISATEUR TO CA9-UTILISATEUR               A7PGM9
000655             MOVE CA-NIVEAU TO CA9-NIVEAU.                        A7PGM9
000670 F01-FN.                                                          A7PGM9
000680     EXIT.                                                        A7PGM9
000690 N05.                                                             A7PGM9
001070     END-EXEC.                                                    A7PGM9
001080     EXEC CICS                                                    A7PGM9
001090         RETURN TRANSID('A7T9')                                   A7PGM9
001100              COMMAREA(W-IMAGE-AVANT) LENGTH(32)                  A7PGM9
001110     END-EXEC.                                                    A7PGM9
001120 F20-FN.                                                          A7PGM9
001130     EXIT.                                                        A7PGM9
002870         MOVE 'SUPPRESSION REFUSEE - ARTICLES REFERENCES'         A7PGM9
002880             TO W-CODE-REJET                                      A7PGM9
002890         GO TO F13SUPPR-FN.                                       A7PGM9
002910     PERFORM F45DEMANDE THRU F45DEMANDE-FN.                       A7PGM9
002930     IF W-CODE-REJET NOT = SPACES                                 A7PGM9
002950         GO TO F13SUPPR-FN.                                       A7PGM9
002970     STRING 'SUPPRESSION EN VALIDATION - DEMANDE NO '             A7PGM9
002990            W-DEM-EDIT                                            A7PGM9
003010         DELIMITED BY SIZE INTO MESS1O.                           A7PGM9
003080 F13SUPPR-FN.                                                     A7PGM9
003090     EXIT.                                                        A7PGM9
003100 N14INTER.                                                        A7PGM9
003220     MOVE W-LIBELLE-LU TO CA9-LIBELLE.                            A7PGM9
003230 F14INTER-FN.                                                     A7PGM9
003240     EXIT.                                                        A7PGM9
003241 N45DEMANDE.                                                      A7PGM9
003242*         NOTE *SUPPRESSION SOUMISE A VALIDATION *.               A7PGM9
003243 F45DEMANDE.                                                      A7PGM9
003244     IF CA9-UTILISATEUR = SPACES                                  A7PGM9
003245         MOVE 'SUPPRESSION - PASSER PAR LE MENU' TO W-CODE-REJET  A7PGM9
003246         GO TO F45DEMANDE-FN.                                     A7PGM9
003247     MOVE 'SR' TO W-TYPE-DEMANDE.                                 A7PGM9
003248     MOVE TYPREFI TO WK-TYPREF.                                   A7PGM9
003249     MOVE CODEI TO WK-CODE.                                       A7PGM9
003250     MOVE W-CLE TO W-CLE-OBJET.                                   A7PGM9
003251     MOVE W-LIBELLE-LU TO W-VALEUR-AVANT.                         A7PGM9
003252     MOVE SPACES TO W-VALEUR-APRES.                               A7PGM9
003253     MOVE CA9-UTILISATEUR TO W-ID-DEMANDEUR.                      A7PGM9
003254     PERFORM F46DEMANDE THRU F46DEMANDE-FN.                       A7PGM9
003255 F45DEMANDE-FN.                                                   A7PGM9
003256     EXIT.                                                        A7PGM9
003257 N46DEMANDE.                                                      A7PGM9
003258*         NOTE *ENREGISTREMENT DE LA DEMANDE     *.               A7PGM9
003259 F46DEMANDE.                                                      A7PGM9
003260     EXEC SQL                                                     A7PGM9
003261         SELECT COUNT(*)                                          A7PGM9
003262           INTO :W-CNT-DEM                                        A7PGM9
003263           FROM API7.DEMANDE_VALIDATION                           A7PGM9
003264          WHERE TYPE_DEMANDE = :W-TYPE-DEMANDE                    A7PGM9
003265            AND CLE_OBJET = :W-CLE-OBJET                          A7PGM9
003266            AND ETAT = 'A'                                        A7PGM9
003267     END-EXEC.                                                    A7PGM9
003268     IF SQLCODE NOT = ZERO                                        A7PGM9
003269         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM9
003270         GO TO F46DEMANDE-FN.                                     A7PGM9
003271     IF W-CNT-DEM NOT = ZERO                                      A7PGM9
003272         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE DE VALIDATION'     A7PGM9
003273             TO W-CODE-REJET                                      A7PGM9
003274         GO TO F46DEMANDE-FN.                                     A7PGM9
003275     EXEC SQL                                                     A7PGM9
003276         SELECT COALESCE(MAX(ID_DEMANDE), 0) + 1                  A7PGM9
003277           INTO :W-ID-DEMANDE                                     A7PGM9
003278           FROM API7.DEMANDE_VALIDATION                           A7PGM9
003279     END-EXEC.                                                    A7PGM9
003280     IF SQLCODE NOT = ZERO                                        A7PGM9
003281         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM9
003282         GO TO F46DEMANDE-FN.                                     A7PGM9
003283     EXEC SQL                                                     A7PGM9
003284         INSERT INTO API7.DEMANDE_VALIDATION                      A7PGM9
003285                (ID_DEMANDE, TYPE_DEMANDE, CLE_OBJET,             A7PGM9
003286                 VALEUR_AVANT, VALEUR_APRES, ID_DEMANDEUR,        A7PGM9
003287                 DATE_DEMANDE, HEURE_DEMANDE, ETAT,               A7PGM9
003288                 ID_VALIDEUR, DATE_DECISION, HEURE_DECISION)      A7PGM9
003289         VALUES (:W-ID-DEMANDE, :W-TYPE-DEMANDE,                  A7PGM9
003290                 :W-CLE-OBJET, :W-VALEUR-AVANT,                   A7PGM9
003291                 :W-VALEUR-APRES, :W-ID-DEMANDEUR,                A7PGM9
003292                 CURRENT DATE, CURRENT TIME, 'A',                 A7PGM9
003293                 NULL, NULL, NULL)                                A7PGM9
003294     END-EXEC.                                                    A7PGM9
003295     IF SQLCODE NOT = ZERO                                        A7PGM9
003296         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM9
003297         GO TO F46DEMANDE-FN.                                     A7PGM9
003298     MOVE W-ID-DEMANDE TO W-DEM-EDIT.                             A7PGM9
003299 F46DEMANDE-FN.                                                   A7PGM9
003300     EXIT.                                                        A7PGM9
003301 N50IMAGE.                                                        A7PGM9
003302*         NOTE *CONTROLE DE L'IMAGE AVANT MAJ    *.               A7PGM9
003303 F50IMAGE.                                                        A7PGM9
003304     IF CA9-TYPREF NOT = TYPREFI                                  A7PGM9
003305         OR CA9-CODE NOT = CODEI                                  A7PGM9
003306         MOVE 'AFFICHER LE CODE (I) AVANT MAJ'                    A7PGM9
003310             TO W-CODE-REJET                                      A7PGM9
003320         GO TO F50IMAGE-FN.                                       A7PGM9
003330     PERFORM F60LECTURE THRU F60LECTURE-FN.                       A7PGM9
