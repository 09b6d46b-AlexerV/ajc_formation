000240         INCLUDE PRIXHIST                                         A7PGM8
000250      END-EXEC.                                                   A7PGM8
000260*****                                                             A7PGM8
000262      EXEC SQL                                                    A7PGM8
000264         INCLUDE DEMVAL                                           A7PGM8
000266      END-EXEC.                                                   A7PGM8
000268*****                                                             A7PGM8
000270      EXEC SQL                                                    A7PGM8
000280         INCLUDE STOCK                                            A7PGM8
000290      END-EXEC.                                                   A7PGM8
000370 01               W-PRIX-AVANT  PIC S9(5)V9(2) USAGE COMP-3.      A7PGM8
000380 01               W-PRIX-SAISI  PIC S9(5)V9(2) USAGE COMP-3.      A7PGM8
000390 01               W-PRIX-EDIT   PICTURE ZZZZ9.99.                 A7PGM8
000391 01               W-CNT-DEM     PIC S9(9) USAGE COMP.             A7PGM8
000392 01               W-DEM-EDIT    PICTURE ZZZZZZZZ9.                A7PGM8
000393 01               W-CLE.                                          A7PGM8
000394     05           WK-ARTICLE    PICTURE 9(9).                     A7PGM8
000395     05           FILLER        PICTURE X(11) VALUE SPACES.       A7PGM8
000400******                                                            A7PGM8
000410 01               W-IMAGE-AVANT.                                  A7PGM8
000412     05           CA8-UTILISATEUR PICTURE X(8) VALUE SPACES.      A7PGM8
000414     05           CA8-NIVEAU    PICTURE X(1) VALUE SPACES.        A7PGM8
000420     05           CA8-NOART     PICTURE 9(9) VALUE ZERO.          A7PGM8
000430     05           CA8-DESIG     PICTURE X(20).                    A7PGM8
000440     05           CA8-PRIX      PIC S9(5)V9(2) USAGE              A7PGM8
000480     05           CA8-STATUT    PICTURE X(1).                     A7PGM8
000490      COPY A7MS8.                                                 A7PGM8
000500 LINKAGE SECTION.                                                 A7PGM8
000502 01               DFHCOMMAREA.                                    A7PGM8
000504     05           CA-UTILISATEUR PICTURE X(8).                    A7PGM8
000506     05           CA-NIVEAU     PICTURE X(1).                     A7PGM8
000508     05           CA-IMAGE      PICTURE X(38).                    A7PGM8
000520 PROCEDURE DIVISION.                                              A7PGM8
000530 N01.                                                             A7PGM8
000540*         NOTE *RECEPTION DE L'ECRAN A7MS8       *.               A7PGM8
000570         RECEIVE MAP('A7MS8') MAPSET('A7MS8')                     A7PGM8
000580                 INTO(A7MAP8I)                                    A7PGM8
000590     END-EXEC.                                                    A7PGM8
000595     IF EIBCALEN NOT < 47                                         A7PGM8
000600         MOVE DFHCOMMAREA TO W-IMAGE-AVANT                        A7PGM8
000605     ELSE                                                         A7PGM8
000610         MOVE ZERO TO CA8-NOART                                   A7PGM8
000615         IF EIBCALEN NOT < 9                                      A7PGM8
000620             MOVE CA-UTILISATEUR TO CA8-UTILISATEUR               A7PGM8
000625             MOVE CA-NIVEAU TO CA8-NIVEAU.                        A7PGM8
000640 F01-FN.                                                          A7PGM8
000650     EXIT.                                                        A7PGM8
000660 N05.                                                             A7PGM8
000940     END-EXEC.                                                    A7PGM8
000950     EXEC CICS                                                    A7PGM8
000960         RETURN TRANSID('A7T8')                                   A7PGM8
000970              COMMAREA(W-IMAGE-AVANT) LENGTH(47)                  A7PGM8
000980     END-EXEC.                                                    A7PGM8
000990 F20-FN.                                                          A7PGM8
001000     EXIT.                                                        A7PGM8
002140     PERFORM F30VALID THRU F30VALID-FN.                           A7PGM8
002150     IF W-CODE-REJET NOT = SPACES                                 A7PGM8
002160         GO TO F12MODIF-FN.                                       A7PGM8
002162     IF W-PRIX-SAISI NOT = W-PRIX-AVANT                           A7PGM8
002164         PERFORM F45DEMANDE THRU F45DEMANDE-FN                    A7PGM8
002166         IF W-CODE-REJET NOT = SPACES                             A7PGM8
002168             GO TO F12MODIF-FN.                                   A7PGM8
002170     MOVE DESIGI TO W-DESIGNATION OF DCLARTICLE.                  A7PGM8
002180     MOVE W-PRIX-AVANT TO W-PRIX OF DCLARTICLE.                   A7PGM8
002190     MOVE MARQI TO W-ID-MARQUE OF DCLARTICLE.                     A7PGM8
002200     MOVE FAMII TO W-ID-FAMILLE OF DCLARTICLE.                    A7PGM8
002210     IF MARQI = SPACES                                            A7PGM8
002360                STATUT      = :W-STATUT                           A7PGM8
002370          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          A7PGM8
002380     END-EXEC.                                                    A7PGM8
002385     IF SQLCODE NOT = ZERO                                        A7PGM8
002390         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM8
002395         EXEC CICS                                                A7PGM8
002400             SYNCPOINT ROLLBACK                                   A7PGM8
002405         END-EXEC                                                 A7PGM8
002410         GO TO F12MODIF-FN.                                       A7PGM8
002415     IF W-PRIX-SAISI NOT = W-PRIX-AVANT                           A7PGM8
002420         STRING 'ARTICLE MODIFIE - PRIX EN VALIDATION NO '        A7PGM8
002425                W-DEM-EDIT                                        A7PGM8
002430             DELIMITED BY SIZE INTO MESS1O                        A7PGM8
002435     ELSE                                                         A7PGM8
002440         MOVE 'ARTICLE MODIFIE' TO MESS1O.                        A7PGM8
002470 F12MODIF-FN.                                                     A7PGM8
002480     EXIT.                                                        A7PGM8
002490 N13SUPPR.                                                        A7PGM8
003440         MOVE 'FAMILLE INCONNUE' TO W-CODE-REJET.                 A7PGM8
003450 F30VALID-FN.                                                     A7PGM8
003460     EXIT.                                                        A7PGM8
003462 N45DEMANDE.                                                      A7PGM8
003464*         NOTE *CHANGEMENT PRIX SOUMIS A VALIDATION*.             A7PGM8
003466 F45DEMANDE.                                                      A7PGM8
003468     IF CA8-UTILISATEUR = SPACES                                  A7PGM8
003470         MOVE 'CHANGEMENT DE PRIX - PASSER PAR LE MENU'           A7PGM8
003472             TO W-CODE-REJET                                      A7PGM8
003474         GO TO F45DEMANDE-FN.                                     A7PGM8
003476     MOVE 'PX' TO W-TYPE-DEMANDE.                                 A7PGM8
003478     MOVE W-ID-ARTICLE OF DCLARTICLE TO WK-ARTICLE.               A7PGM8
003480     MOVE W-CLE TO W-CLE-OBJET.                                   A7PGM8
003482     MOVE W-PRIX-AVANT TO W-PRIX-EDIT.                            A7PGM8
003484     MOVE W-PRIX-EDIT TO W-VALEUR-AVANT.                          A7PGM8
003486     MOVE W-PRIX-SAISI TO W-PRIX-EDIT.                            A7PGM8
003488     MOVE W-PRIX-EDIT TO W-VALEUR-APRES.                          A7PGM8
003490     MOVE CA8-UTILISATEUR TO W-ID-DEMANDEUR.                      A7PGM8
003492     PERFORM F46DEMANDE THRU F46DEMANDE-FN.                       A7PGM8
003494 F45DEMANDE-FN.                                                   A7PGM8
003496     EXIT.                                                        A7PGM8
003498 N46DEMANDE.                                                      A7PGM8
003500*         NOTE *ENREGISTREMENT DE LA DEMANDE     *.               A7PGM8
003502 F46DEMANDE.                                                      A7PGM8
003504     EXEC SQL                                                     A7PGM8
003506         SELECT COUNT(*)                                          A7PGM8
003508           INTO :W-CNT-DEM                                        A7PGM8
003510           FROM API7.DEMANDE_VALIDATION                           A7PGM8
003512          WHERE TYPE_DEMANDE = :W-TYPE-DEMANDE                    A7PGM8
003514            AND CLE_OBJET = :W-CLE-OBJET                          A7PGM8
003516            AND ETAT = 'A'                                        A7PGM8
003518     END-EXEC.                                                    A7PGM8
003520     IF SQLCODE NOT = ZERO                                        A7PGM8
003522         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM8
003524         GO TO F46DEMANDE-FN.                                     A7PGM8
003526     IF W-CNT-DEM NOT = ZERO                                      A7PGM8
003528         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE DE VALIDATION'     A7PGM8
003530             TO W-CODE-REJET                                      A7PGM8
003532         GO TO F46DEMANDE-FN.                                     A7PGM8
003534     EXEC SQL                                                     A7PGM8
003536         SELECT COALESCE(MAX(ID_DEMANDE), 0) + 1                  A7PGM8
003538           INTO :W-ID-DEMANDE                                     A7PGM8
003540           FROM API7.DEMANDE_VALIDATION                           A7PGM8
003542     END-EXEC.                                                    A7PGM8
003544     IF SQLCODE NOT = ZERO                                        A7PGM8
003546         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM8
003548         GO TO F46DEMANDE-FN.                                     A7PGM8
003550     EXEC SQL                                                     A7PGM8
003552         INSERT INTO API7.DEMANDE_VALIDATION                      A7PGM8
003554                (ID_DEMANDE, TYPE_DEMANDE, CLE_OBJET,             A7PGM8
003556                 VALEUR_AVANT, VALEUR_APRES, ID_DEMANDEUR,        A7PGM8
003558                 DATE_DEMANDE, HEURE_DEMANDE, ETAT,               A7PGM8
003560                 ID_VALIDEUR, DATE_DECISION, HEURE_DECISION)      A7PGM8
003562         VALUES (:W-ID-DEMANDE, :W-TYPE-DEMANDE,                  A7PGM8
003564                 :W-CLE-OBJET, :W-VALEUR-AVANT,                   A7PGM8
003566                 :W-VALEUR-APRES, :W-ID-DEMANDEUR,                A7PGM8
003568                 CURRENT DATE, CURRENT TIME, 'A',                 A7PGM8
003570                 NULL, NULL, NULL)                                A7PGM8
003572     END-EXEC.                                                    A7PGM8
003574     IF SQLCODE NOT = ZERO                                        A7PGM8
003576         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM8
003578         GO TO F46DEMANDE-FN.                                     A7PGM8
003580     MOVE W-ID-DEMANDE TO W-DEM-EDIT.                             A7PGM8
003582 F46DEMANDE-FN.                                                   A7PGM8
003584     EXIT.                                                        A7PGM8
003650 N50IMAGE.                                                        A7PGM8
003660*         NOTE *CONTROLE DE L'IMAGE AVANT MAJ    *.               A7PGM8
003670 F50IMAGE.                                                        A7PGM8
