003100      EXEC SQL                                                    A7PGM14 
003200         DECLARE C-DISPO CURSOR FOR                               A7PGM14 
003300         SELECT S.ID_ENTREPOT,                                    A7PGM14 
003320                S.QUANTITE - S.QTE_RESERVEE                       A7PGM14 
003340                + (SELECT COALESCE(SUM(C.QUANTITE                 A7PGM14 
003360                                       - C.QTE_RESERVEE), 0)      A7PGM14 
003380                     FROM API7.STOCK_CONSIGNATION C               A7PGM14 
003400                    WHERE C.ID_ARTICLE = S.ID_ARTICLE             A7PGM14 
003420                      AND C.ID_ENTREPOT = S.ID_ENTREPOT)          A7PGM14 
003500           FROM API7.STOCK S, API7.DEPT_ENTREPOT D                A7PGM14 
003600          WHERE S.ID_ARTICLE =                                    A7PGM14 
003700                :W-ID-ARTICLE OF DCLCMDSAISIE                     A7PGM14 
003900            AND S.ID_ENTREPOT = D.ID_ENTREPOT                     A7PGM14 
004000          ORDER BY S.ID_ENTREPOT                                  A7PGM14 
004100      END-EXEC.                                                   A7PGM14 
004105******                                                            A7PGM14 
004110      EXEC SQL                                                    A7PGM14 
004115         DECLARE C-DECIS CURSOR FOR                               A7PGM14 
004120         SELECT QUANTITE, QTE_DEMANDEE, ETAT, MOTIF_ATTENTE,      A7PGM14 
004125                DECISION, MOTIF_DECISION                          A7PGM14 
004130           FROM API7.COMMANDE_SAISIE                              A7PGM14 
004135          WHERE LIE = :W-LIE OF DCLCMDSAISIE                      A7PGM14 
004140            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCMDSAISIE        A7PGM14 
004145            AND (ETAT = 'A' OR DECISION <> ' ')                   A7PGM14 
004150          ORDER BY DATE_SAISIE DESC, NO_SAISIE DESC               A7PGM14 
004155      END-EXEC.                                                   A7PGM14 
004200******                                                            A7PGM14 
004300 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM14'.     A7PGM14 
004400 01               W-SQLCODE     PIC +++9.                         A7PGM14 
004700 01               W-CNT-ART     PIC S9(9) USAGE COMP.             A7PGM14 
004800 01               W-CNT-ENT     PIC S9(9) USAGE COMP.             A7PGM14 
004900 01               W-EOF-DIS     PICTURE X VALUE '0'.              A7PGM14 
004950 01               W-EOF-DEC     PICTURE X VALUE '0'.              A7PGM14 
005000 01               W-NB-LIGNES   PICTURE 9(2) VALUE ZERO.          A7PGM14 
005100 01               W-QTE-DISPO   PIC S9(9) USAGE COMP VALUE        A7PGM14 
005200                                ZERO.                             A7PGM14 
005700     05           FILLER        PICTURE X(2) VALUE ': '.          A7PGM14 
005800     05           WL-QUANTITE   PICTURE ZZZZZZZZ9.                A7PGM14 
005900     05           FILLER        PICTURE X(16) VALUE SPACES.       A7PGM14 
005910 01               W-LIGNE-DECIS.                                  A7PGM14 
005920     05           WD-QTE        PICTURE ZZZZZZ9.                  A7PGM14 
005930     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM14 
005940     05           WD-DECISION   PICTURE X(9).                     A7PGM14 
005950     05           FILLER        PICTURE X(1) VALUE SPACE.         A7PGM14 
005960     05           WD-MOTIF      PICTURE X(22).                    A7PGM14 
006000 01               W-TAB-LIGNES.                                   A7PGM14 
006100     05           W-LIG         PICTURE X(40) OCCURS 4 TIMES.     A7PGM14 
006200******                                                            A7PGM14 
009200                 PERFORM F10DISPO THRU F10DISPO-FN                A7PGM14 
009300                 PERFORM F11COMMANDE THRU F11COMMANDE-FN          A7PGM14 
009400             END-IF                                               A7PGM14 
009410         WHEN 'D'                                                 A7PGM14 
009420             PERFORM F30VALID THRU F30VALID-FN                    A7PGM14 
009430             IF W-CODE-REJET = SPACES                             A7PGM14 
009440                 PERFORM F12DECISION THRU F12DECISION-FN          A7PGM14 
009450             END-IF                                               A7PGM14 
009500         WHEN OTHER                                               A7PGM14 
009600             MOVE 'ACTION INVALIDE - V, C OU D' TO MESS1O         A7PGM14 
009700     END-EVALUATE.                                                A7PGM14 
009800     IF W-CODE-REJET NOT = SPACES                                 A7PGM14 
009900         MOVE W-CODE-REJET TO MESS1O.                             A7PGM14 
015300     MOVE W-LIG (4) TO LIG4O.                                     A7PGM14 
015400 F10DISPO-FN.                                                     A7PGM14 
015500     EXIT.                                                        A7PGM14 
015501 N12DECISION.                                                     A7PGM14 
015502*         NOTE *DECISIONS D'APPROBATION DE L'ARTICLE*.            A7PGM14 
015503 F12DECISION.                                                     A7PGM14 
015504     MOVE SPACES TO W-TAB-LIGNES.                                 A7PGM14 
015505     MOVE ZERO TO W-NB-LIGNES.                                    A7PGM14 
015506     MOVE '0' TO W-EOF-DEC.                                       A7PGM14 
015507     EXEC SQL                                                     A7PGM14 
015508         OPEN C-DECIS                                             A7PGM14 
015509     END-EXEC.                                                    A7PGM14 
015510     IF SQLCODE NOT = ZERO                                        A7PGM14 
015511         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM14 
015512         GO TO F12DECISION-FN.                                    A7PGM14 
015513 F12DECISION-10.                                                  A7PGM14 
015514     IF W-EOF-DEC = '1'                                           A7PGM14 
015515         GO TO F12DECISION-20.                                    A7PGM14 
015516     EXEC SQL                                                     A7PGM14 
015517         FETCH C-DECIS                                            A7PGM14 
015518           INTO :W-QUANTITE OF DCLCMDSAISIE, :W-QTE-DEMANDEE,     A7PGM14 
015519                :W-ETAT OF DCLCMDSAISIE, :W-MOTIF-ATTENTE,        A7PGM14 
015520                :W-DECISION, :W-MOTIF-DECISION                    A7PGM14 
015521     END-EXEC.                                                    A7PGM14 
015522     EVALUATE SQLCODE                                             A7PGM14 
015523         WHEN ZERO                                                A7PGM14 
015524             IF W-NB-LIGNES < 4                                   A7PGM14 
015525                 ADD 1 TO W-NB-LIGNES                             A7PGM14 
015526                 PERFORM F13LIGDEC THRU F13LIGDEC-FN              A7PGM14 
015527                 MOVE W-LIGNE-DECIS TO W-LIG (W-NB-LIGNES)        A7PGM14 
015528             ELSE                                                 A7PGM14 
015529                 MOVE '1' TO W-EOF-DEC                            A7PGM14 
015530             END-IF                                               A7PGM14 
015531         WHEN 100                                                 A7PGM14 
015532             MOVE '1' TO W-EOF-DEC                                A7PGM14 
015533         WHEN OTHER                                               A7PGM14 
015534             MOVE '1' TO W-EOF-DEC                                A7PGM14 
015535             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM14 
015536     END-EVALUATE.                                                A7PGM14 
015537     GO TO F12DECISION-10.                                        A7PGM14 
015538 F12DECISION-20.                                                  A7PGM14 
015539     EXEC SQL                                                     A7PGM14 
015540         CLOSE C-DECIS                                            A7PGM14 
015541     END-EXEC.                                                    A7PGM14 
015542     MOVE W-LIG (1) TO LIG1O.                                     A7PGM14 
015543     MOVE W-LIG (2) TO LIG2O.                                     A7PGM14 
015544     MOVE W-LIG (3) TO LIG3O.                                     A7PGM14 
015545     MOVE W-LIG (4) TO LIG4O.                                     A7PGM14 
015546     IF W-NB-LIGNES = ZERO                                        A7PGM14 
015547         AND W-CODE-REJET = SPACES                                A7PGM14 
015548         MOVE 'AUCUNE COMMANDE SOUMISE A APPROBATION' TO MESS1O.  A7PGM14 
015549 F12DECISION-FN.                                                  A7PGM14 
015550     EXIT.                                                        A7PGM14 
015551 N13LIGDEC.                                                       A7PGM14 
015552*         NOTE *LIBELLE DE LA DECISION           *.               A7PGM14 
015553 F13LIGDEC.                                                       A7PGM14 
015554     MOVE W-QUANTITE OF DCLCMDSAISIE TO WD-QTE.                   A7PGM14 
015555     MOVE W-MOTIF-DECISION TO WD-MOTIF.                           A7PGM14 
015556     IF W-ETAT OF DCLCMDSAISIE = 'A'                              A7PGM14 
015557         MOVE 'ATTENTE' TO WD-DECISION                            A7PGM14 
015558         IF W-MOTIF-ATTENTE = 'S'                                 A7PGM14 
015559             MOVE 'SEUIL DEPASSE' TO WD-MOTIF                     A7PGM14 
015560         ELSE                                                     A7PGM14 
015561             MOVE 'BUDGET DEPASSE' TO WD-MOTIF                    A7PGM14 
015562         END-IF                                                   A7PGM14 
015563         GO TO F13LIGDEC-FN.                                      A7PGM14 
015564     EVALUATE W-DECISION                                          A7PGM14 
015565         WHEN 'A'                                                 A7PGM14 
015566             MOVE 'APPROUVEE' TO WD-DECISION                      A7PGM14 
015567         WHEN 'R'                                                 A7PGM14 
015568             MOVE 'REDUITE' TO WD-DECISION                        A7PGM14 
015569         WHEN 'F'                                                 A7PGM14 
015570             MOVE 'REFUSEE' TO WD-DECISION                        A7PGM14 
015571             MOVE W-QTE-DEMANDEE TO WD-QTE                        A7PGM14 
015572         WHEN OTHER                                               A7PGM14 
015573             MOVE W-DECISION TO WD-DECISION                       A7PGM14 
015574     END-EVALUATE.                                                A7PGM14 
015575 F13LIGDEC-FN.                                                    A7PGM14 
015576     EXIT.                                                        A7PGM14 
015600 N11COMMANDE.                                                     A7PGM14 
015700*         NOTE *ENREGISTREMENT DE LA COMMANDE    *.               A7PGM14 
015800 F11COMMANDE.                                                     A7PGM14 
018900     IF W-CNT-DEP = ZERO                                          A7PGM14 
019000         MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET               A7PGM14 
019100         GO TO F30VALID-FN.                                       A7PGM14 
019105     EXEC SQL                                                     A7PGM14 
019110         SELECT COUNT(*)                                          A7PGM14 
019115           INTO :W-CNT-DEP                                        A7PGM14 
019120           FROM API7.DEPARTEMENTS                                 A7PGM14 
019125          WHERE LIE = :W-LIE OF DCLCMDSAISIE                      A7PGM14 
019130            AND ACTIF = 'O'                                       A7PGM14 
019135     END-EXEC.                                                    A7PGM14 
019140     IF W-CNT-DEP = ZERO                                          A7PGM14 
019145         MOVE 'DEPARTEMENT FERME' TO W-CODE-REJET                 A7PGM14 
019150         GO TO F30VALID-FN.                                       A7PGM14 
019200     EXEC SQL                                                     A7PGM14 
019300         SELECT COUNT(*)                                          A7PGM14 
019400           INTO :W-CNT-ART                                        A7PGM14 
