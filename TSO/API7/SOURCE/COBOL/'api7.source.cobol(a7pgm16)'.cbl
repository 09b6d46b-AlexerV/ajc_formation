001500      EXEC SQL                                                    A7PGM16 
001600         INCLUDE PARMAUD                                          A7PGM16 
001700      END-EXEC.                                                   A7PGM16 
001720*****                                                             A7PGM16 
001740      EXEC SQL                                                    A7PGM16 
001760         INCLUDE DEMVAL                                           A7PGM16 
001780      END-EXEC.                                                   A7PGM16 
001800******                                                            A7PGM16 
001900 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM16'.     A7PGM16 
002000 01               W-SQLCODE     PIC +++9.                         A7PGM16 
002300 01               W-VAL-AVANT   PICTURE X(20) VALUE SPACES.       A7PGM16 
002400 01               W-AVANT-ABSENT PICTURE X(1) VALUE 'N'.          A7PGM16 
002500 01               W-BORNE-EDIT  PICTURE ZZZZZZZZ9.99.             A7PGM16 
002510 01               W-CNT-DEM     PIC S9(9) USAGE COMP.             A7PGM16 
002520 01               W-DEM-EDIT    PICTURE ZZZZZZZZ9.                A7PGM16 
002530 01               W-CLE.                                          A7PGM16 
002540     05           WK-PROGRAMME  PICTURE X(8).                     A7PGM16 
002550     05           WK-NOM        PICTURE X(10).                    A7PGM16 
002560     05           FILLER        PICTURE X(2) VALUE SPACES.        A7PGM16 
002600******                                                            A7PGM16 
002700      COPY A7MS16.                                                A7PGM16 
002800 LINKAGE SECTION.                                                 A7PGM16 
013300     EXEC SQL                                                     A7PGM16 
013400         INSERT INTO API7.PARAMETRE                               A7PGM16 
013500                (PROGRAMME, NOM_PARAMETRE, VALEUR,                A7PGM16 
013600                 TYPE_VALEUR, VAL_MIN, VAL_MAX, SENSIBLE)         A7PGM16 
013700         VALUES (:W-PROGRAMME OF DCLPARAMETRE,                    A7PGM16 
013800                 :W-NOM-PARAMETRE OF DCLPARAMETRE,                A7PGM16 
013900                 :W-VALEUR, :W-TYPE-VALEUR,                       A7PGM16 
014000                 :W-VAL-MIN :INDSTRUC OF IPARAMETRE (5),          A7PGM16 
014100                 :W-VAL-MAX :INDSTRUC OF IPARAMETRE (6), 'N')     A7PGM16 
014200     END-EXEC.                                                    A7PGM16 
014300     EVALUATE SQLCODE                                             A7PGM16 
014400         WHEN ZERO                                                A7PGM16 
015700*         NOTE *MODIFICATION D'UN PARAMETRE      *.               A7PGM16 
015800 F12MODIF.                                                        A7PGM16 
015900     EXEC SQL                                                     A7PGM16 
016000         SELECT VALEUR, TYPE_VALEUR, SENSIBLE                     A7PGM16 
016100           INTO :W-VAL-AVANT, :W-TYPE-VALEUR, :W-SENSIBLE         A7PGM16 
016200           FROM API7.PARAMETRE                                    A7PGM16 
016300          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM16 
016400            AND NOM_PARAMETRE =                                   A7PGM16 
017100         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM16 
017200         GO TO F12MODIF-FN.                                       A7PGM16 
017300     MOVE W-TYPE-VALEUR TO TYPPRMO.                               A7PGM16 
017320     IF W-SENSIBLE = 'O'                                          A7PGM16 
017340         PERFORM F38BORNLUES THRU F38BORNLUES-FN                  A7PGM16 
017360     ELSE                                                         A7PGM16 
017380         PERFORM F37BORNES THRU F37BORNES-FN.                     A7PGM16 
017500     IF W-CODE-REJET NOT = SPACES                                 A7PGM16 
017600         GO TO F12MODIF-FN.                                       A7PGM16 
017700     PERFORM F35CTLVAL THRU F35CTLVAL-FN.                         A7PGM16 
017800     IF W-CODE-REJET NOT = SPACES                                 A7PGM16 
017900         GO TO F12MODIF-FN.                                       A7PGM16 
017910     IF W-SENSIBLE = 'O'                                          A7PGM16 
017920         MOVE 'PA' TO W-TYPE-DEMANDE                              A7PGM16 
017930         MOVE VALPRMI TO W-VALEUR-APRES                           A7PGM16 
017940         PERFORM F45DEMANDE THRU F45DEMANDE-FN                    A7PGM16 
017950         GO TO F12MODIF-FN.                                       A7PGM16 
018000     MOVE VALPRMI TO W-VALEUR.                                    A7PGM16 
018100     EXEC SQL                                                     A7PGM16 
018200         UPDATE API7.PARAMETRE                                    A7PGM16 
020100*         NOTE *SUPPRESSION D'UN PARAMETRE       *.               A7PGM16 
020200 F13SUPPR.                                                        A7PGM16 
020300     EXEC SQL                                                     A7PGM16 
020400         SELECT VALEUR, SENSIBLE                                  A7PGM16 
020500           INTO :W-VAL-AVANT, :W-SENSIBLE                         A7PGM16 
020600           FROM API7.PARAMETRE                                    A7PGM16 
020700          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM16 
020800            AND NOM_PARAMETRE =                                   A7PGM16 
021100     IF SQLCODE = 100                                             A7PGM16 
021200         MOVE 'PARAMETRE INCONNU' TO W-CODE-REJET                 A7PGM16 
021300         GO TO F13SUPPR-FN.                                       A7PGM16 
021310     IF SQLCODE NOT = ZERO                                        A7PGM16 
021320         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM16 
021330         GO TO F13SUPPR-FN.                                       A7PGM16 
021340     IF W-SENSIBLE = 'O'                                          A7PGM16 
021350         MOVE 'PS' TO W-TYPE-DEMANDE                              A7PGM16 
021360         MOVE SPACES TO W-VALEUR-APRES                            A7PGM16 
021370         PERFORM F45DEMANDE THRU F45DEMANDE-FN                    A7PGM16 
021380         GO TO F13SUPPR-FN.                                       A7PGM16 
021400     EXEC SQL                                                     A7PGM16 
021500         DELETE FROM API7.PARAMETRE                               A7PGM16 
021600          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM16 
030000         MOVE 'MINIMUM SUPERIEUR AU MAXIMUM' TO W-CODE-REJET.     A7PGM16 
030100 F37BORNES-FN.                                                    A7PGM16 
030200     EXIT.                                                        A7PGM16 
030205 N38BORNLUES.                                                     A7PGM16 
030210*         NOTE *BORNES D'UN PARAMETRE SENSIBLE  *.                A7PGM16 
030215 F38BORNLUES.                                                     A7PGM16 
030220     EXEC SQL                                                     A7PGM16 
030225         SELECT VAL_MIN, VAL_MAX                                  A7PGM16 
030230           INTO :W-VAL-MIN :INDSTRUC OF IPARAMETRE (5),           A7PGM16 
030235                :W-VAL-MAX :INDSTRUC OF IPARAMETRE (6)            A7PGM16 
030240           FROM API7.PARAMETRE                                    A7PGM16 
030245          WHERE PROGRAMME = :W-PROGRAMME OF DCLPARAMETRE          A7PGM16 
030250            AND NOM_PARAMETRE =                                   A7PGM16 
030255                :W-NOM-PARAMETRE OF DCLPARAMETRE                  A7PGM16 
030260     END-EXEC.                                                    A7PGM16 
030265     IF SQLCODE NOT = ZERO                                        A7PGM16 
030270         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM16 
030275         GO TO F38BORNLUES-FN.                                    A7PGM16 
030280     PERFORM F15BORNAFF THRU F15BORNAFF-FN.                       A7PGM16 
030285 F38BORNLUES-FN.                                                  A7PGM16 
030290     EXIT.                                                        A7PGM16 
030300 N40AUDIT.                                                        A7PGM16 
030400*         NOTE *AUDIT DE LA MODIFICATION         *.               A7PGM16 
030500 F40AUDIT.                                                        A7PGM16 
032600     END-EXEC.                                                    A7PGM16 
032700 F40AUDIT-FN.                                                     A7PGM16 
032800     EXIT.                                                        A7PGM16 
032801 N45DEMANDE.                                                      A7PGM16 
032802*         NOTE *PARAMETRE SOUMIS A VALIDATION    *.               A7PGM16 
032803 F45DEMANDE.                                                      A7PGM16 
032804     IF EIBCALEN < 9                                              A7PGM16 
032805         MOVE 'PARAMETRE SENSIBLE - PASSER PAR LE MENU'           A7PGM16 
032806             TO W-CODE-REJET                                      A7PGM16 
032807         GO TO F45DEMANDE-FN.                                     A7PGM16 
032808     MOVE W-PROGRAMME OF DCLPARAMETRE TO WK-PROGRAMME.            A7PGM16 
032809     MOVE W-NOM-PARAMETRE OF DCLPARAMETRE TO WK-NOM.              A7PGM16 
032810     MOVE W-CLE TO W-CLE-OBJET.                                   A7PGM16 
032811     MOVE W-VAL-AVANT TO W-VALEUR-AVANT.                          A7PGM16 
032812     MOVE CA-UTILISATEUR TO W-ID-DEMANDEUR.                       A7PGM16 
032813     PERFORM F46DEMANDE THRU F46DEMANDE-FN.                       A7PGM16 
032814     IF W-CODE-REJET NOT = SPACES                                 A7PGM16 
032815         GO TO F45DEMANDE-FN.                                     A7PGM16 
032816     IF W-TYPE-DEMANDE = 'PA'                                     A7PGM16 
032817         STRING 'MODIFICATION EN VALIDATION - DEMANDE NO '        A7PGM16 
032818                W-DEM-EDIT                                        A7PGM16 
032819             DELIMITED BY SIZE INTO MESS1O                        A7PGM16 
032820     ELSE                                                         A7PGM16 
032821         STRING 'SUPPRESSION EN VALIDATION - DEMANDE NO '         A7PGM16 
032822                W-DEM-EDIT                                        A7PGM16 
032823             DELIMITED BY SIZE INTO MESS1O.                       A7PGM16 
032824 F45DEMANDE-FN.                                                   A7PGM16 
032825     EXIT.                                                        A7PGM16 
032826 N46DEMANDE.                                                      A7PGM16 
032827*         NOTE *ENREGISTREMENT DE LA DEMANDE     *.               A7PGM16 
032828 F46DEMANDE.                                                      A7PGM16 
032829     EXEC SQL                                                     A7PGM16 
032830         SELECT COUNT(*)                                          A7PGM16 
032831           INTO :W-CNT-DEM                                        A7PGM16 
032832           FROM API7.DEMANDE_VALIDATION                           A7PGM16 
032833          WHERE TYPE_DEMANDE = :W-TYPE-DEMANDE                    A7PGM16 
032834            AND CLE_OBJET = :W-CLE-OBJET                          A7PGM16 
032835            AND ETAT = 'A'                                        A7PGM16 
032836     END-EXEC.                                                    A7PGM16 
032837     IF SQLCODE NOT = ZERO                                        A7PGM16 
032838         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM16 
032839         GO TO F46DEMANDE-FN.                                     A7PGM16 
032840     IF W-CNT-DEM NOT = ZERO                                      A7PGM16 
032841         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE DE VALIDATION'     A7PGM16 
032842             TO W-CODE-REJET                                      A7PGM16 
032843         GO TO F46DEMANDE-FN.                                     A7PGM16 
032844     EXEC SQL                                                     A7PGM16 
032845         SELECT COALESCE(MAX(ID_DEMANDE), 0) + 1                  A7PGM16 
032846           INTO :W-ID-DEMANDE                                     A7PGM16 
032847           FROM API7.DEMANDE_VALIDATION                           A7PGM16 
032848     END-EXEC.                                                    A7PGM16 
032849     IF SQLCODE NOT = ZERO                                        A7PGM16 
032850         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM16 
032851         GO TO F46DEMANDE-FN.                                     A7PGM16 
032852     EXEC SQL                                                     A7PGM16 
032853         INSERT INTO API7.DEMANDE_VALIDATION                      A7PGM16 
032854                (ID_DEMANDE, TYPE_DEMANDE, CLE_OBJET,             A7PGM16 
032855                 VALEUR_AVANT, VALEUR_APRES, ID_DEMANDEUR,        A7PGM16 
032856                 DATE_DEMANDE, HEURE_DEMANDE, ETAT,               A7PGM16 
032857                 ID_VALIDEUR, DATE_DECISION, HEURE_DECISION)      A7PGM16 
032858         VALUES (:W-ID-DEMANDE, :W-TYPE-DEMANDE,                  A7PGM16 
032859                 :W-CLE-OBJET, :W-VALEUR-AVANT,                   A7PGM16 
032860                 :W-VALEUR-APRES, :W-ID-DEMANDEUR,                A7PGM16 
032861                 CURRENT DATE, CURRENT TIME, 'A',                 A7PGM16 
032862                 NULL, NULL, NULL)                                A7PGM16 
032863     END-EXEC.                                                    A7PGM16 
032864     IF SQLCODE NOT = ZERO                                        A7PGM16 
032865         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM16 
032866         GO TO F46DEMANDE-FN.                                     A7PGM16 
032867     MOVE W-ID-DEMANDE TO W-DEM-EDIT.                             A7PGM16 
032868 F46DEMANDE-FN.                                                   A7PGM16 
032869     EXIT.                                                        A7PGM16 
032900 N90ERRSQL.                                                       A7PGM16 
033000*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM16 
033100 F90ERRSQL.                                                       A7PGM16 
