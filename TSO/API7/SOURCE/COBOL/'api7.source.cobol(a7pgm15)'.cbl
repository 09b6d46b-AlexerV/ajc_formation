001500      EXEC SQL                                                    A7PGM15 
001600         INCLUDE BUDGDEP                                          A7PGM15 
001700      END-EXEC.                                                   A7PGM15 
001720*****                                                             A7PGM15 
001740      EXEC SQL                                                    A7PGM15 
001760         INCLUDE DEMVAL                                           A7PGM15 
001780      END-EXEC.                                                   A7PGM15 
001800******                                                            A7PGM15 
001900 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'A7PGM15'.     A7PGM15 
002000 01               W-SQLCODE     PIC +++9.                         A7PGM15 
002200 01               W-CNT-DEP     PIC S9(9) USAGE COMP.             A7PGM15 
002300 01               W-MONTANT-SAISI PIC S9(9)V9(2) USAGE COMP-3.    A7PGM15 
002400 01               W-MONTANT-EDIT PICTURE ZZZZZZZZ9.99.            A7PGM15 
002410 01               W-CNT-DEM     PIC S9(9) USAGE COMP.             A7PGM15 
002420 01               W-DEM-EDIT    PICTURE ZZZZZZZZ9.                A7PGM15 
002430 01               W-CLE.                                          A7PGM15 
002440     05           WK-LIE        PICTURE 9(9).                     A7PGM15 
002450     05           WK-ANNEE      PICTURE 9(4).                     A7PGM15 
002460     05           WK-PERIODE    PICTURE 9(2).                     A7PGM15 
002470     05           FILLER        PICTURE X(5) VALUE SPACES.        A7PGM15 
002472 01               W-CLE-DIV REDEFINES W-CLE.                      A7PGM15 
002474     05           WD-DIV        PICTURE X(3).                     A7PGM15 
002476     05           WD-ANNEE      PICTURE 9(4).                     A7PGM15 
002478     05           WD-PERIODE    PICTURE 9(2).                     A7PGM15 
002480     05           FILLER        PICTURE X(11).                    A7PGM15 
002482 01               W-DIV-SAISIE  PICTURE X(3).                     A7PGM15 
002484 01               W-CNT-DIV     PIC S9(9) USAGE COMP.             A7PGM15 
002500******                                                            A7PGM15 
002600      COPY A7MS15.                                                A7PGM15 
002700 LINKAGE SECTION.                                                 A7PGM15 
004900     MOVE LIEXI TO W-LIE OF DCLBUDGETDEPT.                        A7PGM15 
005000     MOVE ANNEEI TO W-ANNEE.                                      A7PGM15 
005100     MOVE PERIOI TO W-PERIODE.                                    A7PGM15 
005120     IF CODDIVL > ZERO AND CODDIVI NOT = SPACES                   A7PGM15 
005140         MOVE CODDIVI TO W-DIV-SAISIE                             A7PGM15 
005160         PERFORM F50DIVISION THRU F50DIVISION-FN                  A7PGM15 
005180         GO TO F05-10.                                            A7PGM15 
005200     EVALUATE ACTIONI                                             A7PGM15 
005300         WHEN 'I'                                                 A7PGM15 
005400             PERFORM F10INTER THRU F10INTER-FN                    A7PGM15 
005800             PERFORM F12MODIF THRU F12MODIF-FN                    A7PGM15 
005900         WHEN 'S'                                                 A7PGM15 
006000             PERFORM F13SUPPR THRU F13SUPPR-FN                    A7PGM15 
006020         WHEN 'T'                                                 A7PGM15 
006040             PERFORM F14SEUIL THRU F14SEUIL-FN                    A7PGM15 
006100         WHEN OTHER                                               A7PGM15 
006200             MOVE 'ACTION INVALIDE - I, C, M, S OU T' TO MESS1O   A7PGM15 
006300     END-EVALUATE.                                                A7PGM15 
006350 F05-10.                                                          A7PGM15 
006400     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
006500         MOVE W-CODE-REJET TO MESS1O.                             A7PGM15 
006600 F05-FN.                                                          A7PGM15 
010700     PERFORM F30VALID THRU F30VALID-FN.                           A7PGM15 
010800     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
010900         GO TO F11CREER-FN.                                       A7PGM15 
011000     PERFORM F40LECTURE THRU F40LECTURE-FN.                       A7PGM15 
011100     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
011200         GO TO F11CREER-FN.                                       A7PGM15 
011300     IF W-VALEUR-AVANT NOT = SPACES                               A7PGM15 
011400         MOVE 'BUDGET DEJA EXISTANT' TO W-CODE-REJET              A7PGM15 
011500         GO TO F11CREER-FN.                                       A7PGM15 
011600     PERFORM F45DEMANDE THRU F45DEMANDE-FN.                       A7PGM15 
011700     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
011800         GO TO F11CREER-FN.                                       A7PGM15 
011900     STRING 'CREATION EN VALIDATION - DEMANDE NO '                A7PGM15 
012000            W-DEM-EDIT                                            A7PGM15 
012100         DELIMITED BY SIZE INTO MESS1O.                           A7PGM15 
012500 F11CREER-FN.                                                     A7PGM15 
012600     EXIT.                                                        A7PGM15 
012700 N12MODIF.                                                        A7PGM15 
013000     PERFORM F30VALID THRU F30VALID-FN.                           A7PGM15 
013100     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
013200         GO TO F12MODIF-FN.                                       A7PGM15 
013300     PERFORM F40LECTURE THRU F40LECTURE-FN.                       A7PGM15 
013400     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
013500         GO TO F12MODIF-FN.                                       A7PGM15 
013600     IF W-VALEUR-AVANT = SPACES                                   A7PGM15 
013700         MOVE 'BUDGET INCONNU' TO W-CODE-REJET                    A7PGM15 
013800         GO TO F12MODIF-FN.                                       A7PGM15 
013900     PERFORM F45DEMANDE THRU F45DEMANDE-FN.                       A7PGM15 
014000     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
014100         GO TO F12MODIF-FN.                                       A7PGM15 
014200     STRING 'MODIFICATION EN VALIDATION - DEMANDE NO '            A7PGM15 
014300            W-DEM-EDIT                                            A7PGM15 
014400         DELIMITED BY SIZE INTO MESS1O.                           A7PGM15 
014900 F12MODIF-FN.                                                     A7PGM15 
015000     EXIT.                                                        A7PGM15 
015100 N13SUPPR.                                                        A7PGM15 
016800     END-EVALUATE.                                                A7PGM15 
016900 F13SUPPR-FN.                                                     A7PGM15 
017000     EXIT.                                                        A7PGM15 
017002 N14SEUIL.                                                        A7PGM15 
017004*         NOTE *SEUIL D'APPROBATION DES COMMANDES*.               A7PGM15 
017006 F14SEUIL.                                                        A7PGM15 
017008     MOVE LIEXI TO W-LIE OF DCLDEPARTEMENTS.                      A7PGM15 
017010     IF MONTI NOT = SPACES                                        A7PGM15 
017012         GO TO F14SEUIL-10.                                       A7PGM15 
017014     EXEC SQL                                                     A7PGM15 
017016         SELECT SEUIL_APPRO                                       A7PGM15 
017018           INTO :W-SEUIL-APPRO                                    A7PGM15 
017020           FROM API7.DEPARTEMENTS                                 A7PGM15 
017022          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   A7PGM15 
017024     END-EXEC.                                                    A7PGM15 
017026     EVALUATE SQLCODE                                             A7PGM15 
017028         WHEN ZERO                                                A7PGM15 
017030             MOVE W-SEUIL-APPRO TO W-MONTANT-EDIT                 A7PGM15 
017032             MOVE W-MONTANT-EDIT TO MONTO                         A7PGM15 
017034             MOVE 'SEUIL D''APPROBATION DES COMMANDES (0 = AUCUN)'A7PGM15 
017036                 TO MESS1O                                        A7PGM15 
017038         WHEN 100                                                 A7PGM15 
017040             MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET           A7PGM15 
017042         WHEN OTHER                                               A7PGM15 
017044             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM15 
017046     END-EVALUATE.                                                A7PGM15 
017048     GO TO F14SEUIL-FN.                                           A7PGM15 
017050 F14SEUIL-10.                                                     A7PGM15 
017052     MOVE FUNCTION NUMVAL(MONTI) TO W-MONTANT-SAISI.              A7PGM15 
017054     MOVE W-MONTANT-SAISI TO W-SEUIL-APPRO.                       A7PGM15 
017056     EXEC SQL                                                     A7PGM15 
017058         UPDATE API7.DEPARTEMENTS                                 A7PGM15 
017060            SET SEUIL_APPRO = :W-SEUIL-APPRO                      A7PGM15 
017062          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   A7PGM15 
017064     END-EXEC.                                                    A7PGM15 
017066     EVALUATE SQLCODE                                             A7PGM15 
017068         WHEN ZERO                                                A7PGM15 
017070             MOVE 'SEUIL D''APPROBATION MODIFIE' TO MESS1O        A7PGM15 
017072         WHEN 100                                                 A7PGM15 
017074             MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET           A7PGM15 
017076         WHEN OTHER                                               A7PGM15 
017078             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM15 
017080     END-EVALUATE.                                                A7PGM15 
017082 F14SEUIL-FN.                                                     A7PGM15 
017084     EXIT.                                                        A7PGM15 
017100 N30VALID.                                                        A7PGM15 
017200*         NOTE *CONTROLES DEPT PERIODE MONTANT   *.               A7PGM15 
017300 F30VALID.                                                        A7PGM15 
018900     MOVE FUNCTION NUMVAL(MONTI) TO W-MONTANT-SAISI.              A7PGM15 
019000 F30VALID-FN.                                                     A7PGM15 
019100     EXIT.                                                        A7PGM15 
019101 N40LECTURE.                                                      A7PGM15 
019102*         NOTE *MONTANT EN PLACE (IMAGE AVANT)   *.               A7PGM15 
019103 F40LECTURE.                                                      A7PGM15 
019104     MOVE SPACES TO W-VALEUR-AVANT.                               A7PGM15 
019105     EXEC SQL                                                     A7PGM15 
019106         SELECT MONTANT                                           A7PGM15 
019107           INTO :W-MONTANT                                        A7PGM15 
019108           FROM API7.BUDGET_DEPT                                  A7PGM15 
019109          WHERE LIE = :W-LIE OF DCLBUDGETDEPT                     A7PGM15 
019110            AND ANNEE = :W-ANNEE                                  A7PGM15 
019111            AND PERIODE = :W-PERIODE                              A7PGM15 
019112     END-EXEC.                                                    A7PGM15 
019113     EVALUATE SQLCODE                                             A7PGM15 
019114         WHEN ZERO                                                A7PGM15 
019115             MOVE W-MONTANT TO W-MONTANT-EDIT                     A7PGM15 
019116             MOVE W-MONTANT-EDIT TO W-VALEUR-AVANT                A7PGM15 
019117         WHEN 100                                                 A7PGM15 
019118             CONTINUE                                             A7PGM15 
019119         WHEN OTHER                                               A7PGM15 
019120             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM15 
019121     END-EVALUATE.                                                A7PGM15 
019122 F40LECTURE-FN.                                                   A7PGM15 
019123     EXIT.                                                        A7PGM15 
019124 N45DEMANDE.                                                      A7PGM15 
019125*         NOTE *MONTANT SOUMIS A VALIDATION      *.               A7PGM15 
019126 F45DEMANDE.                                                      A7PGM15 
019127     MOVE 'BU' TO W-TYPE-DEMANDE.                                 A7PGM15 
019128     MOVE W-LIE OF DCLBUDGETDEPT TO WK-LIE.                       A7PGM15 
019129     MOVE W-ANNEE TO WK-ANNEE.                                    A7PGM15 
019130     MOVE W-PERIODE TO WK-PERIODE.                                A7PGM15 
019131     MOVE W-CLE TO W-CLE-OBJET.                                   A7PGM15 
019132     MOVE W-MONTANT-SAISI TO W-MONTANT-EDIT.                      A7PGM15 
019133     MOVE W-MONTANT-EDIT TO W-VALEUR-APRES.                       A7PGM15 
019134     MOVE CA-UTILISATEUR TO W-ID-DEMANDEUR.                       A7PGM15 
019135     PERFORM F46DEMANDE THRU F46DEMANDE-FN.                       A7PGM15 
019136 F45DEMANDE-FN.                                                   A7PGM15 
019137     EXIT.                                                        A7PGM15 
019138 N46DEMANDE.                                                      A7PGM15 
019139*         NOTE *ENREGISTREMENT DE LA DEMANDE     *.               A7PGM15 
019140 F46DEMANDE.                                                      A7PGM15 
019141     EXEC SQL                                                     A7PGM15 
019142         SELECT COUNT(*)                                          A7PGM15 
019143           INTO :W-CNT-DEM                                        A7PGM15 
019144           FROM API7.DEMANDE_VALIDATION                           A7PGM15 
019145          WHERE TYPE_DEMANDE = :W-TYPE-DEMANDE                    A7PGM15 
019146            AND CLE_OBJET = :W-CLE-OBJET                          A7PGM15 
019147            AND ETAT = 'A'                                        A7PGM15 
019148     END-EXEC.                                                    A7PGM15 
019149     IF SQLCODE NOT = ZERO                                        A7PGM15 
019150         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM15 
019151         GO TO F46DEMANDE-FN.                                     A7PGM15 
019152     IF W-CNT-DEM NOT = ZERO                                      A7PGM15 
019153         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE DE VALIDATION'     A7PGM15 
019154             TO W-CODE-REJET                                      A7PGM15 
019155         GO TO F46DEMANDE-FN.                                     A7PGM15 
019156     EXEC SQL                                                     A7PGM15 
019157         SELECT COALESCE(MAX(ID_DEMANDE), 0) + 1                  A7PGM15 
019158           INTO :W-ID-DEMANDE                                     A7PGM15 
019159           FROM API7.DEMANDE_VALIDATION                           A7PGM15 
019160     END-EXEC.                                                    A7PGM15 
019161     IF SQLCODE NOT = ZERO                                        A7PGM15 
019162         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM15 
019163         GO TO F46DEMANDE-FN.                                     A7PGM15 
019164     EXEC SQL                                                     A7PGM15 
019165         INSERT INTO API7.DEMANDE_VALIDATION                      A7PGM15 
019166                (ID_DEMANDE, TYPE_DEMANDE, CLE_OBJET,             A7PGM15 
019167                 VALEUR_AVANT, VALEUR_APRES, ID_DEMANDEUR,        A7PGM15 
019168                 DATE_DEMANDE, HEURE_DEMANDE, ETAT,               A7PGM15 
019169                 ID_VALIDEUR, DATE_DECISION, HEURE_DECISION)      A7PGM15 
019170         VALUES (:W-ID-DEMANDE, :W-TYPE-DEMANDE,                  A7PGM15 
019171                 :W-CLE-OBJET, :W-VALEUR-AVANT,                   A7PGM15 
019172                 :W-VALEUR-APRES, :W-ID-DEMANDEUR,                A7PGM15 
019173                 CURRENT DATE, CURRENT TIME, 'A',                 A7PGM15 
019174                 NULL, NULL, NULL)                                A7PGM15 
019175     END-EXEC.                                                    A7PGM15 
019176     IF SQLCODE NOT = ZERO                                        A7PGM15 
019177         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM15 
019178         GO TO F46DEMANDE-FN.                                     A7PGM15 
019179     MOVE W-ID-DEMANDE TO W-DEM-EDIT.                             A7PGM15 
019180 F46DEMANDE-FN.                                                   A7PGM15 
019181     EXIT.                                                        A7PGM15 
019182 N50DIVISION.                                                     A7PGM15 
019183*         NOTE *BUDGET D'UNE DIVISION            *.               A7PGM15 
019184 F50DIVISION.                                                     A7PGM15 
019185     EXEC SQL                                                     A7PGM15 
019186         SELECT COUNT(*)                                          A7PGM15 
019187           INTO :W-CNT-DIV                                        A7PGM15 
019188           FROM API7.DIVISION                                     A7PGM15 
019189          WHERE CODE_DIVISION = :W-DIV-SAISIE                     A7PGM15 
019190     END-EXEC.                                                    A7PGM15 
019191     IF SQLCODE NOT = ZERO                                        A7PGM15 
019192         PERFORM F90ERRSQL THRU F90ERRSQL-FN                      A7PGM15 
019193         GO TO F50DIVISION-FN.                                    A7PGM15 
019194     IF W-CNT-DIV = ZERO                                          A7PGM15 
019195         MOVE 'DIVISION INCONNUE' TO W-CODE-REJET                 A7PGM15 
019196         GO TO F50DIVISION-FN.                                    A7PGM15 
019197     EVALUATE ACTIONI                                             A7PGM15 
019198         WHEN 'I'                                                 A7PGM15 
019199             PERFORM F51LECDIV THRU F51LECDIV-FN                  A7PGM15 
019200             IF W-CODE-REJET = SPACES                             A7PGM15 
019201                 IF W-VALEUR-AVANT = SPACES                       A7PGM15 
019202                     MOVE SPACES TO MONTO                         A7PGM15 
019203                     MOVE 'BUDGET DIVISION INCONNU'               A7PGM15 
019204                         TO W-CODE-REJET                          A7PGM15 
019205                 ELSE                                             A7PGM15 
019206                     MOVE W-VALEUR-AVANT TO MONTO                 A7PGM15 
019207                 END-IF                                           A7PGM15 
019208             END-IF                                               A7PGM15 
019209         WHEN 'C'                                                 A7PGM15 
019210         WHEN 'M'                                                 A7PGM15 
019211             PERFORM F52DEMDIV THRU F52DEMDIV-FN                  A7PGM15 
019212         WHEN 'S'                                                 A7PGM15 
019213             PERFORM F53SUPDIV THRU F53SUPDIV-FN                  A7PGM15 
019214         WHEN OTHER                                               A7PGM15 
019215             MOVE 'ACTION INVALIDE - I, C, M OU S' TO MESS1O      A7PGM15 
019216     END-EVALUATE.                                                A7PGM15 
019217 F50DIVISION-FN.                                                  A7PGM15 
019218     EXIT.                                                        A7PGM15 
019219 N51LECDIV.                                                       A7PGM15 
019220*         NOTE *BUDGET DIVISION EN PLACE         *.               A7PGM15 
019221 F51LECDIV.                                                       A7PGM15 
019222     MOVE SPACES TO W-VALEUR-AVANT.                               A7PGM15 
019223     EXEC SQL                                                     A7PGM15 
019224         SELECT MONTANT                                           A7PGM15 
019225           INTO :W-MONTANT                                        A7PGM15 
019226           FROM API7.BUDGET_DIVISION                              A7PGM15 
019227          WHERE CODE_DIVISION = :W-DIV-SAISIE                     A7PGM15 
019228            AND ANNEE = :W-ANNEE                                  A7PGM15 
019229            AND PERIODE = :W-PERIODE                              A7PGM15 
019230     END-EXEC.                                                    A7PGM15 
019231     EVALUATE SQLCODE                                             A7PGM15 
019232         WHEN ZERO                                                A7PGM15 
019233             MOVE W-MONTANT TO W-MONTANT-EDIT                     A7PGM15 
019234             MOVE W-MONTANT-EDIT TO W-VALEUR-AVANT                A7PGM15 
019235         WHEN 100                                                 A7PGM15 
019236             CONTINUE                                             A7PGM15 
019237         WHEN OTHER                                               A7PGM15 
019238             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM15 
019239     END-EVALUATE.                                                A7PGM15 
019240 F51LECDIV-FN.                                                    A7PGM15 
019241     EXIT.                                                        A7PGM15 
019242 N52DEMDIV.                                                       A7PGM15 
019243*         NOTE *BUDGET DIVISION SOUMIS A VALIDATION*.             A7PGM15 
019244 F52DEMDIV.                                                       A7PGM15 
019245     IF PERIOI < 1 OR PERIOI > 12                                 A7PGM15 
019246         MOVE 'PERIODE 1 A 12' TO W-CODE-REJET                    A7PGM15 
019247         GO TO F52DEMDIV-FN.                                      A7PGM15 
019248     IF MONTI = SPACES                                            A7PGM15 
019249         MOVE 'MONTANT OBLIGATOIRE' TO W-CODE-REJET               A7PGM15 
019250         GO TO F52DEMDIV-FN.                                      A7PGM15 
019251     MOVE FUNCTION NUMVAL(MONTI) TO W-MONTANT-SAISI.              A7PGM15 
019252     PERFORM F51LECDIV THRU F51LECDIV-FN.                         A7PGM15 
019253     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
019254         GO TO F52DEMDIV-FN.                                      A7PGM15 
019255     IF ACTIONI = 'C' AND W-VALEUR-AVANT NOT = SPACES             A7PGM15 
019256         MOVE 'BUDGET DIVISION DEJA EXISTANT' TO W-CODE-REJET     A7PGM15 
019257         GO TO F52DEMDIV-FN.                                      A7PGM15 
019258     IF ACTIONI = 'M' AND W-VALEUR-AVANT = SPACES                 A7PGM15 
019259         MOVE 'BUDGET DIVISION INCONNU' TO W-CODE-REJET           A7PGM15 
019260         GO TO F52DEMDIV-FN.                                      A7PGM15 
019261     MOVE 'BD' TO W-TYPE-DEMANDE.                                 A7PGM15 
019262     MOVE SPACES TO W-CLE-DIV.                                    A7PGM15 
019263     MOVE W-DIV-SAISIE TO WD-DIV.                                 A7PGM15 
019264     MOVE W-ANNEE TO WD-ANNEE.                                    A7PGM15 
019265     MOVE W-PERIODE TO WD-PERIODE.                                A7PGM15 
019266     MOVE W-CLE-DIV TO W-CLE-OBJET.                               A7PGM15 
019267     MOVE W-MONTANT-SAISI TO W-MONTANT-EDIT.                      A7PGM15 
019268     MOVE W-MONTANT-EDIT TO W-VALEUR-APRES.                       A7PGM15 
019269     MOVE CA-UTILISATEUR TO W-ID-DEMANDEUR.                       A7PGM15 
019270     PERFORM F46DEMANDE THRU F46DEMANDE-FN.                       A7PGM15 
019271     IF W-CODE-REJET NOT = SPACES                                 A7PGM15 
019272         GO TO F52DEMDIV-FN.                                      A7PGM15 
019273     IF ACTIONI = 'C'                                             A7PGM15 
019274         STRING 'CREATION EN VALIDATION - DEMANDE NO '            A7PGM15 
019275                W-DEM-EDIT                                        A7PGM15 
019276             DELIMITED BY SIZE INTO MESS1O                        A7PGM15 
019277     ELSE                                                         A7PGM15 
019278         STRING 'MODIFICATION EN VALIDATION - DEMANDE NO '        A7PGM15 
019279                W-DEM-EDIT                                        A7PGM15 
019280             DELIMITED BY SIZE INTO MESS1O.                       A7PGM15 
019281 F52DEMDIV-FN.                                                    A7PGM15 
019282     EXIT.                                                        A7PGM15 
019283 N53SUPDIV.                                                       A7PGM15 
019284*         NOTE *SUPPRESSION D'UN BUDGET DIVISION *.               A7PGM15 
019285 F53SUPDIV.                                                       A7PGM15 
019286     EXEC SQL                                                     A7PGM15 
019287         DELETE FROM API7.BUDGET_DIVISION                         A7PGM15 
019288          WHERE CODE_DIVISION = :W-DIV-SAISIE                     A7PGM15 
019289            AND ANNEE = :W-ANNEE                                  A7PGM15 
019290            AND PERIODE = :W-PERIODE                              A7PGM15 
019291     END-EXEC.                                                    A7PGM15 
019292     EVALUATE SQLCODE                                             A7PGM15 
019293         WHEN ZERO                                                A7PGM15 
019294             MOVE 'BUDGET DIVISION SUPPRIME' TO MESS1O            A7PGM15 
019295             MOVE SPACES TO MONTO                                 A7PGM15 
019296         WHEN 100                                                 A7PGM15 
019297             MOVE 'BUDGET DIVISION INCONNU' TO W-CODE-REJET       A7PGM15 
019298         WHEN OTHER                                               A7PGM15 
019299             PERFORM F90ERRSQL THRU F90ERRSQL-FN                  A7PGM15 
019300     END-EVALUATE.                                                A7PGM15 
019301 F53SUPDIV-FN.                                                    A7PGM15 
019302     EXIT.                                                        A7PGM15 
019303 N90ERRSQL.                                                       A7PGM15 
019304*         NOTE *EDITION D'UNE ERREUR SQL         *.               A7PGM15 
019400 F90ERRSQL.                                                       A7PGM15 
019500     MOVE SQLCODE TO W-SQLCODE.                                   A7PGM15 
019600     MOVE SPACES TO W-CODE-REJET.                                 A7PGM15 
