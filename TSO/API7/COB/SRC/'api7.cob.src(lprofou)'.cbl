007500      EXEC SQL                                                    00750000
007600         INCLUDE ARTFOUR                                          00760000
007700      END-EXEC.                                                   00770000
007720*****                                                             00772000
007740      EXEC SQL                                                    00774000
007760         INCLUDE PROPACH                                          00776000
007780      END-EXEC.                                                   00778000
007800******                                                            00780000
007900      EXEC SQL                                                    00790000
008000         DECLARE C-ARTFOU CURSOR FOR                              00800000
008050         SELECT ID_FOURNISSEUR, REF_FOURNISSEUR, PRIX_ACHAT,      00805000
008100                QTE_CONDIT, QTE_MINI                              00810000
008200           FROM API7.ARTICLE_FOURNISSEUR                          00820000
008300          WHERE ID_ARTICLE = :W-ID-ARTICLE                        00830000
008310                OF DCLARTICLEFOURN                                00831000
009600 01  W-PREM-FOU     PIC X     VALUE '1'.                          00960000
009700     88  PREM-FOU             VALUE '1'.                          00970000
009800 01  W-PREV-FOURN   PIC X(5)  VALUE SPACES.                       00980000
009810 01  W-EOF-AFO      PIC X     VALUE '0'.                          00981000
009820     88  FIN-AFO-OK           VALUE '1'.                          00982000
009830 01  W-MEIL-FOURN   PIC X(5)  VALUE SPACES.                       00983000
009840 01  W-MEIL-REF     PIC X(15) VALUE SPACES.                       00984000
009850 01  W-MEIL-PRIX    PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00985000
009855 01  W-MEIL-CONDIT  PIC S9(9) USAGE COMP VALUE ZERO.              00985500
009860 01  W-MEIL-MINI    PIC S9(9) USAGE COMP VALUE ZERO.              00986000
009865 01  W-NB-COLIS     PIC S9(9) USAGE COMP VALUE ZERO.              00986500
009870 01  W-RESTE-COLIS  PIC S9(9) USAGE COMP VALUE ZERO.              00987000
009875 01  W-QTE-ARRONDIE PIC S9(9) USAGE COMP VALUE ZERO.              00987500
009900 01  W-VALEUR       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00990000
010000 01  W-TOT-FOURN    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      01000000
010050 01  W-NO-PROP      PIC S9(9) USAGE COMP VALUE ZERO.              01005000
010100 COPY ANORMAL.                                                    01010000
010120 COPY JRNCOM.                                                     01012000
010150 COPY PRACOM.                                                     01015000
010170 COPY ARCCOM.                                                     01017000
010200******                                                            01020000
010300 01  W-CPT-PROP     PIC S9(9) USAGE COMP-3 VALUE ZERO.            01030000
010400 01  W-CPT-AFFECTES PIC S9(9) USAGE COMP-3 VALUE ZERO.            01040000
010500 01  W-CPT-SANS-FOU PIC S9(9) USAGE COMP-3 VALUE ZERO.            01050000
010550 01  W-CPT-RETIRES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            01055000
010560 01  W-CPT-ENREG    PIC S9(9) USAGE COMP-3 VALUE ZERO.            01056000
010570 01  W-CPT-PURGES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            01057000
010580 01  W-CPT-ARRONDIS PIC S9(9) USAGE COMP-3 VALUE ZERO.            01058000
010600******                                                            01060000
010700 01  W-LIGNE-ENT-FOU.                                             01070000
010800     05  FILLER   PIC X(24) VALUE 'PROPOSITION COMMANDE -  '.     01080000
014500 PROCEDURE DIVISION.                                              01450000
014600 1000-LPROFOU-DEB.                                                01460000
014700     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01470000
014720     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01472000
014740     MOVE 'D' TO JRN-PHASE                                        01474000
014760     CALL 'JRNEXEC' USING JRN-EXECUTION                           01476000
014800     PERFORM 5000-INIT-DEB                                        01480000
014900       THRU  5000-INIT-FIN.                                       01490000
015000     SORT TRI-FICHIER                                             01500000
016600 5000-INIT-DEB.                                                   01660000
016700     OPEN INPUT  PRO-FICHIER.                                     01670000
016800     OPEN OUTPUT EXC-FICHIER.                                     01680000
016820     MOVE W-PROGRAM-ID TO ARC-PROGRAMME.                          01682000
016840     MOVE 'LISTPRO' TO ARC-ETAT.                                  01684000
016860     MOVE 'N' TO ARC-ASA.                                         01686000
016880     MOVE 80 TO ARC-LONGUEUR.                                     01688000
016900     OPEN OUTPUT LISTPRO.                                         01690000
016902     EXEC SQL                                                     01690200
016904         DELETE FROM API7.PROPOSITION_ACHAT                       01690400
016906          WHERE STATUT = 'P'                                      01690600
016908     END-EXEC.                                                    01690800
016910     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  01691000
016912         MOVE SQLCODE TO W-SQLCODE                                01691200
016914         MOVE 'DELETE PROPOSITION_ACHAT SQLCODE = '               01691400
016916              TO W-MESSAGE-ANOR                                   01691600
016918         PERFORM 9999-FIN-ANORMALE-DEB                            01691800
016920           THRU  9999-FIN-ANORMALE-FIN.                           01692000
016922     IF SQLCODE = ZERO                                            01692200
016924         MOVE SQLERRD (3) TO W-CPT-PURGES.                        01692400
016926     EXEC SQL                                                     01692600
016928         SELECT COALESCE(MAX(NO_PROPOSITION), 0)                  01692800
016930           INTO :W-NO-PROP                                        01693000
016932           FROM API7.PROPOSITION_ACHAT                            01693200
016934     END-EXEC.                                                    01693400
016936     IF SQLCODE NOT = ZERO                                        01693600
016938         MOVE SQLCODE TO W-SQLCODE                                01693800
016940         MOVE 'SELECT MAX NO_PROPOSITION SQLCODE = '              01694000
016942              TO W-MESSAGE-ANOR                                   01694200
016944         PERFORM 9999-FIN-ANORMALE-DEB                            01694400
016946           THRU  9999-FIN-ANORMALE-FIN.                           01694600
017000 5000-INIT-FIN.                                                   01700000
017100      EXIT.                                                       01710000
017200***************                                                   01720000
018610     MOVE PR00-NOART TO W-ID-ARTICLE OF DCLARTICLE.               01861000
018620     EXEC SQL                                                     01862000
018630         SELECT STATUT                                            01863000
018640           INTO :W-STATUT OF DCLARTICLE                           01864000
018650           FROM API7.ARTICLE                                      01865000
018660          WHERE ID_ARTICLE = :W-ID-ARTICLE                        01866000
018670                OF DCLARTICLE                                     01867000
018680     END-EXEC.                                                    01868000
018682     IF SQLCODE = ZERO                                            01868200
018684         AND W-STATUT OF DCLARTICLE NOT = 'A'                     01868400
018692         ADD 1 TO W-CPT-RETIRES                                   01869200
018694         GO TO 6110-LIT-PROP-FIN.                                 01869400
018700     MOVE PR00-NOART TO W-ID-ARTICLE                              01870000
018710         OF DCLARTICLEFOURN.                                      01871000
018810     MOVE '0' TO W-FOURN-TROUVE W-EOF-AFO.                        01881000
018910     EXEC SQL                                                     01891000
019010         OPEN C-ARTFOU                                            01901000
019110     END-EXEC.                                                    01911000
019210     PERFORM 6120-MEIL-PRIX-DEB                                   01921000
019310       THRU  6120-MEIL-PRIX-FIN                                   01931000
019410       UNTIL FIN-AFO-OK.                                          01941000
019510     EXEC SQL                                                     01951000
019610         CLOSE C-ARTFOU                                           01961000
019710     END-EXEC.                                                    01971000
020900     IF W-FOURN-TROUVE = '1'                                      02090000
021000         MOVE W-MEIL-FOURN TO TF00-FOURN                          02100000
021200         MOVE PR00-NOART TO TF00-NOART                            02120000
021300         MOVE PR00-ENTREPOT TO TF00-ENTREPOT                      02130000
021350         PERFORM 6130-ARRONDI-DEB                                 02135000
021400           THRU  6130-ARRONDI-FIN                                 02140000
021450         MOVE W-QTE-ARRONDIE TO TF00-QTE-PROP                     02145000
021500         MOVE W-MEIL-REF TO TF00-REF                              02150000
021600         MOVE W-MEIL-PRIX TO TF00-PRIXA                           02160000
021700         MOVE SPACES TO TF00-FILLER                               02170000
021800         RELEASE TF00                                             02180000
021900         ADD 1 TO W-CPT-AFFECTES                                  02190000
022600         ADD 1 TO W-CPT-SANS-FOU.                                 02260000
022700 6110-LIT-PROP-FIN.                                               02270000
022800      EXIT.                                                       02280000
022802***************                                                   02280200
022804 6120-MEIL-PRIX-DEB.                                              02280400
022806     EXEC SQL                                                     02280600
022808         FETCH C-ARTFOU                                           02280800
022810           INTO :W-ID-FOURNISSEUR OF DCLARTICLEFOURN,             02281000
022811                :W-REF-FOURNISSEUR OF DCLARTICLEFOURN,            02281100
022812                :W-PRIX-ACHAT OF DCLARTICLEFOURN,                 02281200
022813                :W-QTE-CONDIT OF DCLARTICLEFOURN,                 02281300
022814                :W-QTE-MINI OF DCLARTICLEFOURN                    02281400
022815     END-EXEC.                                                    02281500
022816     IF SQLCODE = 100                                             02281600
022818         MOVE '1' TO W-EOF-AFO                                    02281800
022820         GO TO 6120-MEIL-PRIX-FIN.                                02282000
022822     IF SQLCODE NOT = ZERO                                        02282200
022824         MOVE SQLCODE TO W-SQLCODE                                02282400
022826         MOVE 'FETCH C-ARTFOU SQLCODE = '                         02282600
022828              TO W-MESSAGE-ANOR                                   02282800
022830         PERFORM 9999-FIN-ANORMALE-DEB                            02283000
022832           THRU  9999-FIN-ANORMALE-FIN.                           02283200
022834     MOVE PR00-NOART TO PRA-ID-ARTICLE.                           02283400
022836     MOVE W-ID-FOURNISSEUR OF DCLARTICLEFOURN                     02283600
022838         TO PRA-ID-FOURNISSEUR.                                   02283800
022840     MOVE SPACES TO PRA-DATE-EFFET.                               02284000
022842     MOVE PR00-QTE-PROP TO PRA-QUANTITE.                          02284200
022844     CALL 'PRIXACH' USING PRA-RESOLUTION.                         02284400
022846     IF PRA-CODE-RETOUR NOT = ZERO                                02284600
022848         MOVE W-PRIX-ACHAT OF DCLARTICLEFOURN TO PRA-PRIX.        02284800
022850     IF W-FOURN-TROUVE = '1'                                      02285000
022852         AND PRA-PRIX NOT < W-MEIL-PRIX                           02285200
022854         GO TO 6120-MEIL-PRIX-FIN.                                02285400
022856     MOVE '1' TO W-FOURN-TROUVE.                                  02285600
022858     MOVE W-ID-FOURNISSEUR OF DCLARTICLEFOURN TO W-MEIL-FOURN.    02285800
022860     MOVE W-REF-FOURNISSEUR OF DCLARTICLEFOURN TO W-MEIL-REF.     02286000
022862     MOVE PRA-PRIX TO W-MEIL-PRIX.                                02286200
022863     MOVE W-QTE-CONDIT OF DCLARTICLEFOURN TO W-MEIL-CONDIT.       02286300
022864     MOVE W-QTE-MINI OF DCLARTICLEFOURN TO W-MEIL-MINI.           02286400
022865 6120-MEIL-PRIX-FIN.                                              02286500
022866      EXIT.                                                       02286600
022868***************                                                   02286800
022870 6130-ARRONDI-DEB.                                                02287000
022872     IF W-MEIL-CONDIT NOT > ZERO                                  02287200
022874         MOVE 1 TO W-MEIL-CONDIT.                                 02287400
022876     DIVIDE PR00-QTE-PROP BY W-MEIL-CONDIT                        02287600
022878         GIVING W-NB-COLIS REMAINDER W-RESTE-COLIS.               02287800
022880     IF W-RESTE-COLIS > ZERO                                      02288000
022882         ADD 1 TO W-NB-COLIS.                                     02288200
022884     IF W-NB-COLIS < W-MEIL-MINI                                  02288400
022886         MOVE W-MEIL-MINI TO W-NB-COLIS.                          02288600
022888     COMPUTE W-QTE-ARRONDIE = W-NB-COLIS * W-MEIL-CONDIT.         02288800
022890     IF W-QTE-ARRONDIE NOT = PR00-QTE-PROP                        02289000
022892         ADD 1 TO W-CPT-ARRONDIS.                                 02289200
022894 6130-ARRONDI-FIN.                                                02289400
022896      EXIT.                                                       02289600
022900***************                                                   02290000
023000 6200-EDITE-DEB.                                                  02300000
023100     OPEN INPUT TRP-FICHIER.                                      02310000
025400     MOVE TP00-PRIXA TO WD-PRIXA.                                 02540000
025500     MOVE W-VALEUR TO WD-VALEUR.                                  02550000
025600     MOVE W-LIGNE-DET-FOU TO LU00.                                02560000
025620     PERFORM 8500-ECRIT-PRO-DEB                                   02562000
025640       THRU  8500-ECRIT-PRO-FIN.                                  02564000
025720     PERFORM 6230-INS-PROP-DEB                                    02572000
025740       THRU  6230-INS-PROP-FIN.                                   02574000
025800     GO TO 6200-EDITE-10.                                         02580000
025900 6200-EDITE-20.                                                   02590000
026000     IF NOT PREM-FOU                                              02600000
026600***************                                                   02660000
026700 6210-ENT-FOU-DEB.                                                02670000
026800     MOVE W-PREV-FOURN TO WF-FOURN.                               02680000
026850     MOVE W-PREV-FOURN TO ARC-FOURN.                              02685000
026900     MOVE W-PREV-FOURN TO W-ID-FOURNISSEUR OF DCLFOURNISSEUR.     02690000
027000     EXEC SQL                                                     02700000
027100         SELECT NOM                                               02710000
027900     ELSE                                                         02790000
028000         MOVE SPACES TO WF-NOM.                                   02800000
028100     MOVE W-LIGNE-ENT-FOU TO LU00.                                02810000
028150     PERFORM 8500-ECRIT-PRO-DEB                                   02815000
028200       THRU  8500-ECRIT-PRO-FIN.                                  02820000
028300 6210-ENT-FOU-FIN.                                                02830000
028400      EXIT.                                                       02840000
028500***************                                                   02850000
028600 6220-TOT-FOU-DEB.                                                02860000
028700     MOVE W-TOT-FOURN TO WT-VALEUR.                               02870000
028800     MOVE W-LIGNE-TOT-FOU TO LU00.                                02880000
028850     PERFORM 8500-ECRIT-PRO-DEB                                   02885000
028900       THRU  8500-ECRIT-PRO-FIN.                                  02890000
029000     MOVE ZERO TO W-TOT-FOURN.                                    02900000
029100 6220-TOT-FOU-FIN.                                                02910000
029200      EXIT.                                                       02920000
029202***************                                                   02920200
029204 6230-INS-PROP-DEB.                                               02920400
029206     ADD 1 TO W-NO-PROP.                                          02920600
029208     MOVE W-NO-PROP TO W-NO-PROPOSITION.                          02920800
029210     MOVE TP00-FOURN TO W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT.  02921000
029212     MOVE TP00-NOART TO W-ID-ARTICLE OF DCLPROPOSITIONACHAT.      02921200
029214     MOVE TP00-ENTREPOT TO W-ID-ENTREPOT.                         02921400
029216     MOVE TP00-QTE-PROP TO W-QTE-PROPOSEE.                        02921600
029218     MOVE TP00-REF TO W-REF-FOURNISSEUR OF DCLPROPOSITIONACHAT.   02921800
029220     MOVE TP00-PRIXA TO W-PRIX-ACHAT OF DCLPROPOSITIONACHAT.      02922000
029222     EXEC SQL                                                     02922200
029224         INSERT INTO API7.PROPOSITION_ACHAT                       02922400
029226                (NO_PROPOSITION, ID_FOURNISSEUR, ID_ARTICLE,      02922600
029228                 ID_ENTREPOT, QTE_PROPOSEE, REF_FOURNISSEUR,      02922800
029230                 PRIX_ACHAT, FOURN_INITIAL, QTE_INITIALE,         02923000
029232                 STATUT, DATE_PROPOSITION)                        02923200
029234         VALUES (:W-NO-PROPOSITION,                               02923400
029236                 :W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT,        02923600
029238                 :W-ID-ARTICLE OF DCLPROPOSITIONACHAT,            02923800
029240                 :W-ID-ENTREPOT,                                  02924000
029242                 :W-QTE-PROPOSEE,                                 02924200
029244                 :W-REF-FOURNISSEUR OF DCLPROPOSITIONACHAT,       02924400
029246                 :W-PRIX-ACHAT OF DCLPROPOSITIONACHAT,            02924600
029248                 :W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT,        02924800
029250                 :W-QTE-PROPOSEE,                                 02925000
029252                 'P', CURRENT DATE)                               02925200
029254     END-EXEC.                                                    02925400
029256     IF SQLCODE NOT = ZERO                                        02925600
029258         MOVE SQLCODE TO W-SQLCODE                                02925800
029260         MOVE 'INSERT PROPOSITION_ACHAT SQLCODE = '               02926000
029262              TO W-MESSAGE-ANOR                                   02926200
029264         PERFORM 9999-FIN-ANORMALE-DEB                            02926400
029266           THRU  9999-FIN-ANORMALE-FIN.                           02926600
029268     ADD 1 TO W-CPT-ENREG.                                        02926800
029270 6230-INS-PROP-FIN.                                               02927000
029272      EXIT.                                                       02927200
029300***************                                                   02930000
029400 6300-EXCEPT-DEB.                                                 02940000
029500     IF W-CPT-SANS-FOU = ZERO                                     02950000
029600         GO TO 6300-EXCEPT-FIN.                                   02960000
029650     MOVE SPACES TO ARC-FOURN.                                    02965000
029700     MOVE W-LIGNE-ENT-EXC TO LU00.                                02970000
029750     PERFORM 8500-ECRIT-PRO-DEB                                   02975000
029800       THRU  8500-ECRIT-PRO-FIN.                                  02980000
029900     OPEN INPUT EXC-FICHIER.                                      02990000
030000 6300-EXCEPT-10.                                                  03000000
030100     READ EXC-FICHIER AT END                                      03010000
030500     MOVE EX00-ENTREPOT TO WX-ENTREPOT.                           03050000
030600     MOVE EX00-QTE-PROP TO WX-QTE.                                03060000
030700     MOVE W-LIGNE-DET-EXC TO LU00.                                03070000
030750     PERFORM 8500-ECRIT-PRO-DEB                                   03075000
030800       THRU  8500-ECRIT-PRO-FIN.                                  03080000
030900     GO TO 6300-EXCEPT-10.                                        03090000
031000 6300-EXCEPT-20.                                                  03100000
031100     CLOSE EXC-FICHIER.                                           03110000
031300      EXIT.                                                       03130000
031400***************                                                   03140000
031500 8000-FIN-TRT-DEB.                                                03150000
031520     MOVE 'F' TO ARC-FONCTION.                                    03152000
031540     CALL 'ARCHEDT' USING ARC-EDITION.                            03154000
031600     CLOSE LISTPRO.                                               03160000
031620     EXEC SQL                                                     03162000
031640         COMMIT                                                   03164000
031660     END-EXEC.                                                    03166000
031700     DISPLAY 'PROPOSITIONS LUES      = ' W-CPT-PROP.              03170000
031800     DISPLAY 'LIGNES AFFECTEES       = ' W-CPT-AFFECTES.          03180000
031900     DISPLAY 'LIGNES SANS FOURNISSEUR= ' W-CPT-SANS-FOU.          03190000
031950     DISPLAY 'ARTICLES RETIRES       = ' W-CPT-RETIRES.           03195000
031960     DISPLAY 'PROPOSITIONS PURGEES   = ' W-CPT-PURGES.            03196000
031970     DISPLAY 'PROPOSITIONS A VALIDER = ' W-CPT-ENREG.             03197000
031971     DISPLAY 'ARRONDIS AU COLISAGE  = ' W-CPT-ARRONDIS.           03197100
031972     MOVE 'F' TO JRN-PHASE.                                       03197200
031974     MOVE W-CPT-PROP TO JRN-NB-LUS.                               03197400
031976     MOVE W-CPT-AFFECTES TO JRN-NB-ECRITS.                        03197600
031978     MOVE W-CPT-SANS-FOU TO JRN-NB-REJETES.                       03197800
031980     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         03198000
031982     CALL 'JRNEXEC' USING JRN-EXECUTION.                          03198200
032000 8000-FIN-TRT-FIN.                                                03200000
032100      EXIT.                                                       03210000
032110***************                                                   03211000
032120 8500-ECRIT-PRO-DEB.                                              03212000
032130     WRITE LU00.                                                  03213000
032140     MOVE LU00 TO ARC-LIGNE.                                      03214000
032150     MOVE 'L' TO ARC-FONCTION.                                    03215000
032160     CALL 'ARCHEDT' USING ARC-EDITION.                            03216000
032170 8500-ECRIT-PRO-FIN.                                              03217000
032180      EXIT.                                                       03218000
032200************                                                      03220000
032300************                                                      03230000
032400  9990-FIN-NORMALE-DEB.                                           03240000
