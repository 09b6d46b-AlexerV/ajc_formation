000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000700     SELECT     PARMDEL       ASSIGN    PARMDEL.                  00070000
000800     SELECT     LISTCMD       ASSIGN    LISTCMD.                  00080000
000900 DATA DIVISION.                                                   00090000
001000 FILE SECTION.                                                    00100000
002400 FD                 PARMDEL                                       00240000
002500      BLOCK              00000 RECORDS                            00250000
002600      DATA RECORD                                                 00260000
004300      EXEC SQL                                                    00430000
004400         INCLUDE CMDACH                                           00440000
004500      END-EXEC.                                                   00450000
004505*****                                                             00450500
004510      EXEC SQL                                                    00451000
004515         INCLUDE PROPACH                                          00451500
004520      END-EXEC.                                                   00452000
004525******                                                            00452500
004530      EXEC SQL                                                    00453000
004535         DECLARE C-PROPVAL CURSOR FOR                             00453500
004540         SELECT NO_PROPOSITION, ID_FOURNISSEUR, ID_ARTICLE,       00454000
004545                ID_ENTREPOT, QTE_PROPOSEE, REF_FOURNISSEUR,       00454500
004550                PRIX_ACHAT                                        00455000
004555           FROM API7.PROPOSITION_ACHAT                            00455500
004560          WHERE STATUT = 'V'                                      00456000
004565          ORDER BY ID_FOURNISSEUR, ID_ARTICLE, ID_ENTREPOT        00456500
004570      END-EXEC.                                                   00457000
004600******                                                            00460000
004700 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LGENCMD'.                    00470000
004800 01  W-SQLCODE      PIC +++9.                                     00480000
005400     88  PREM-FOU             VALUE '1'.                          00540000
005500 01  W-PREV-FOURN   PIC X(5)  VALUE SPACES.                       00550000
005600 01  W-DELAI        PIC S9(3) USAGE COMP-3 VALUE ZERO.            00560000
005650 01  W-DELAI-LIGNE  PIC S9(4) USAGE COMP VALUE ZERO.              00565000
005700 01  W-NO-CMD       PIC S9(9) USAGE COMP VALUE ZERO.              00570000
005720 01  W-DEVISE-CMD   PIC X(3)  VALUE SPACES.                       00572000
005740 01  W-TAUX-CMD     PIC S9(5)V9(6) USAGE COMP-3 VALUE ZERO.       00574000
005745 01  W-UNITE-LIGNE  PIC X(3)  VALUE SPACES.                       00574500
005750 01  W-CONDIT-LIGNE PIC S9(9) USAGE COMP VALUE ZERO.              00575000
005755 01  W-MINI-LIGNE   PIC S9(9) USAGE COMP VALUE ZERO.              00575500
005760 01  W-NB-COLIS     PIC S9(9) USAGE COMP VALUE ZERO.              00576000
005765 01  W-RESTE-COLIS  PIC S9(9) USAGE COMP VALUE ZERO.              00576500
005770 01  W-PRIX-COLIS   PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00577000
005800 COPY ANORMAL.                                                    00580000
005820 COPY JRNCOM.                                                     00582000
005850 COPY PRACOM.                                                     00585000
005852 COPY DEVCOM.                                                     00585200
005855******                                                            00585500
005860 01  TP00.                                                        00586000
005865     05  TP00-FOURN     PIC X(5).                                 00586500
005870     05  TP00-NOART     PIC 9(9).                                 00587000
005875     05  TP00-ENTREPOT  PIC X(2).                                 00587500
005880     05  TP00-QTE-PROP  PIC 9(9).                                 00588000
005885     05  TP00-REF       PIC X(15).                                00588500
005890     05  TP00-PRIXA     PIC 9(5)V99.                              00589000
005900******                                                            00590000
006000 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00600000
006100 01  W-CPT-CMD      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00610000
006200 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00620000
006250 01  W-CPT-SANS-TAUX PIC S9(9) USAGE COMP-3 VALUE ZERO.           00625000
006300******                                                            00630000
006400 01  W-LIGNE-ENTETE.                                              00640000
006500     05  FILLER   PIC X(30) VALUE                                 00650000
007000     05  WC-NO-CMD      PIC ZZZZZZZZ9.                            00700000
007100     05  FILLER   PIC X(14) VALUE '  FOURNISSEUR '.               00710000
007200     05  WC-FOURN       PIC X(5).                                 00720000
007220     05  FILLER   PIC X(9)  VALUE '  DEVISE '.                    00722000
007240     05  WC-DEVISE      PIC X(3).                                 00724000
007260     05  FILLER   PIC X(7)  VALUE '  TAUX '.                      00726000
007280     05  WC-TAUX        PIC ZZZZ9.999999.                         00728000
007300     05  FILLER   PIC X(12) VALUE SPACES.                         00730000
007400 01  W-LIGNE-DETAIL.                                              00740000
007500     05  FILLER   PIC X(2)  VALUE SPACES.                         00750000
007600     05  WD-NOART       PIC ZZZZZZZZ9.                            00760000
007700     05  FILLER   PIC X(1)  VALUE SPACES.                         00770000
007800     05  WD-ENTREPOT    PIC X(2).                                 00780000
007900     05  FILLER   PIC X(5)  VALUE ' QTE:'.                        00790000
007920     05  WD-QTE         PIC ZZZZZZZZ9.                            00792000
007940     05  FILLER   PIC X(1)  VALUE SPACES.                         00794000
007960     05  WD-UNITE       PIC X(3).                                 00796000
007980     05  FILLER   PIC X(2)  VALUE ' X'.                           00798000
008000     05  WD-CONDIT      PIC ZZZZ9.                                00800000
008020     05  FILLER   PIC X(4)  VALUE ' PU:'.                         00802000
008040     05  WD-PRIXA       PIC ZZZZZZ9.99.                           00804000
008060     05  FILLER   PIC X(1)  VALUE SPACES.                         00806000
008080     05  WD-DEVISE      PIC X(3).                                 00808000
008100     05  FILLER   PIC X(23) VALUE SPACES.                         00810000
008400 01  W-LIGNE-TOTAL.                                               00840000
008500     05  FILLER   PIC X(24) VALUE 'COMMANDES CREEES      = '.     00850000
008600     05  WT-CPT-CMD     PIC ZZZZZZZ9.                             00860000
008900 PROCEDURE DIVISION.                                              00890000
009000 1000-LGENCMD-DEB.                                                00900000
009100     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00910000
009120     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00912000
009140     MOVE 'D' TO JRN-PHASE                                        00914000
009160     CALL 'JRNEXEC' USING JRN-EXECUTION                           00916000
009200     PERFORM 5000-INIT-DEB                                        00920000
009300       THRU  5000-INIT-FIN.                                       00930000
009400     PERFORM 6010-TRAITE-DEB                                      00940000
012200              TO W-MESSAGE-ANOR                                   01220000
012300         PERFORM 9999-FIN-ANORMALE-DEB                            01230000
012400           THRU  9999-FIN-ANORMALE-FIN.                           01240000
012420     EXEC SQL                                                     01242000
012440         OPEN C-PROPVAL                                           01244000
012460     END-EXEC.                                                    01246000
012480     IF SQLCODE NOT = ZERO                                        01248000
012500         MOVE SQLCODE TO W-SQLCODE                                01250000
012520         MOVE 'OPEN C-PROPVAL SQLCODE = '                         01252000
012540              TO W-MESSAGE-ANOR                                   01254000
012560         PERFORM 9999-FIN-ANORMALE-DEB                            01256000
012580           THRU  9999-FIN-ANORMALE-FIN.                           01258000
012600     OPEN OUTPUT LISTCMD.                                         01260000
012700     MOVE W-LIGNE-ENTETE TO LC00.                                 01270000
012800     WRITE LC00.                                                  01280000
013000      EXIT.                                                       01300000
013100***************                                                   01310000
013200 6010-TRAITE-DEB.                                                 01320000
013210     EXEC SQL                                                     01321000
013220         FETCH C-PROPVAL                                          01322000
013230           INTO :W-NO-PROPOSITION,                                01323000
013240                :W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT,         01324000
013250                :W-ID-ARTICLE OF DCLPROPOSITIONACHAT,             01325000
013260                :W-ID-ENTREPOT OF DCLPROPOSITIONACHAT,            01326000
013270                :W-QTE-PROPOSEE,                                  01327000
013280                :W-REF-FOURNISSEUR,                               01328000
013290                :W-PRIX-ACHAT OF DCLPROPOSITIONACHAT              01329000
013300     END-EXEC.                                                    01330000
013310     IF SQLCODE = 100                                             01331000
013320         MOVE '1' TO W-EOF-VAL                                    01332000
013330         GO TO 6010-TRAITE-FIN.                                   01333000
013340     IF SQLCODE NOT = ZERO                                        01334000
013350         MOVE SQLCODE TO W-SQLCODE                                01335000
013360         MOVE 'FETCH C-PROPVAL SQLCODE = '                        01336000
013370              TO W-MESSAGE-ANOR                                   01337000
013380         PERFORM 9999-FIN-ANORMALE-DEB                            01338000
013390           THRU  9999-FIN-ANORMALE-FIN.                           01339000
013400     MOVE W-ID-FOURNISSEUR OF DCLPROPOSITIONACHAT TO TP00-FOURN.  01340000
013410     MOVE W-ID-ARTICLE OF DCLPROPOSITIONACHAT TO TP00-NOART.      01341000
013420     MOVE W-ID-ENTREPOT OF DCLPROPOSITIONACHAT TO TP00-ENTREPOT.  01342000
013430     MOVE W-QTE-PROPOSEE TO TP00-QTE-PROP.                        01343000
013440     MOVE W-REF-FOURNISSEUR TO TP00-REF.                          01344000
013450     MOVE W-PRIX-ACHAT OF DCLPROPOSITIONACHAT TO TP00-PRIXA.      01345000
013600     ADD 1 TO W-CPT-LUS.                                          01360000
013700     IF PREM-FOU OR TP00-FOURN NOT = W-PREV-FOURN                 01370000
013800         MOVE '0' TO W-PREM-FOU                                   01380000
014900     ADD 1 TO W-CPT-CMD.                                          01490000
015000     MOVE W-NO-CMD TO WC-NO-CMD.                                  01500000
015100     MOVE TP00-FOURN TO WC-FOURN.                                 01510000
015120     PERFORM 6025-DEVISE-DEB                                      01512000
015140       THRU  6025-DEVISE-FIN.                                     01514000
015160     MOVE W-DEVISE-CMD TO WC-DEVISE.                              01516000
015180     MOVE W-TAUX-CMD TO WC-TAUX.                                  01518000
015200     MOVE W-LIGNE-CMD TO LC00.                                    01520000
015300     WRITE LC00.                                                  01530000
015400 6020-NOUV-CMD-FIN.                                               01540000
015500      EXIT.                                                       01550000
015600***************                                                   01560000
015602 6025-DEVISE-DEB.                                                 01560200
015604     EXEC SQL                                                     01560400
015606         SELECT DEVISE                                            01560600
015608           INTO :W-DEVISE-CMD                                     01560800
015610           FROM API7.FOURNISSEUR                                  01561000
015612          WHERE ID_FOURNISSEUR = :TP00-FOURN                      01561200
015614     END-EXEC.                                                    01561400
015616     IF SQLCODE NOT = ZERO                                        01561600
015618         MOVE SQLCODE TO W-SQLCODE                                01561800
015620         MOVE 'SELECT FOURNISSEUR SQLCODE = '                     01562000
015622              TO W-MESSAGE-ANOR                                   01562200
015624         PERFORM 9999-FIN-ANORMALE-DEB                            01562400
015626           THRU  9999-FIN-ANORMALE-FIN.                           01562600
015628     MOVE W-DEVISE-CMD TO DEV-DEVISE.                             01562800
015630     MOVE SPACES TO DEV-DATE-EFFET.                               01563000
015632     MOVE 1 TO DEV-MONTANT.                                       01563200
015634     CALL 'CONVDEV' USING DEV-CONVERSION.                         01563400
015636     IF W-DEVISE-CMD = SPACES                                     01563600
015638         MOVE DEV-DEVISE-LOC TO W-DEVISE-CMD.                     01563800
015640     MOVE DEV-TAUX TO W-TAUX-CMD.                                 01564000
015642     IF DEV-CODE-RETOUR NOT = ZERO                                01564200
015644         DISPLAY 'COMMANDE ' W-NO-CMD ' FOURNISSEUR ' TP00-FOURN  01564400
015646                 ' - PAS DE TAUX DE CHANGE ' W-DEVISE-CMD         01564600
015648         ADD 1 TO W-CPT-SANS-TAUX.                                01564800
015650 6025-DEVISE-FIN.                                                 01565000
015652      EXIT.                                                       01565200
015654***************                                                   01565400
015700 6030-INS-LIGNE-DEB.                                              01570000
015800     MOVE W-NO-CMD TO W-NO-COMMANDE OF DCLCOMMANDEACHAT.          01580000
015900     MOVE TP00-FOURN TO W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT.     01590000
016000     MOVE TP00-NOART TO W-ID-ARTICLE OF DCLCOMMANDEACHAT.         01600000
016100     MOVE TP00-ENTREPOT TO W-ID-ENTREPOT OF DCLCOMMANDEACHAT.     01610000
016381     EXEC SQL                                                     01638100
016383         SELECT DELAI_LIVRAISON, UNITE_ACHAT, QTE_CONDIT,         01638300
016385                QTE_MINI                                          01638500
016387           INTO :W-DELAI-LIGNE, :W-UNITE-LIGNE, :W-CONDIT-LIGNE,  01638700
016389                :W-MINI-LIGNE                                     01638900
016391           FROM API7.ARTICLE_FOURNISSEUR                          01639100
016393          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    01639300
016395            AND ID_FOURNISSEUR =                                  01639500
016397                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT             01639700
016399     END-EXEC.                                                    01639900
016401     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  01640100
016403         MOVE SQLCODE TO W-SQLCODE                                01640300
016405         MOVE 'SELECT ARTICLE_FOURNISSEUR SQLCODE = '             01640500
016407              TO W-MESSAGE-ANOR                                   01640700
016409         PERFORM 9999-FIN-ANORMALE-DEB                            01640900
016411           THRU  9999-FIN-ANORMALE-FIN.                           01641100
016413     IF SQLCODE NOT = ZERO                                        01641300
016415         MOVE 'UN' TO W-UNITE-LIGNE                               01641500
016417         MOVE 1 TO W-CONDIT-LIGNE                                 01641700
016419         MOVE ZERO TO W-MINI-LIGNE.                               01641900
016421     IF SQLCODE NOT = ZERO OR W-DELAI-LIGNE NOT > ZERO            01642100
016423         MOVE W-DELAI TO W-DELAI-LIGNE.                           01642300
016425     PERFORM 6035-COLISAGE-DEB                                    01642500
016427       THRU  6035-COLISAGE-FIN.                                   01642700
016429     MOVE TP00-NOART TO PRA-ID-ARTICLE.                           01642900
016431     MOVE TP00-FOURN TO PRA-ID-FOURNISSEUR.                       01643100
016433     MOVE SPACES TO PRA-DATE-EFFET.                               01643300
016435     MOVE W-QTE-COMMANDEE TO PRA-QUANTITE.                        01643500
016437     CALL 'PRIXACH' USING PRA-RESOLUTION.                         01643700
016439     IF PRA-CODE-RETOUR = ZERO                                    01643900
016441         MOVE PRA-PRIX TO W-PRIX-ACHAT OF DCLCOMMANDEACHAT        01644100
016443     ELSE                                                         01644300
016445         MOVE TP00-PRIXA TO W-PRIX-ACHAT OF DCLCOMMANDEACHAT.     01644500
016447     EXEC SQL                                                     01644700
016500         INSERT INTO API7.COMMANDE_ACHAT                          01650000
016600                (NO_COMMANDE, ID_FOURNISSEUR, ID_ARTICLE,         01660000
016700                 ID_ENTREPOT, QTE_COMMANDEE, QTE_RECUE,           01670000
016750                 PRIX_ACHAT, DATE_COMMANDE, DATE_PREVUE, ETAT,    01675000
016800                 DEVISE, TAUX_COMMANDE, QTE_FACTUREE,             01680000
016850                 PRIX_FACTURE, UNITE_ACHAT, QTE_CONDIT)           01685000
016900         VALUES (:W-NO-COMMANDE OF DCLCOMMANDEACHAT,              01690000
017000                 :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT,           01700000
017100                 :W-ID-ARTICLE OF DCLCOMMANDEACHAT,               01710000
017200                 :W-ID-ENTREPOT OF DCLCOMMANDEACHAT,              01720000
017300                 :W-QTE-COMMANDEE, 0,                             01730000
017400                 :W-PRIX-ACHAT OF DCLCOMMANDEACHAT,               01740000
017500                 CURRENT DATE,                                    01750000
017550                 CURRENT DATE + :W-DELAI-LIGNE DAYS, 'O',         01755000
017600                 :W-DEVISE-CMD, :W-TAUX-CMD, 0, 0,                01760000
017650                 :W-UNITE-LIGNE, :W-CONDIT-LIGNE)                 01765000
017700     END-EXEC.                                                    01770000
017800     IF SQLCODE NOT = ZERO                                        01780000
017900         MOVE SQLCODE TO W-SQLCODE                                01790000
018100              TO W-MESSAGE-ANOR                                   01810000
018200         PERFORM 9999-FIN-ANORMALE-DEB                            01820000
018300           THRU  9999-FIN-ANORMALE-FIN.                           01830000
018305     MOVE W-NO-CMD TO W-NO-COMMANDE OF DCLPROPOSITIONACHAT.       01830500
018310     EXEC SQL                                                     01831000
018315         UPDATE API7.PROPOSITION_ACHAT                            01831500
018320            SET STATUT = 'T',                                     01832000
018325                NO_COMMANDE =                                     01832500
018330                :W-NO-COMMANDE OF DCLPROPOSITIONACHAT             01833000
018335          WHERE NO_PROPOSITION = :W-NO-PROPOSITION                01833500
018340     END-EXEC.                                                    01834000
018345     IF SQLCODE NOT = ZERO                                        01834500
018350         MOVE SQLCODE TO W-SQLCODE                                01835000
018355         MOVE 'UPDATE PROPOSITION_ACHAT SQLCODE = '               01835500
018360              TO W-MESSAGE-ANOR                                   01836000
018365         PERFORM 9999-FIN-ANORMALE-DEB                            01836500
018370           THRU  9999-FIN-ANORMALE-FIN.                           01837000
018400     ADD 1 TO W-CPT-LIGNES.                                       01840000
018500     MOVE TP00-NOART TO WD-NOART.                                 01850000
018600     MOVE TP00-ENTREPOT TO WD-ENTREPOT.                           01860000
018620     MOVE W-NB-COLIS TO WD-QTE.                                   01862000
018640     MOVE W-UNITE-LIGNE TO WD-UNITE.                              01864000
018660     MOVE W-CONDIT-LIGNE TO WD-CONDIT.                            01866000
018680     COMPUTE W-PRIX-COLIS = W-PRIX-ACHAT OF DCLCOMMANDEACHAT      01868000
018700                          * W-CONDIT-LIGNE.                       01870000
018720     MOVE W-PRIX-COLIS TO WD-PRIXA.                               01872000
018850     MOVE W-DEVISE-CMD TO WD-DEVISE.                              01885000
018900     MOVE W-LIGNE-DETAIL TO LC00.                                 01890000
019000     WRITE LC00.                                                  01900000
019100 6030-INS-LIGNE-FIN.                                              01910000
019200      EXIT.                                                       01920000
019205***************                                                   01920500
019210 6035-COLISAGE-DEB.                                               01921000
019215     IF W-UNITE-LIGNE = SPACES                                    01921500
019220         MOVE 'UN' TO W-UNITE-LIGNE.                              01922000
019225     IF W-CONDIT-LIGNE NOT > ZERO                                 01922500
019230         MOVE 1 TO W-CONDIT-LIGNE.                                01923000
019235     DIVIDE TP00-QTE-PROP BY W-CONDIT-LIGNE                       01923500
019240         GIVING W-NB-COLIS REMAINDER W-RESTE-COLIS.               01924000
019245     IF W-RESTE-COLIS > ZERO                                      01924500
019250         ADD 1 TO W-NB-COLIS.                                     01925000
019255     IF W-NB-COLIS < W-MINI-LIGNE                                 01925500
019260         MOVE W-MINI-LIGNE TO W-NB-COLIS.                         01926000
019265     COMPUTE W-QTE-COMMANDEE = W-NB-COLIS * W-CONDIT-LIGNE.       01926500
019270 6035-COLISAGE-FIN.                                               01927000
019275      EXIT.                                                       01927500
019300***************                                                   01930000
019400 8000-FIN-TRT-DEB.                                                01940000
019500     MOVE W-CPT-CMD TO WT-CPT-CMD.                                01950000
019600     MOVE W-LIGNE-TOTAL TO LC00.                                  01960000
019700     WRITE LC00.                                                  01970000
019750     EXEC SQL                                                     01975000
019800         CLOSE C-PROPVAL                                          01980000
019850     END-EXEC.                                                    01985000
019900     CLOSE LISTCMD.                                               01990000
020000     DISPLAY 'PROPOSITIONS LUES    = ' W-CPT-LUS.                 02000000
020100     DISPLAY 'COMMANDES CREEES     = ' W-CPT-CMD.                 02010000
020200     DISPLAY 'LIGNES CREEES        = ' W-CPT-LIGNES.              02020000
020202     DISPLAY 'COMMANDES SANS TAUX  = ' W-CPT-SANS-TAUX.           02020200
020204     IF W-CPT-SANS-TAUX NOT = ZERO                                02020400
020206         MOVE 4 TO RETURN-CODE.                                   02020600
020210     MOVE 'F' TO JRN-PHASE.                                       02021000
020220     MOVE W-CPT-LUS TO JRN-NB-LUS.                                02022000
020230     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          02023000
020240     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02024000
020250     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02025000
020300 8000-FIN-TRT-FIN.                                                02030000
020400      EXIT.                                                       02040000
020500************                                                      02050000
