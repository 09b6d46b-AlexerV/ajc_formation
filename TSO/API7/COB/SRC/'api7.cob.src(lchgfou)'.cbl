002900   10             FC00-L-CODE   PICTURE X(5).                     00290000
003000   10             FC00-L-REF    PICTURE X(15).                    00300000
003100   10             FC00-L-PRIX   PICTURE 9(5)V99.                  00310000
003120   10             FC00-L-DELAI  PICTURE 9(3).                     00312000
003130   10             FC00-L-UNITE  PICTURE X(3).                     00313000
003140   10             FC00-L-CONDIT PICTURE 9(5).                     00314000
003150   10             FC00-L-MINI   PICTURE 9(5).                     00315000
003160   10             FILLER        PICTURE X(27).                    00316000
003210 01               FC00-TERME REDEFINES FC00.                      00321000
003220   10             FILLER        PICTURE X(1).                     00322000
003230   10             FC00-T-CODE   PICTURE X(5).                     00323000
003240   10             FC00-T-TYPE   PICTURE X(1).                     00324000
003250   10             FC00-T-JOURS  PICTURE 9(3).                     00325000
003260   10             FC00-T-IBAN   PICTURE X(34).                    00326000
003270   10             FC00-T-DEVISE PICTURE X(3).                     00327000
003280   10             FILLER        PICTURE X(33).                    00328000
003300 FD                 REJ-FICHIER                                   00330000
003400      BLOCK              00000 RECORDS                            00340000
003500      DATA RECORD                                                 00350000
006200 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00620000
006300 01  W-CNT-ARTICLE  PIC S9(9) USAGE COMP.                         00630000
006400 01  W-CNT-FOURN    PIC S9(9) USAGE COMP.                         00640000
006420 01  W-CNT-TAUX     PIC S9(9) USAGE COMP.                         00642000
006440 01  W-DEVISE-LOC   PIC X(3)  VALUE SPACES.                       00644000
006500 COPY ANORMAL.                                                    00650000
006550 COPY DEVCOM.                                                     00655000
006600******                                                            00660000
006700 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00670000
006800 01  W-CPT-FOURN    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00680000
006900 01  W-CPT-LIENS    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00690000
007000 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00700000
007050 01  W-CPT-TERMES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00705000
007100******                                                            00710000
007200 PROCEDURE DIVISION.                                              00720000
007300 1000-LCHGFOU-DEB.                                                00730000
008700 5000-INIT-DEB.                                                   00870000
008800     OPEN INPUT  FO-FICHIER.                                      00880000
008900     OPEN OUTPUT REJ-FICHIER.                                     00890000
008920     MOVE SPACES TO DEV-DEVISE.                                   00892000
008940     MOVE ZERO TO DEV-MONTANT.                                    00894000
008960     CALL 'CONVDEV' USING DEV-CONVERSION.                         00896000
008980     MOVE DEV-DEVISE-LOC TO W-DEVISE-LOC.                         00898000
009000 5000-INIT-FIN.                                                   00900000
009100      EXIT.                                                       00910000
009200***************                                                   00920000
010300         WHEN 'L'                                                 01030000
010400             PERFORM 6030-LIEN-DEB                                01040000
010500               THRU  6030-LIEN-FIN                                01050000
010520         WHEN 'T'                                                 01052000
010540             PERFORM 6035-TERME-DEB                               01054000
010560               THRU  6035-TERME-FIN                               01056000
010600         WHEN OTHER                                               01060000
010700             MOVE 'TYPE ENREGISTREMENT INVALIDE' TO W-CODE-REJET  01070000
010800     END-EVALUATE.                                                01080000
012400     EXEC SQL                                                     01240000
012500         INSERT INTO API7.FOURNISSEUR                             01250000
012600                (ID_FOURNISSEUR, NOM, ADRESSE1, ADRESSE2,         01260000
012700                 TELEPHONE, TERME_TYPE, TERME_JOURS, DEVISE)      01270000
012800         VALUES (:W-ID-FOURNISSEUR OF DCLFOURNISSEUR,             01280000
012900                 :W-NOM, :W-ADRESSE1, :W-ADRESSE2,                01290000
013000                 :W-TELEPHONE, 'N', 30, :W-DEVISE-LOC)            01300000
013100     END-EXEC.                                                    01310000
013200     EVALUATE SQLCODE                                             01320000
013300         WHEN ZERO                                                01330000
017100     MOVE FC00-L-NOART TO W-ID-ARTICLE OF DCLARTICLEFOURN.        01710000
017200     MOVE FC00-L-CODE TO W-ID-FOURNISSEUR OF DCLARTICLEFOURN.     01720000
017300     MOVE FC00-L-REF  TO W-REF-FOURNISSEUR.                       01730000
017320     MOVE FC00-L-PRIX TO W-PRIX-ACHAT.                            01732000
017340     IF FC00-L-DELAI NUMERIC                                      01734000
017360         MOVE FC00-L-DELAI TO W-DELAI-LIVRAISON                   01736000
017380     ELSE                                                         01738000
017400         MOVE ZERO TO W-DELAI-LIVRAISON.                          01740000
017405     IF FC00-L-UNITE = SPACES                                     01740500
017410         MOVE 'UN' TO W-UNITE-ACHAT                               01741000
017415     ELSE                                                         01741500
017420         MOVE FC00-L-UNITE TO W-UNITE-ACHAT.                      01742000
017425     IF FC00-L-CONDIT NUMERIC AND FC00-L-CONDIT > ZERO            01742500
017430         MOVE FC00-L-CONDIT TO W-QTE-CONDIT                       01743000
017435     ELSE                                                         01743500
017440         MOVE 1 TO W-QTE-CONDIT.                                  01744000
017445     IF FC00-L-MINI NUMERIC                                       01744500
017450         MOVE FC00-L-MINI TO W-QTE-MINI                           01745000
017455     ELSE                                                         01745500
017460         MOVE ZERO TO W-QTE-MINI.                                 01746000
017500     EXEC SQL                                                     01750000
017600         INSERT INTO API7.ARTICLE_FOURNISSEUR                     01760000
017650                (ID_ARTICLE, ID_FOURNISSEUR, REF_FOURNISSEUR,     01765000
017670                 PRIX_ACHAT, DELAI_LIVRAISON, UNITE_ACHAT,        01767000
017690                 QTE_CONDIT, QTE_MINI)                            01769000
017750         VALUES (:W-ID-ARTICLE OF DCLARTICLEFOURN,                01775000
017800                 :W-ID-FOURNISSEUR OF DCLARTICLEFOURN,            01780000
017850                 :W-REF-FOURNISSEUR, :W-PRIX-ACHAT,               01785000
017950                 :W-DELAI-LIVRAISON, :W-UNITE-ACHAT,              01795000
018050                 :W-QTE-CONDIT, :W-QTE-MINI)                      01805000
018200     END-EXEC.                                                    01820000
018300     EVALUATE SQLCODE                                             01830000
018400         WHEN ZERO                                                01840000
019700 6030-LIEN-FIN.                                                   01970000
019800      EXIT.                                                       01980000
019900***************                                                   01990000
019902 6035-TERME-DEB.                                                  01990200
019904     IF FC00-T-TYPE NOT = 'N' AND FC00-T-TYPE NOT = 'F'           01990400
019906         MOVE 'TYPE ECHEANCE INVALIDE (N/F)' TO W-CODE-REJET      01990600
019908         GO TO 6035-TERME-FIN.                                    01990800
019910     IF FC00-T-JOURS NOT NUMERIC                                  01991000
019912         MOVE 'NOMBRE DE JOURS NON NUMERIQUE' TO W-CODE-REJET     01991200
019914         GO TO 6035-TERME-FIN.                                    01991400
019916     MOVE FC00-T-CODE TO W-ID-FOURNISSEUR OF DCLFOURNISSEUR.      01991600
019918     MOVE FC00-T-TYPE TO W-TERME-TYPE.                            01991800
019920     MOVE FC00-T-JOURS TO W-TERME-JOURS.                          01992000
019921     MOVE FC00-T-IBAN TO W-IBAN.                                  01992100
019922     MOVE FC00-T-DEVISE TO W-DEVISE.                              01992200
019923     IF W-DEVISE NOT = SPACES AND W-DEVISE NOT = W-DEVISE-LOC     01992300
019924         PERFORM 6037-CTL-DEVISE-DEB                              01992400
019925           THRU  6037-CTL-DEVISE-FIN.                             01992500
019926     IF W-CODE-REJET NOT = SPACES                                 01992600
019927         GO TO 6035-TERME-FIN.                                    01992700
019928     EXEC SQL                                                     01992800
019929         UPDATE API7.FOURNISSEUR                                  01992900
019930            SET TERME_TYPE = :W-TERME-TYPE,                       01993000
019931                TERME_JOURS = :W-TERME-JOURS,                     01993100
019932                IBAN = CASE WHEN :W-IBAN = ' ' THEN IBAN          01993200
019933                            ELSE :W-IBAN END,                     01993300
019934                DEVISE = CASE WHEN :W-DEVISE = ' ' THEN DEVISE    01993400
019935                              ELSE :W-DEVISE END                  01993500
019936          WHERE ID_FOURNISSEUR =                                  01993600
019937                :W-ID-FOURNISSEUR OF DCLFOURNISSEUR               01993700
019938     END-EXEC.                                                    01993800
019939     EVALUATE SQLCODE                                             01993900
019940         WHEN ZERO                                                01994000
019941             ADD 1 TO W-CPT-TERMES                                01994100
019942         WHEN 100                                                 01994200
019944             MOVE 'FOURNISSEUR INCONNU' TO W-CODE-REJET           01994400
019946         WHEN OTHER                                               01994600
019948             MOVE SQLCODE TO W-SQLCODE                            01994800
019950             STRING 'UPDATE REFUSE SQLCODE=' W-SQLCODE            01995000
019952                 DELIMITED BY SIZE INTO W-CODE-REJET              01995200
019954                 ON OVERFLOW                                      01995400
019956                     MOVE 'UPDATE REFUSE PAR DB2'                 01995600
019958                         TO W-CODE-REJET                          01995800
019960             END-STRING                                           01996000
019962     END-EVALUATE.                                                01996200
019964 6035-TERME-FIN.                                                  01996400
019966      EXIT.                                                       01996600
019968***************                                                   01996800
019970 6037-CTL-DEVISE-DEB.                                             01997000
019972     EXEC SQL                                                     01997200
019974         SELECT COUNT(*)                                          01997400
019976           INTO :W-CNT-TAUX                                       01997600
019978           FROM API7.TAUX_CHANGE                                  01997800
019980          WHERE DEVISE = :W-DEVISE                                01998000
019982     END-EXEC.                                                    01998200
019984     IF W-CNT-TAUX = ZERO                                         01998400
019986         MOVE 'DEVISE SANS TAUX DE CHANGE' TO W-CODE-REJET.       01998600
019988 6037-CTL-DEVISE-FIN.                                             01998800
019990      EXIT.                                                       01999000
019992***************                                                   01999200
020000 6040-REJET-DEB.                                                  02000000
020100     MOVE FC00 TO FJ00-DONNEES.                                   02010000
020200     MOVE W-CODE-REJET TO FJ00-RAISON.                            02020000
021100     DISPLAY 'ENREGISTREMENTS LUS = ' W-CPT-LUS.                  02110000
021200     DISPLAY 'FOURNISSEURS CHARGES= ' W-CPT-FOURN.                02120000
021300     DISPLAY 'LIENS CHARGES       = ' W-CPT-LIENS.                02130000
021350     DISPLAY 'ECHEANCES MODIFIEES = ' W-CPT-TERMES.               02135000
021400     DISPLAY 'REJETS              = ' W-CPT-REJETS.               02140000
021500 8000-FIN-TRT-FIN.                                                02150000
021600      EXIT.                                                       02160000
