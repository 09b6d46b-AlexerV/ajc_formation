006100     88  ACHAT-ABSENT         VALUE '1'.                          00610000
006200 01  W-MARGE        PIC S9(5)V9(2) USAGE COMP-3.                  00620000
006300 01  W-MARGE-PCT    PIC S9(3)V9(2) USAGE COMP-3.                  00630000
006320 01  W-DEV-FOURN    PIC X(3)  VALUE SPACES.                       00632000
006340 01  W-DEV-LOC      PIC X(3)  VALUE SPACES.                       00634000
006400 COPY ANORMAL.                                                    00640000
006450 COPY DEVCOM.                                                     00645000
006500******                                                            00650000
006600 01  W-CPT-ARTICLES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00660000
006700 01  W-CPT-SOUSCOUT PIC S9(9) USAGE COMP-3 VALUE ZERO.            00670000
007200 01  W-LIGNE-ENTETE.                                              00720000
007300     05  FILLER   PIC X(30) VALUE                                 00730000
007400         'MARGES PAR FAMILLE ET MARQUE '.                         00740000
007450     05  FILLER   PIC X(3)  VALUE 'EN '.                          00745000
007500     05  WE-DEVISE      PIC X(3).                                 00750000
007550     05  FILLER   PIC X(4)  VALUE SPACES.                         00755000
007600 01  W-LIGNE-MARQUE.                                              00760000
007700     05  FILLER   PIC X(8)  VALUE 'MARQUE  '.                     00770000
007800     05  WM-MARQUE      PIC X(2).                                 00780000
013700 5000-INIT-DEB.                                                   01370000
013800     OPEN OUTPUT LISTMRG.                                         01380000
013900     OPEN OUTPUT EXC-FICHIER.                                     01390000
013910     MOVE SPACES TO DEV-DEVISE.                                   01391000
013920     MOVE ZERO TO DEV-MONTANT.                                    01392000
013930     CALL 'CONVDEV' USING DEV-CONVERSION.                         01393000
013940     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            01394000
013950     MOVE W-DEV-LOC TO WE-DEVISE.                                 01395000
014000     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           01400000
014100     PERFORM 8300-EDIT-INIT-DEB                                   01410000
014200       THRU  8300-EDIT-INIT-FIN.                                  01420000
021600     MOVE '0' TO W-ACHAT-ABSENT.                                  02160000
021700     MOVE W-ID-ARTICLE OF DCLARTICLE                              02170000
021800         TO W-ID-ARTICLE OF DCLARTICLEFOURN.                      02180000
021820     EXEC SQL                                                     02182000
021840         SELECT A.PRIX_ACHAT, F.DEVISE                            02184000
021860           INTO :W-PRIX-ACHAT, :W-DEV-FOURN                       02186000
021880           FROM API7.ARTICLE_FOURNISSEUR A,                       02188000
021900                API7.FOURNISSEUR F                                02190000
021920          WHERE A.ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLEFOURN   02192000
021940            AND F.ID_FOURNISSEUR = A.ID_FOURNISSEUR               02194000
021960          ORDER BY A.PRIX_ACHAT *                                 02196000
021980                CASE WHEN F.DEVISE = ' '                          02198000
022000                       OR F.DEVISE = :W-DEV-LOC THEN 1            02200000
022020                ELSE (SELECT T.TAUX                               02202000
022040                        FROM API7.TAUX_CHANGE T                   02204000
022060                       WHERE T.DEVISE = F.DEVISE                  02206000
022080                         AND T.DATE_TAUX =                        02208000
022100                            (SELECT MAX(U.DATE_TAUX)              02210000
022120                               FROM API7.TAUX_CHANGE U            02212000
022140                              WHERE U.DEVISE = F.DEVISE           02214000
022160                                AND U.DATE_TAUX <= CURRENT DATE)) 02216000
022180                END                                               02218000
022200          FETCH FIRST 1 ROW ONLY                                  02220000
022220     END-EXEC.                                                    02222000
022240     IF SQLCODE NOT = ZERO                                        02224000
022260         MOVE '1' TO W-ACHAT-ABSENT                               02226000
022280         MOVE ZERO TO W-ACHAT-MINI                                02228000
022300         GO TO 6030-PRIX-ACHAT-FIN.                               02230000
022320     MOVE W-DEV-FOURN TO DEV-DEVISE.                              02232000
022340     MOVE SPACES TO DEV-DATE-EFFET.                               02234000
022360     MOVE W-PRIX-ACHAT TO DEV-MONTANT.                            02236000
022380     CALL 'CONVDEV' USING DEV-CONVERSION.                         02238000
022400     IF DEV-CODE-RETOUR NOT = ZERO                                02240000
022420         MOVE '1' TO W-ACHAT-ABSENT                               02242000
022440         MOVE ZERO TO W-ACHAT-MINI                                02244000
022460     ELSE                                                         02246000
022480         COMPUTE W-ACHAT-MINI ROUNDED = DEV-MONTANT-LOC.          02248000
023000 6030-PRIX-ACHAT-FIN.                                             02300000
023100      EXIT.                                                       02310000
023200***************                                                   02320000
