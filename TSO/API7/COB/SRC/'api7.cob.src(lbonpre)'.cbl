008900 01  W-CUM-DEM      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00890000
009000 01  W-CUM-SERV     PIC S9(9) USAGE COMP-3 VALUE ZERO.            00900000
009100 01  W-CUM-RELI     PIC S9(9) USAGE COMP-3 VALUE ZERO.            00910000
009102 01  W-SUI-LIE      PIC S9(9) USAGE COMP VALUE ZERO.              00910200
009104 01  W-SUI-NOART    PIC S9(9) USAGE COMP VALUE ZERO.              00910400
009110 COPY ANORMAL.                                                    00911000
009130 COPY JRNCOM.                                                     00913000
009150 COPY ARCCOM.                                                     00915000
009200******                                                            00920000
009300 01  W-CPT-JRN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00930000
009400 01  W-CPT-PIC      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00940000
013200 PROCEDURE DIVISION.                                              01320000
013300 1000-LBONPRE-DEB.                                                01330000
013400     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01340000
013420     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01342000
013440     MOVE 'D' TO JRN-PHASE                                        01344000
013460     CALL 'JRNEXEC' USING JRN-EXECUTION                           01346000
013500     PERFORM 2000-TRI-PICKING-DEB                                 01350000
013600       THRU  2000-TRI-PICKING-FIN.                                01360000
013700     PERFORM 6010-EDIT-PIC-DEB                                    01370000
015460     PERFORM 2120-EMPLACE-DEB                                     01546000
015462       THRU  2120-EMPLACE-FIN.                                    01546200
015464     RELEASE TR00.                                                01546400
015465     IF JA00-QTE-SERV > ZERO                                      01546500
015466         PERFORM 2130-SUIVI-DEB                                   01546600
015467           THRU  2130-SUIVI-FIN.                                  01546700
015468 2110-LIT-JRN-FIN.                                                01546800
015469      EXIT.                                                       01546900
015470***************                                                   01547000
015472 2120-EMPLACE-DEB.                                                01547200
015474     MOVE JA00-NOART TO W-ID-ARTICLE OF DCLEMPLACEMENT.           01547400
015516 2120-EMPLACE-FIN.                                                01550160
015517     EXIT.                                                        01550170
015518***************                                                   01550180
015520 2130-SUIVI-DEB.                                                  01552000
015522     MOVE JA00-LIE TO W-SUI-LIE.                                  01552200
015524     IF JA00-NOART-KIT NOT = ZERO                                 01552400
015526         MOVE JA00-NOART-KIT TO W-SUI-NOART                       01552600
015528     ELSE                                                         01552800
015530         IF JA00-SUBST = 'S'                                      01553000
015532             MOVE JA00-NOART-ORIG TO W-SUI-NOART                  01553200
015534         ELSE                                                     01553400
015536             MOVE JA00-NOART TO W-SUI-NOART.                      01553600
015538     EXEC SQL                                                     01553800
015540         UPDATE API7.SUIVI_COMMANDE                               01554000
015542            SET ETAT = 'C',                                       01554200
015544                DATE_MAJ = CURRENT DATE                           01554400
015546          WHERE LIE = :W-SUI-LIE                                  01554600
015548            AND ID_ARTICLE = :W-SUI-NOART                         01554800
015550            AND ETAT IN ('S', 'P')                                01555000
015552     END-EXEC.                                                    01555200
015554     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  01555400
015556         MOVE SQLCODE TO W-SQLCODE                                01555600
015558         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  01555800
015560              TO W-MESSAGE-ANOR                                   01556000
015562         PERFORM 9999-FIN-ANORMALE-DEB                            01556200
015564           THRU  9999-FIN-ANORMALE-FIN.                           01556400
015566 2130-SUIVI-FIN.                                                  01556600
015568     EXIT.                                                        01556800
015570***************                                                   01557000
015600 3000-TRI-BL-DEB.                                                 01560000
015700     SORT TRI-FICHIER                                             01570000
015800         ON ASCENDING KEY TK00-LIE TK00-NOART-KIT                 01580000
016400 6010-EDIT-PIC-DEB.                                               01640000
016500     OPEN INPUT TRV-FICHIER.                                      01650000
016600     OPEN OUTPUT LISTPIC.                                         01660000
016610     MOVE W-PROGRAM-ID TO ARC-PROGRAMME.                          01661000
016620     MOVE 'LISTPIC' TO ARC-ETAT.                                  01662000
016630     MOVE 'N' TO ARC-ASA.                                         01663000
016640     MOVE 80 TO ARC-LONGUEUR.                                     01664000
016650     MOVE ZERO TO ARC-NO-ARCHIVE.                                 01665000
016700     PERFORM 6011-LIGNE-PIC-DEB                                   01670000
016800       THRU  6011-LIGNE-PIC-FIN                                   01680000
016900       UNTIL FIN-TV-OK.                                           01690000
017000     CLOSE TRV-FICHIER.                                           01700000
017020     MOVE 'F' TO ARC-FONCTION.                                    01702000
017040     CALL 'ARCHEDT' USING ARC-EDITION.                            01704000
017100     CLOSE LISTPIC.                                               01710000
017200 6010-EDIT-PIC-FIN.                                               01720000
017300      EXIT.                                                       01730000
018400         MOVE '0' TO W-PREM-PIC                                   01840000
018500         MOVE TV00-ENTREPOT TO W-PREV-ENTREPOT                    01850000
018600         MOVE TV00-ENTREPOT TO WP-ENTREPOT                        01860000
018650         MOVE TV00-ENTREPOT TO ARC-ENTREPOT                       01865000
018700         MOVE W-LIGNE-ENT-PIC TO LP00                             01870000
018750         PERFORM 8500-ECRIT-PIC-DEB                               01875000
018800           THRU  8500-ECRIT-PIC-FIN.                              01880000
018900     MOVE TV00-NOART TO WP-NOART.                                 01890000
019000     MOVE TV00-QTE-SERV TO WP-QTE-SERV.                           01900000
019100     MOVE TV00-LIE TO WP-LIE.                                     01910000
019130     MOVE TV00-CASIER TO WP-CASIER.                               01913000
019140     MOVE TV00-NO-LOT TO WP-NO-LOT.                               01914000
019200     MOVE W-LIGNE-DET-PIC TO LP00.                                01920000
019250     PERFORM 8500-ECRIT-PIC-DEB                                   01925000
019300       THRU  8500-ECRIT-PIC-FIN.                                  01930000
019400     ADD 1 TO W-CPT-PIC.                                          01940000
019500 6011-LIGNE-PIC-FIN.                                              01950000
019600      EXIT.                                                       01960000
019800 6030-EDIT-BL-DEB.                                                01980000
019900     OPEN INPUT TRB-FICHIER.                                      01990000
020000     OPEN OUTPUT LISTBL.                                          02000000
020020     MOVE 'LISTBL' TO ARC-ETAT.                                   02002000
020040     MOVE ZERO TO ARC-NO-ARCHIVE.                                 02004000
020100     PERFORM 6031-LIGNE-BL-DEB                                    02010000
020200       THRU  6031-LIGNE-BL-FIN                                    02020000
020300       UNTIL FIN-TB-OK.                                           02030000
020500         PERFORM 6033-FLUSH-ART-DEB                               02050000
020600           THRU  6033-FLUSH-ART-FIN.                              02060000
020700     CLOSE TRB-FICHIER.                                           02070000
020720     MOVE 'F' TO ARC-FONCTION.                                    02072000
020740     CALL 'ARCHEDT' USING ARC-EDITION.                            02074000
020800     CLOSE LISTBL.                                                02080000
020900 6030-EDIT-BL-FIN.                                                02090000
021000      EXIT.                                                       02100000
024200     MOVE TB00-LIE TO W-PREV-LIE.                                 02420000
024210     MOVE ZERO TO W-PREV-KIT.                                     02421000
024300     MOVE TB00-LIE TO WB-LIE.                                     02430000
024320     MOVE TB00-LIE TO ARC-LIE.                                    02432000
024340     MOVE TB00-ENTREPOT TO ARC-ENTREPOT.                          02434000
024400     MOVE W-LIGNE-ENT-BL TO LB00.                                 02440000
024450     PERFORM 8510-ECRIT-BL-DEB                                    02445000
024500       THRU  8510-ECRIT-BL-FIN.                                   02450000
024600     MOVE W-LIGNE-COL-BL TO LB00.                                 02460000
024650     PERFORM 8510-ECRIT-BL-DEB                                    02465000
024700       THRU  8510-ECRIT-BL-FIN.                                   02470000
024800     ADD 1 TO W-CPT-BL.                                           02480000
024900 6032-ENTETE-BL-FIN.                                              02490000
025000      EXIT.                                                       02500000
025500     MOVE W-CUM-SERV TO WB-QTE-SERV.                              02550000
025600     MOVE W-CUM-RELI TO WB-QTE-RELI.                              02560000
025700     MOVE W-LIGNE-DET-BL TO LB00.                                 02570000
025720     PERFORM 8510-ECRIT-BL-DEB                                    02572000
025740       THRU  8510-ECRIT-BL-FIN.                                   02574000
025810     IF W-GRP-SUBST = 'S'                                         02581000
025820         MOVE W-GRP-ORIG TO WB-ORIG                               02582000
025830         MOVE W-LIGNE-SUB-BL TO LB00                              02583000
025850         PERFORM 8510-ECRIT-BL-DEB                                02585000
025870           THRU  8510-ECRIT-BL-FIN.                               02587000
025900 6033-FLUSH-ART-FIN.                                              02590000
026000      EXIT.                                                       02600000
026100***************                                                   02610000
026230         IF TB00-NOART-KIT NOT = ZERO                             02623000
026240             MOVE TB00-NOART-KIT TO WB-KIT                        02624000
026250             MOVE W-LIGNE-KIT-BL TO LB00                          02625000
026255             PERFORM 8510-ECRIT-BL-DEB                            02625500
026260               THRU  8510-ECRIT-BL-FIN                            02626000
026270         END-IF                                                   02627000
026280     END-IF.                                                      02628000
026300     MOVE TB00-NOART TO W-PREV-NOART.                             02630000
027000     DISPLAY 'LIGNES JOURNAL LUES  = ' W-CPT-JRN.                 02700000
027100     DISPLAY 'LIGNES PICKING       = ' W-CPT-PIC.                 02710000
027200     DISPLAY 'BONS DE LIVRAISON    = ' W-CPT-BL.                  02720000
027250     MOVE 'F' TO JRN-PHASE.                                       02725000
027300     MOVE W-CPT-JRN TO JRN-NB-LUS.                                02730000
027350     COMPUTE JRN-NB-ECRITS = W-CPT-PIC + W-CPT-BL.                02735000
027400     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02740000
027450     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02745000
027500 8000-FIN-TRT-FIN.                                                02750000
027600      EXIT.                                                       02760000
027605***************                                                   02760500
027610 8500-ECRIT-PIC-DEB.                                              02761000
027615     WRITE LP00.                                                  02761500
027620     MOVE LP00 TO ARC-LIGNE.                                      02762000
027625     MOVE 'L' TO ARC-FONCTION.                                    02762500
027630     CALL 'ARCHEDT' USING ARC-EDITION.                            02763000
027635 8500-ECRIT-PIC-FIN.                                              02763500
027640      EXIT.                                                       02764000
027645***************                                                   02764500
027650 8510-ECRIT-BL-DEB.                                               02765000
027655     WRITE LB00.                                                  02765500
027660     MOVE LB00 TO ARC-LIGNE.                                      02766000
027665     MOVE 'L' TO ARC-FONCTION.                                    02766500
027670     CALL 'ARCHEDT' USING ARC-EDITION.                            02767000
027675 8510-ECRIT-BL-FIN.                                               02767500
027680      EXIT.                                                       02768000
027700************                                                      02770000
027800************                                                      02780000
027900  9990-FIN-NORMALE-DEB.                                           02790000
