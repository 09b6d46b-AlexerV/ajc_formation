012800          ORDER BY X.ID_ARTICLE                                   01280000
012900      END-EXEC.                                                   01290000
013000******                                                            01300000
013002      EXEC SQL                                                    01300200
013004         DECLARE C-R12 CURSOR FOR                                 01300400
013006         SELECT D.LIE, 'PERM '                                    01300600
013008           FROM API7.DEPARTEMENTS D                               01300800
013010          WHERE D.ACTIF = 'N'                                     01301000
013012            AND EXISTS                                            01301200
013014                (SELECT 1 FROM API7.COMMANDE_PERMANENTE X         01301400
013016                  WHERE X.LIE = D.LIE)                            01301600
013018         UNION ALL                                                01301800
013020         SELECT D.LIE, 'ENTRE'                                    01302000
013022           FROM API7.DEPARTEMENTS D                               01302200
013024          WHERE D.ACTIF = 'N'                                     01302400
013026            AND EXISTS                                            01302600
013028                (SELECT 1 FROM API7.DEPT_ENTREPOT X               01302800
013030                  WHERE X.LIE = D.LIE)                            01303000
013032         UNION ALL                                                01303200
013034         SELECT D.LIE, 'SAISI'                                    01303400
013036           FROM API7.DEPARTEMENTS D                               01303600
013038          WHERE D.ACTIF = 'N'                                     01303800
013040            AND EXISTS                                            01304000
013042                (SELECT 1 FROM API7.COMMANDE_SAISIE X             01304200
013044                  WHERE X.LIE = D.LIE                             01304400
013046                    AND X.ETAT IN ('S', 'A'))                     01304600
013048         UNION ALL                                                01304800
013050         SELECT D.LIE, 'RELIQ'                                    01305000
013052           FROM API7.DEPARTEMENTS D                               01305200
013054          WHERE D.ACTIF = 'N'                                     01305400
013056            AND EXISTS                                            01305600
013058                (SELECT 1 FROM API7.RELIQUAT X                    01305800
013060                  WHERE X.LIE = D.LIE                             01306000
013062                    AND X.ETAT = 'O')                             01306200
013064         UNION ALL                                                01306400
013066         SELECT D.LIE, 'CONSO'                                    01306600
013068           FROM API7.DEPARTEMENTS D                               01306800
013070          WHERE D.ACTIF = 'N'                                     01307000
013072            AND EXISTS                                            01307200
013074                (SELECT 1 FROM API7.CONSO_DEPT X                  01307400
013076                  WHERE X.LIE = D.LIE                             01307600
013078                    AND X.DATE_SERVICE > D.DATE_FERMETURE)        01307800
013080         ORDER BY 1, 2                                            01308000
013082      END-EXEC.                                                   01308200
013084******                                                            01308400
013100 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LAUDINT'.                    01310000
013200 01  W-SQLCODE      PIC +++9.                                     01320000
013300 01  W-EOF-CUR      PIC X     VALUE '0'.                          01330000
019200       THRU  6190-R10-FIN.                                        01920000
019300     PERFORM 6200-R11-DEB                                         01930000
019400       THRU  6200-R11-FIN.                                        01940000
019420     PERFORM 6210-R12-DEB                                         01942000
019440       THRU  6210-R12-FIN.                                        01944000
019500     PERFORM 8000-FIN-TRT-DEB                                     01950000
019600       THRU  8000-FIN-TRT-FIN.                                    01960000
019700     PERFORM 9990-FIN-NORMALE-DEB                                 01970000
068200         MOVE '1' TO W-ANOMALIES.                                 06820000
068300 6200-R11-FIN.                                                    06830000
068400      EXIT.                                                       06840000
068402***************                                                   06840200
068404 6210-R12-DEB.                                                    06840400
068406     MOVE 'ACTIVITE SUR DEPARTEMENT FERME'                        06840600
068408         TO W-TITRE-SECTION.                                      06840800
068410     MOVE W-LIGNE-SECTION TO LA00.                                06841000
068412     WRITE LA00.                                                  06841200
068414     MOVE ZERO TO W-CPT-SECTION.                                  06841400
068416     MOVE '0' TO W-EOF-CUR.                                       06841600
068418     EXEC SQL                                                     06841800
068420         OPEN C-R12                                               06842000
068422     END-EXEC.                                                    06842200
068424 6210-R12-10.                                                     06842400
068426     EXEC SQL                                                     06842600
068428         FETCH C-R12                                              06842800
068430           INTO :W-CLE-NUM, :W-CLE-CHR                            06843000
068432     END-EXEC.                                                    06843200
068434     EVALUATE SQLCODE                                             06843400
068436         WHEN 100                                                 06843600
068438             MOVE '1' TO W-EOF-CUR                                06843800
068440         WHEN ZERO                                                06844000
068442             ADD 1 TO W-CPT-SECTION W-CPT-TOTAL                   06844200
068444             MOVE W-CLE-NUM TO WO-CLE-NUM                         06844400
068446             MOVE W-CLE-CHR TO WO-CLE-CHR                         06844600
068448             MOVE W-LIGNE-ORPHELIN TO LA00                        06844800
068450             WRITE LA00                                           06845000
068452         WHEN OTHER                                               06845200
068454             MOVE SQLCODE TO W-SQLCODE                            06845400
068456             MOVE 'FETCH C-R12 SQLCODE = '                        06845600
068458                  TO W-MESSAGE-ANOR                               06845800
068460             PERFORM 9999-FIN-ANORMALE-DEB                        06846000
068462               THRU  9999-FIN-ANORMALE-FIN                        06846200
068464     END-EVALUATE.                                                06846400
068466     IF NOT FIN-CUR-OK                                            06846600
068468         GO TO 6210-R12-10.                                       06846800
068470     EXEC SQL                                                     06847000
068472         CLOSE C-R12                                              06847200
068474     END-EXEC.                                                    06847400
068476     MOVE W-CPT-SECTION TO WC-CPT.                                06847600
068478     MOVE W-LIGNE-CPT TO LA00.                                    06847800
068480     WRITE LA00.                                                  06848000
068482     IF W-CPT-SECTION NOT = ZERO                                  06848200
068484         MOVE '1' TO W-ANOMALIES.                                 06848400
068486 6210-R12-FIN.                                                    06848600
068488      EXIT.                                                       06848800
068500***************                                                   06850000
068600 8000-FIN-TRT-DEB.                                                06860000
068700     MOVE W-CPT-TOTAL TO WT-CPT.                                  06870000
