000460         DECLARE C-PERM CURSOR FOR                                00004600
000470         SELECT LIE, ID_ARTICLE, QUANTITE                         00004700
000480           FROM API7.COMMANDE_PERMANENTE                          00004800
000490          WHERE ((FREQUENCE = 'H'                                 00004900
000500                  AND JOUR = DAYOFWEEK_ISO(CURRENT DATE))         00005000
000510                OR (FREQUENCE = 'M'                               00005100
000520                  AND JOUR = DAY(CURRENT DATE)))                  00005200
000522            AND LIE IN (SELECT D.LIE                              00005220
000524                          FROM API7.DEPARTEMENTS D                00005240
000526                         WHERE D.ACTIF = 'O')                     00005260
000530          ORDER BY LIE, ID_ARTICLE                                00005300
000540      END-EXEC.                                                   00005400
000550******                                                            00005500
000620 01  W-SAUTER       PIC X     VALUE 'N'.                          00006200
000630     88  GENERATION-SAUTEE    VALUE 'O'.                          00006300
000640 COPY ANORMAL.                                                    00006400
000645 COPY JRNCOM.                                                     00006450
000650 COPY CTLLOT.                                                     00006500
000660 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       00006600
000670 01  W-HEURE-LOT.                                                 00006700
000940 PROCEDURE DIVISION.                                              00009400
000950 1000-LGENCDE-DEB.                                                00009500
000960     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00009600
000962     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00009620
000964     MOVE 'D' TO JRN-PHASE                                        00009640
000966     CALL 'JRNEXEC' USING JRN-EXECUTION                           00009660
000970     PERFORM 5000-INIT-DEB                                        00009700
000980       THRU  5000-INIT-FIN.                                       00009800
000990     IF NOT GENERATION-SAUTEE                                     00009900
001840     CLOSE CDE-FICHIER.                                           00018400
001850     CLOSE LISTGEN.                                               00018500
001860     DISPLAY 'LIGNES GENEREES      = ' W-CPT-GENEREES.            00018600
001862     MOVE 'F' TO JRN-PHASE.                                       00018620
001864     MOVE W-CPT-GENEREES TO JRN-NB-ECRITS.                        00018640
001866     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00018660
001868     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00018680
001870 8000-FIN-TRT-FIN.                                                00018700
001880      EXIT.                                                       00018800
001890************                                                      00018900
