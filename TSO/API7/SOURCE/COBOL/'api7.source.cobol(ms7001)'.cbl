000490             TO MESSAGEO                                          MS7001
000500         GO TO F05-FN.                                            MS7001
000510     IF CHOIXI = '05' OR CHOIXI = '06' OR CHOIXI = '07'           MS7001
000520         OR CHOIXI = '12' OR CHOIXI = '14' OR CHOIXI = '18'       MS7001
000525         OR CHOIXI = '19' OR CHOIXI = '21' OR CHOIXI = '22'       MS7001
000527         OR CHOIXI = '23' OR CHOIXI = '24'                        MS7001
000530         IF W-SEC-NIVEAU NOT = '2'                                MS7001
000540             MOVE 'CHOIX RESERVE AU NIVEAU MAITRISE'              MS7001
000550                 TO MESSAGEO                                      MS7001
000840             PERFORM N30AUD THRU F30AUD-FN                        MS7001
000850             EXEC CICS                                            MS7001
000860                 XCTL PROGRAM('A7PGM8')                           MS7001
000865                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
000870             END-EXEC                                             MS7001
000880         WHEN '06'                                                MS7001
000890             MOVE 'A7PGM9' TO WA-PROGRAMME                        MS7001
000900             PERFORM N30AUD THRU F30AUD-FN                        MS7001
000910             EXEC CICS                                            MS7001
000920                 XCTL PROGRAM('A7PGM9')                           MS7001
000925                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
000930             END-EXEC                                             MS7001
000940         WHEN '07'                                                MS7001
000950             MOVE 'A7PGM10' TO WA-PROGRAMME                       MS7001
001420                 XCTL PROGRAM('MS7003')                           MS7001
001430                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001440             END-EXEC                                             MS7001
001441         WHEN '15'                                                MS7001
001442             MOVE 'A7PGM17' TO WA-PROGRAMME                       MS7001
001443             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001444             EXEC CICS                                            MS7001
001445                 XCTL PROGRAM('A7PGM17')                          MS7001
001446                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001447             END-EXEC                                             MS7001
001448         WHEN '16'                                                MS7001
001449             MOVE 'A7PGM18' TO WA-PROGRAMME                       MS7001
001450             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001451             EXEC CICS                                            MS7001
001452                 XCTL PROGRAM('A7PGM18')                          MS7001
001453                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001454             END-EXEC                                             MS7001
001455         WHEN '17'                                                MS7001
001456             MOVE 'A7PGM19' TO WA-PROGRAMME                       MS7001
001457             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001458             EXEC CICS                                            MS7001
001459                 XCTL PROGRAM('A7PGM19')                          MS7001
001460                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001461             END-EXEC                                             MS7001
001462         WHEN '18'                                                MS7001
001463             MOVE 'A7PGM20' TO WA-PROGRAMME                       MS7001
001464             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001465             EXEC CICS                                            MS7001
001466                 XCTL PROGRAM('A7PGM20')                          MS7001
001467                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001468             END-EXEC                                             MS7001
001469         WHEN '19'                                                MS7001
001470             MOVE 'A7PGM21' TO WA-PROGRAMME                       MS7001
001471             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001472             EXEC CICS                                            MS7001
001473                 XCTL PROGRAM('A7PGM21')                          MS7001
001474                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001475             END-EXEC                                             MS7001
001476         WHEN '20'                                                MS7001
001477             MOVE 'A7PGM22' TO WA-PROGRAMME                       MS7001
001478             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001479             EXEC CICS                                            MS7001
001480                 XCTL PROGRAM('A7PGM22')                          MS7001
001481                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001482             END-EXEC                                             MS7001
001483         WHEN '21'                                                MS7001
001484             MOVE 'A7PGM23' TO WA-PROGRAMME                       MS7001
001485             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001486             EXEC CICS                                            MS7001
001487                 XCTL PROGRAM('A7PGM23')                          MS7001
001488                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001489             END-EXEC                                             MS7001
001490         WHEN '22'                                                MS7001
001491             MOVE 'A7PGM24' TO WA-PROGRAMME                       MS7001
001492             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001493             EXEC CICS                                            MS7001
001494                 XCTL PROGRAM('A7PGM24')                          MS7001
001495                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001496             END-EXEC                                             MS7001
001497         WHEN '23'                                                MS7001
001498             MOVE 'A7PGM25' TO WA-PROGRAMME                       MS7001
001499             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001500             EXEC CICS                                            MS7001
001501                 XCTL PROGRAM('A7PGM25')                          MS7001
001502                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001503             END-EXEC                                             MS7001
001504         WHEN '24'                                                MS7001
001505             MOVE 'A7PGM26' TO WA-PROGRAMME                       MS7001
001506             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001507             EXEC CICS                                            MS7001
001508                 XCTL PROGRAM('A7PGM26')                          MS7001
001509                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001510             END-EXEC                                             MS7001
001511         WHEN '25'                                                MS7001
001512             MOVE 'A7PGM27' TO WA-PROGRAMME                       MS7001
001513             PERFORM N30AUD THRU F30AUD-FN                        MS7001
001514             EXEC CICS                                            MS7001
001515                 XCTL PROGRAM('A7PGM27')                          MS7001
001516                      COMMAREA(W-SECURITE) LENGTH(9)              MS7001
001517             END-EXEC                                             MS7001
001518         WHEN OTHER                                               MS7001
001519             MOVE 'CHOIX INVALIDE' TO MESSAGEO                    MS7001
001520     END-EVALUATE.                                                MS7001
001521 F05-FN.                                                          MS7001
001522     EXIT.                                                        MS7001
001523 N20.                                                             MS7001
001524*         NOTE *RESTITUTION DE L'ECRAN MS7001*.                   MS7001
001525 F20.                                                             MS7001
001530     EXEC CICS                                                    MS7001
001540         SEND MAP('MS7001') MAPSET('MS7001')                      MS7001
001550              FROM(MM7001O) ERASE                                 MS7001
