001600                    AR00                                          00160000
001700           LABEL RECORD STANDARD.                                 00170000
001800 01               AR00.                                           00180000
001900   10             AR00-NOART    PICTURE 9(9).                     00190000
002000   10             AR00-LIART    PICTURE X(20).                    00200000
002100   10             AR00-FILLER   PICTURE X(1).                     00210000
002200 WORKING-STORAGE SECTION.                                         00220000
002300      EXEC SQL                                                    00230000
002400         INCLUDE SQLCA                                            00240000
009400               THRU  9999-FIN-ANORMALE-FIN                        00940000
009500     END-EVALUATE.                                                00950000
009600     ADD 1 TO W-CPT-LUS.                                          00960000
009610     IF W-ID-ARTICLE > 999999998                                  00961000
009620         DISPLAY 'LDECART - CLE ECARTEE (TRONCATURE) '            00962000
009630             W-ID-ARTICLE                                         00963000
009640         ADD 1 TO W-CPT-ECARTES                                   00964000
009650         GO TO 6010-TRAITE-FIN.                                   00965000
009700     MOVE W-ID-ARTICLE TO AR00-NOART.                             00970000
009800     MOVE W-DESIGNATION TO AR00-LIART.                            00980000
009900     MOVE SPACES TO AR00-FILLER.                                  00990000
011100     EXEC SQL                                                     01110000
011200         CLOSE C-DECH                                             01120000
011300     END-EXEC.                                                    01130000
011400     MOVE 999999999 TO AR00-NOART.                                01140000
011500     MOVE W-CPT-ECRITS TO W-CPT-EDIT.                             01150000
011600     MOVE W-CPT-EDIT TO AR00-LIART.                               01160000
011700     MOVE SPACES TO AR00-FILLER.                                  01170000
011800     WRITE AR00                                                   01180000
011900         INVALID KEY                                              01190000
012000             DISPLAY 'LDECART - TROP-PLEIN TRAILER 999999999'.    01200000
012100     CLOSE AR-FICHIER.                                            01210000
012200     DISPLAY 'ARTICLES LUS    = ' W-CPT-LUS.                      01220000
012300     DISPLAY 'ARTICLES ECRITS = ' W-CPT-ECRITS.                   01230000
