001200                    ST00                                          00120000
001300           LABEL RECORD STANDARD.                                 00130000
001400 01               ST00.                                           00140000
001500   10             ST00-NOART    PICTURE 9(9).                     00150000
001600   10             ST00-QTSTK    PICTURE 9(7).                     00160000
001700   10             ST00-FILLER   PICTURE X(14).                    00170000
001800 WORKING-STORAGE SECTION.                                         00180000
001900      EXEC SQL                                                    00190000
002000         INCLUDE SQLCA                                            00200000
009500     EXEC SQL                                                     00950000
009600         CLOSE C-SOMME                                            00960000
009700     END-EXEC.                                                    00970000
009800     MOVE 999999999 TO ST00-NOART.                                00980000
009900     MOVE W-CPT-ECRITS TO W-CPT-EDIT.                             00990000
010000     MOVE W-CPT-EDIT TO ST00-QTSTK.                               01000000
010100     MOVE SPACES TO ST00-FILLER.                                  01010000
