000190                    PD00                                          00019000
000200           LABEL RECORD STANDARD.                                 00020000
000210 01               PD00.                                           00021000
000215   10             PD00-LIB      PICTURE X(20).                    00021500
000220   10             PD00-DIVISION PICTURE X(3).                     00022000
000225   10             PD00-FILLER   PICTURE X(57).                    00022500
000240 WORKING-STORAGE SECTION.                                         00024000
000250      EXEC SQL                                                    00025000
000260         INCLUDE SQLCA                                            00026000
000290      EXEC SQL                                                    00029000
000300         INCLUDE DEPART                                           00030000
000310      END-EXEC.                                                   00031000
000312******                                                            00031200
000314      EXEC SQL                                                    00031400
000316         INCLUDE DIVIS                                            00031600
000318      END-EXEC.                                                   00031800
000320******                                                            00032000
000330      EXEC SQL                                                    00033000
000340         DECLARE C-DEPART CURSOR FOR                              00034000
000350         SELECT LIE, LIB, CODE_DIVISION                           00035000
000360           FROM API7.DEPARTEMENTS                                 00036000
000370          ORDER BY LIE                                            00037000
000380      END-EXEC.                                                   00038000
000530     05  FILLER   PIC X(60) VALUE SPACES.                         00053000
000540 01  W-LIGNE-DETAIL.                                              00054000
000550     05  WD-LIE   PIC ZZZZZZZZ9.                                  00055000
000555     05  FILLER   PIC X(3)  VALUE SPACES.                         00055500
000560     05  WD-LIB   PIC X(20).                                      00056000
000565     05  FILLER   PIC X(3)  VALUE SPACES.                         00056500
000570     05  WD-DIV   PIC X(3).                                       00057000
000575     05  FILLER   PIC X(42) VALUE SPACES.                         00057500
000590******                                                            00059000
000600 PROCEDURE DIVISION.                                              00060000
000610 1000-LDEPART-DEB.                                                00061000
001140***************                                                   00114000
001150 6021-FETCH-DEP-DEB.                                              00115000
001160     EXEC SQL                                                     00116000
001165         FETCH C-DEPART INTO :W-LIE, :W-LIB,                      00116500
001170              :W-CODE-DIVISION OF DCLDEPARTEMENTS                 00117000
001180     END-EXEC.                                                    00118000
001190     IF SQLCODE = 100                                             00119000
001200         MOVE '1' TO W-EOF-DEP                                    00120000
001210     ELSE                                                         00121000
001220         MOVE W-LIE TO WD-LIE                                     00122000
001230         MOVE W-LIB TO WD-LIB                                     00123000
001235         MOVE W-CODE-DIVISION OF DCLDEPARTEMENTS TO WD-DIV        00123500
001240         MOVE W-LIGNE-DETAIL TO EDIT-LIGNE                        00124000
001250         PERFORM 8100-EDIT-LIGNE-DEB                              00125000
001260           THRU  8100-EDIT-LIGNE-FIN.                             00126000
001310     OPEN INPUT PARMDEP.                                          00131000
001320     READ PARMDEP AT END                                          00132000
001330         MOVE '1' TO W-EOF-PARM.                                  00133000
001332     IF FIN-PARM-OK                                               00133200
001334         DISPLAY 'PAS DE CARTE PARAMETRE - AUCUNE CREATION'       00133400
001336         GO TO 6030-CRE-DEP-90.                                   00133600
001337                                                                  00133700
001338                                                                  00133800
001339                                                                  00133900
001340     CLOSE PARMDEP.                                               00134000
001341     IF PD00-DIVISION = SPACES                                    00134100
001342         DISPLAY 'DIVISION PARENTE ABSENTE - AUCUNE CREATION'     00134200
001343         MOVE 4 TO RETURN-CODE                                    00134300
001344         GO TO 6030-CRE-DEP-90.                                   00134400
001346     MOVE PD00-DIVISION TO W-CODE-DIVISION OF DCLDIVISION.        00134600
001348     EXEC SQL                                                     00134800
001350         SELECT LIB_DIVISION                                      00135000
001352           INTO :W-LIB-DIVISION                                   00135200
001354           FROM API7.DIVISION                                     00135400
001356          WHERE CODE_DIVISION = :W-CODE-DIVISION OF DCLDIVISION   00135600
001358     END-EXEC.                                                    00135800
001360     IF SQLCODE = 100                                             00136000
001362         DISPLAY 'DIVISION ' PD00-DIVISION                        00136200
001364                 ' INCONNUE - AUCUNE CREATION'                    00136400
001366         MOVE 4 TO RETURN-CODE                                    00136600
001368         GO TO 6030-CRE-DEP-90.                                   00136800
001370     IF SQLCODE NOT = ZERO                                        00137000
001372         MOVE SQLCODE TO W-SQLCODE                                00137200
001374         MOVE 'SELECT API7.DIVISION SQLCODE = '                   00137400
001376              TO W-MESSAGE-ANOR                                   00137600
001378         PERFORM 9999-FIN-ANORMALE-DEB                            00137800
001380           THRU  9999-FIN-ANORMALE-FIN.                           00138000
001382     COMPUTE W-NEXT-LIE = W-LIE + 1.                              00138200
001384     MOVE PD00-LIB TO W-LIB.                                      00138400
001386     MOVE PD00-DIVISION TO W-CODE-DIVISION OF DCLDEPARTEMENTS.    00138600
001388     EXEC SQL                                                     00138800
001390         INSERT INTO API7.DEPARTEMENTS                            00139000
001392                (LIE, LIB, CODE_DIVISION, ACTIF, LIE_SUCCESSEUR)  00139200
001394         VALUES (:W-NEXT-LIE, :W-LIB,                             00139400
001396                 :W-CODE-DIVISION OF DCLDEPARTEMENTS, 'O', 0)     00139600
001398     END-EXEC.                                                    00139800
001400     IF SQLCODE NOT = ZERO                                        00140000
001402         MOVE SQLCODE TO W-SQLCODE                                00140200
001404         MOVE 'INSERT API7.DEPARTEMENTS SQLCODE = '               00140400
001406              TO W-MESSAGE-ANOR                                   00140600
001408         PERFORM 9999-FIN-ANORMALE-DEB                            00140800
001410           THRU  9999-FIN-ANORMALE-FIN.                           00141000
001412     MOVE W-NEXT-LIE TO W-LIE.                                    00141200
001414     DISPLAY 'DEPARTEMENT CREE LIE = ' W-LIE                      00141400
001416             ' DIVISION ' PD00-DIVISION.                          00141600
001418 6030-CRE-DEP-90.                                                 00141800
001468     CLOSE PARMDEP.                                               00146800
001540 6030-CRE-DEP-FIN.                                                00154000
001550      EXIT.                                                       00155000
001560************                                                      00156000
