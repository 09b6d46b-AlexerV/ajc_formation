000430 COPY PRIXCOM.                                                    00004300
000440 COPY DATCOM.                                                     00004400
000450 COPY ANORMAL.                                                    00004500
000455 COPY JRNCOM.                                                     00004550
000460******                                                            00004600
000470 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00004700
000480 01  W-CPT-CUMULES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00004800
000500 PROCEDURE DIVISION.                                              00005000
000510 1000-LCUMFAC-DEB.                                                00005100
000520     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00005200
000522     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00005220
000524     MOVE 'D' TO JRN-PHASE                                        00005240
000526     CALL 'JRNEXEC' USING JRN-EXECUTION                           00005260
000530     PERFORM 5000-INIT-DEB                                        00005300
000540       THRU  5000-INIT-FIN.                                       00005400
000550     PERFORM 6010-TRAITE-DEB                                      00005500
001160     CLOSE JRN-FICHIER.                                           00011600
001170     DISPLAY 'LIGNES JOURNAL LUES  = ' W-CPT-LUS.                 00011700
001180     DISPLAY 'LIGNES CUMULEES      = ' W-CPT-CUMULES.             00011800
001181     MOVE 'F' TO JRN-PHASE.                                       00011810
001182     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00011820
001183     MOVE W-CPT-CUMULES TO JRN-NB-ECRITS.                         00011830
001184     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00011840
001185     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00011850
001190 8000-FIN-TRT-FIN.                                                00011900
001200      EXIT.                                                       00012000
001210************                                                      00012100
