000700 01  W-QTE-COUVERTE PIC S9(9) USAGE COMP.                         00007000
000710 01  W-QTE-TRANSIT  PIC S9(9) USAGE COMP.                         00007100
000720 COPY ANORMAL.                                                    00007200
000725 COPY JRNCOM.                                                     00007250
000730******                                                            00007300
000740 01  W-CPT-SEUILS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007400
000750 01  W-CPT-PROP     PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007500
001080 PROCEDURE DIVISION.                                              00010800
001090 1000-LREAPPRO-DEB.                                               00010900
001100     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00011000
001102     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00011020
001104     MOVE 'D' TO JRN-PHASE                                        00011040
001106     CALL 'JRNEXEC' USING JRN-EXECUTION                           00011060
001110     PERFORM 6010-EDIT-REA-DEB                                    00011100
001120       THRU  6010-EDIT-REA-FIN.                                   00011200
001121     MOVE 'F' TO JRN-PHASE.                                       00011210
001122     MOVE W-CPT-SEUILS TO JRN-NB-LUS.                             00011220
001123     MOVE W-CPT-PROP TO JRN-NB-ECRITS.                            00011230
001124     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00011240
001125     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00011250
001130     PERFORM 9990-FIN-NORMALE-DEB                                 00011300
001140       THRU  9990-FIN-NORMALE-FIN.                                00011400
001150 1000-LREAPPRO-FIN.                                               00011500
