000920        10  W-PRP-QTE    PIC S9(9) USAGE COMP.                    00009200
000930 01  WX-PRP         PIC S9(4) USAGE COMP VALUE ZERO.              00009300
000940 COPY ANORMAL.                                                    00009400
000945 COPY JRNCOM.                                                     00009450
000950 COPY CTLLOT.                                                     00009500
000960 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       00009600
000970 01  W-HEURE-LOT.                                                 00009700
001270 PROCEDURE DIVISION.                                              00012700
001280 1000-LEQUIST-DEB.                                                00012800
001290     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00012900
001292     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00012920
001294     MOVE 'D' TO JRN-PHASE                                        00012940
001296     CALL 'JRNEXEC' USING JRN-EXECUTION                           00012960
001300     PERFORM 5000-INIT-DEB                                        00013000
001310       THRU  5000-INIT-FIN.                                       00013100
001320     PERFORM 6010-TRAITE-DEB                                      00013200
003610     DISPLAY 'SEUILS EXAMINES      = ' W-CPT-SEUILS.              00036100
003620     DISPLAY 'TRANSFERTS PROPOSES  = ' W-CPT-TRF.                 00036200
003630     DISPLAY 'BESOINS COUVERTS     = ' W-CPT-COUVERTS.            00036300
003631     MOVE 'F' TO JRN-PHASE.                                       00036310
003632     MOVE W-CPT-SEUILS TO JRN-NB-LUS.                             00036320
003633     MOVE W-CPT-TRF TO JRN-NB-ECRITS.                             00036330
003634     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00036340
003635     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00036350
003640 8000-FIN-TRT-FIN.                                                00036400
003650      EXIT.                                                       00036500
003660************                                                      00036600
