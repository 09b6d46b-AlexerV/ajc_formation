004900 01  W-VAL-VENTE    PIC S9(11)V9(2) USAGE COMP-3.                 00490000
004910 01  W-VAL-COUT     PIC S9(11)V9(2) USAGE COMP-3.                 00491000
005000 COPY ANORMAL.                                                    00500000
005050 COPY JRNCOM.                                                     00505000
005070 COPY DEVCOM.                                                     00507000
005100******                                                            00510000
005200 01  W-ENT-COUNT    PIC S9(7)     USAGE COMP-3 VALUE ZERO.        00520000
005300 01  W-ENT-TOT-VT   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00530000
005700 01  W-LIGNE-ENTETE.                                              00570000
005800     05  FILLER   PIC X(30) VALUE                                 00580000
005900         'VALORISATION STOCK PAR ENTREP'.                         00590000
005950     05  FILLER   PIC X(3)  VALUE 'EN '.                          00595000
006000     05  WE-DEVISE      PIC X(3).                                 00600000
006050     05  FILLER   PIC X(44) VALUE SPACES.                         00605000
006100 01  W-LIGNE-ENTREPOT.                                            00610000
006200     05  FILLER   PIC X(10) VALUE 'ENTREPOT: '.                   00620000
006300     05  WA-ID-ENTREPOT PIC X(2).                                 00630000
009300 PROCEDURE DIVISION.                                              00930000
009400 1000-LVALSTK-DEB.                                                00940000
009500     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00950000
009520     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00952000
009540     MOVE 'D' TO JRN-PHASE                                        00954000
009560     CALL 'JRNEXEC' USING JRN-EXECUTION                           00956000
009600     PERFORM 6010-EDIT-VAL-DEB                                    00960000
009700       THRU  6010-EDIT-VAL-FIN.                                   00970000
009720     MOVE 'F' TO JRN-PHASE.                                       00972000
009740     MOVE W-GR-COUNT TO JRN-NB-ECRITS.                            00974000
009760     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00976000
009780     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00978000
009800     PERFORM 9990-FIN-NORMALE-DEB                                 00980000
009900       THRU  9990-FIN-NORMALE-FIN.                                00990000
010000 1000-LVALSTK-FIN.                                                01000000
010200***************                                                   01020000
010300 6010-EDIT-VAL-DEB.                                               01030000
010400     OPEN OUTPUT LISTVAL.                                         01040000
010420     MOVE SPACES TO DEV-DEVISE.                                   01042000
010440     MOVE ZERO TO DEV-MONTANT.                                    01044000
010460     CALL 'CONVDEV' USING DEV-CONVERSION.                         01046000
010480     MOVE DEV-DEVISE-LOC TO WE-DEVISE.                            01048000
010500     MOVE W-LIGNE-ENTETE TO LV00.                                 01050000
010600     WRITE LV00.                                                  01060000
010700     EXEC SQL                                                     01070000
