004100      END-EXEC.                                                   00410000
004200******                                                            00420000
004300      EXEC SQL                                                    00430000
004350         DECLARE C-DEPTS CURSOR FOR                               00435000
004400         SELECT D.LIE, D.LIB, D.CODE_DIVISION,                    00440000
004450                COALESCE(V.LIB_DIVISION, ' ')                     00445000
004500           FROM API7.DEPARTEMENTS D                               00450000
004550           LEFT OUTER JOIN API7.DIVISION V                        00455000
004600             ON V.CODE_DIVISION = D.CODE_DIVISION                 00460000
004650          ORDER BY D.CODE_DIVISION, D.LIE                         00465000
004800      END-EXEC.                                                   00480000
004900******                                                            00490000
005000 COPY EDITWS.                                                     00500000
006900        10  W-EXC-MOIS   PIC S9(11)V9(2) USAGE COMP-3.            00690000
007000        10  W-EXC-BUDGET PIC S9(9)V9(2) USAGE COMP-3.             00700000
007100 01  WX-EXC         PIC S9(4) USAGE COMP VALUE ZERO.              00710000
007105 01  W-PREMIERE-DIV PIC X     VALUE '1'.                          00710500
007110     88  PREMIERE-DIV         VALUE '1'.                          00711000
007115 01  W-PREV-DIV     PIC X(3)  VALUE SPACES.                       00711500
007120 01  W-LIB-DIV-CRS  PIC X(20) VALUE SPACES.                       00712000
007125 01  W-DIV-CON-MOIS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00712500
007130 01  W-DIV-BUD-MOIS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00713000
007135 01  W-DIV-CON-CUMUL PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00713500
007140 01  W-DIV-BUD-CUMUL PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00714000
007145 01  W-GEN-CON-MOIS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00714500
007150 01  W-GEN-BUD-MOIS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00715000
007155 01  W-GEN-CON-CUMUL PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00715500
007160 01  W-GEN-BUD-CUMUL PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.     00716000
007165 01  W-BDV-MOIS     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00716500
007170 01  W-BDV-CUMUL    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00717000
007200 COPY ANORMAL.                                                    00720000
007250 COPY JRNCOM.                                                     00725000
007300******                                                            00730000
007400 01  W-CPT-DEPTS    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00740000
007500 01  W-CPT-DEPASSES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00750000
007520 01  W-CPT-DIVS     PIC S9(9) USAGE COMP-3 VALUE ZERO.            00752000
007540 01  W-CPT-DIV-DEP  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00754000
007600******                                                            00760000
007700 01  W-LIGNE-ENTETE.                                              00770000
007800     05  FILLER   PIC X(26) VALUE                                 00780000
008400     05  FILLER   PIC X(1)  VALUE SPACES.                         00840000
008500     05  WD-LIB         PIC X(12).                                00850000
008600     05  FILLER   PIC X(3)  VALUE ' M:'.                          00860000
008700     05  WD-CON-MOIS    PIC -ZZZZZZZ9.99.                         00870000
008800     05  FILLER   PIC X(1)  VALUE '/'.                            00880000
008900     05  WD-BUD-MOIS    PIC ZZZZZZZZ9.99.                         00890000
009000     05  FILLER   PIC X(3)  VALUE ' A:'.                          00900000
009100     05  WD-CON-CUMUL   PIC -ZZZZZZZ9.99.                         00910000
009200     05  FILLER   PIC X(1)  VALUE '/'.                            00920000
009300     05  WD-BUD-CUMUL   PIC ZZZZZZZZ9.99.                         00930000
009400     05  FILLER   PIC X(2)  VALUE SPACES.                         00940000
010500     05  FILLER   PIC X(9)  VALUE ' BUDGET: '.                    01050000
010600     05  WX-BUDGET      PIC ZZZZZZZZZZ9.99.                       01060000
010700     05  FILLER   PIC X(18) VALUE SPACES.                         01070000
010705 01  W-LIGNE-ENT-DIV.                                             01070500
010710     05  FILLER   PIC X(9)  VALUE 'DIVISION '.                    01071000
010715     05  WV-DIV         PIC X(3).                                 01071500
010720     05  FILLER   PIC X(2)  VALUE SPACES.                         01072000
010725     05  WV-LIB-DIV     PIC X(20).                                01072500
010730     05  FILLER   PIC X(47) VALUE SPACES.                         01073000
010735 01  W-LIGNE-TOTAL.                                               01073500
010740     05  WV-LIBELLE     PIC X(22).                                01074000
010745     05  FILLER   PIC X(3)  VALUE ' M:'.                          01074500
010750     05  WV-CON-MOIS    PIC -ZZZZZZZ9.99.                         01075000
010755     05  FILLER   PIC X(1)  VALUE '/'.                            01075500
010760     05  WV-BUD-MOIS    PIC ZZZZZZZZ9.99.                         01076000
010765     05  FILLER   PIC X(3)  VALUE ' A:'.                          01076500
010770     05  WV-CON-CUMUL   PIC -ZZZZZZZ9.99.                         01077000
010775     05  FILLER   PIC X(1)  VALUE '/'.                            01077500
010780     05  WV-BUD-CUMUL   PIC ZZZZZZZZ9.99.                         01078000
010785     05  FILLER   PIC X(2)  VALUE SPACES.                         01078500
010790     05  WV-ALERTE      PIC X(1).                                 01079000
010800******                                                            01080000
010900 PROCEDURE DIVISION.                                              01090000
011000 1000-LBUDDEP-DEB.                                                01100000
011100     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  01110000
011120     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           01112000
011140     MOVE 'D' TO JRN-PHASE                                        01114000
011160     CALL 'JRNEXEC' USING JRN-EXECUTION                           01116000
011200     PERFORM 5000-INIT-DEB                                        01120000
011300       THRU  5000-INIT-FIN.                                       01130000
011400     PERFORM 6010-TRAITE-DEB                                      01140000
011500       THRU  6010-TRAITE-FIN                                      01150000
011600       UNTIL FIN-DEP-OK.                                          01160000
011620     PERFORM 6050-TOT-GEN-DEB                                     01162000
011640       THRU  6050-TOT-GEN-FIN.                                    01164000
011700     PERFORM 7000-EXCEPT-DEB                                      01170000
011800       THRU  7000-EXCEPT-FIN.                                     01180000
011900     PERFORM 8000-FIN-TRT-DEB                                     01190000
015000***************                                                   01500000
015100 6010-TRAITE-DEB.                                                 01510000
015200     EXEC SQL                                                     01520000
015250         FETCH C-DEPTS                                            01525000
015300           INTO :W-LIE OF DCLDEPARTEMENTS, :W-LIB,                01530000
015350                :W-CODE-DIVISION, :W-LIB-DIV-CRS                  01535000
015400     END-EXEC.                                                    01540000
015600     EVALUATE SQLCODE                                             01560000
015700         WHEN 100                                                 01570000
015800             MOVE '1' TO W-EOF-DEP                                01580000
016700               THRU  9999-FIN-ANORMALE-FIN                        01670000
016800     END-EVALUATE.                                                01680000
016900     ADD 1 TO W-CPT-DEPTS.                                        01690000
016920     IF PREMIERE-DIV                                              01692000
016940         OR W-CODE-DIVISION NOT = W-PREV-DIV                      01694000
016960         PERFORM 6030-RUPT-DIV-DEB                                01696000
016980           THRU  6030-RUPT-DIV-FIN.                               01698000
017000     PERFORM 6020-CALCULE-DEB                                     01700000
017100       THRU  6020-CALCULE-FIN.                                    01710000
017120     ADD W-CON-MOIS TO W-DIV-CON-MOIS W-GEN-CON-MOIS.             01712000
017140     ADD W-BUD-MOIS TO W-DIV-BUD-MOIS W-GEN-BUD-MOIS.             01714000
017160     ADD W-CON-CUMUL TO W-DIV-CON-CUMUL W-GEN-CON-CUMUL.          01716000
017180     ADD W-BUD-CUMUL TO W-DIV-BUD-CUMUL W-GEN-BUD-CUMUL.          01718000
017200     MOVE W-LIE OF DCLDEPARTEMENTS TO WD-LIE.                     01720000
017300     MOVE W-LIB TO WD-LIB.                                        01730000
017400     MOVE W-CON-MOIS TO WD-CON-MOIS.                              01740000
024400 6020-CALCULE-FIN.                                                02440000
024500      EXIT.                                                       02450000
024600***************                                                   02460000
024601 6030-RUPT-DIV-DEB.                                               02460100
024602     IF NOT PREMIERE-DIV                                          02460200
024603         PERFORM 6040-TOT-DIV-DEB                                 02460300
024604           THRU  6040-TOT-DIV-FIN.                                02460400
024605     MOVE '0' TO W-PREMIERE-DIV.                                  02460500
024606     MOVE W-CODE-DIVISION TO W-PREV-DIV.                          02460600
024607     ADD 1 TO W-CPT-DIVS.                                         02460700
024608     MOVE ZERO TO W-DIV-CON-MOIS W-DIV-BUD-MOIS                   02460800
024609                  W-DIV-CON-CUMUL W-DIV-BUD-CUMUL.                02460900
024610     MOVE W-PREV-DIV TO WV-DIV.                                   02461000
024611     IF W-PREV-DIV = SPACES                                       02461100
024612         MOVE 'SANS DIVISION' TO WV-LIB-DIV                       02461200
024613     ELSE                                                         02461300
024614         MOVE W-LIB-DIV-CRS TO WV-LIB-DIV.                        02461400
024615     MOVE W-LIGNE-ENT-DIV TO EDIT-LIGNE.                          02461500
024616     PERFORM 8100-EDIT-LIGNE-DEB                                  02461600
024617       THRU  8100-EDIT-LIGNE-FIN.                                 02461700
024618 6030-RUPT-DIV-FIN.                                               02461800
024619      EXIT.                                                       02461900
024620***************                                                   02462000
024621 6040-TOT-DIV-DEB.                                                02462100
024622     MOVE SPACES TO WV-LIBELLE.                                   02462200
024623     STRING 'TOTAL DIV. ' W-PREV-DIV                              02462300
024624         DELIMITED BY SIZE INTO WV-LIBELLE.                       02462400
024625     MOVE W-DIV-CON-MOIS TO WV-CON-MOIS.                          02462500
024626     MOVE W-DIV-BUD-MOIS TO WV-BUD-MOIS.                          02462600
024627     MOVE W-DIV-CON-CUMUL TO WV-CON-CUMUL.                        02462700
024628     MOVE W-DIV-BUD-CUMUL TO WV-BUD-CUMUL.                        02462800
024629     MOVE SPACE TO WV-ALERTE.                                     02462900
024630     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02463000
024631     PERFORM 8100-EDIT-LIGNE-DEB                                  02463100
024632       THRU  8100-EDIT-LIGNE-FIN.                                 02463200
024633     IF W-PREV-DIV = SPACES                                       02463300
024634         GO TO 6040-TOT-DIV-FIN.                                  02463400
024635     EXEC SQL                                                     02463500
024636         SELECT COALESCE(SUM(MONTANT), 0)                         02463600
024637           INTO :W-BDV-MOIS                                       02463700
024638           FROM API7.BUDGET_DIVISION                              02463800
024639          WHERE CODE_DIVISION = :W-PREV-DIV                       02463900
024640            AND ANNEE = :W-PER-AAAA                               02464000
024641            AND PERIODE = :W-PER-MM                               02464100
024642     END-EXEC.                                                    02464200
024643     IF SQLCODE NOT = ZERO                                        02464300
024644         MOVE ZERO TO W-BDV-MOIS.                                 02464400
024645     EXEC SQL                                                     02464500
024646         SELECT COALESCE(SUM(MONTANT), 0)                         02464600
024647           INTO :W-BDV-CUMUL                                      02464700
024648           FROM API7.BUDGET_DIVISION                              02464800
024649          WHERE CODE_DIVISION = :W-PREV-DIV                       02464900
024650            AND ANNEE = :W-PER-AAAA                               02465000
024651            AND PERIODE <= :W-PER-MM                              02465100
024652     END-EXEC.                                                    02465200
024653     IF SQLCODE NOT = ZERO                                        02465300
024654         MOVE ZERO TO W-BDV-CUMUL.                                02465400
024655     IF W-BDV-MOIS = ZERO AND W-BDV-CUMUL = ZERO                  02465500
024656         GO TO 6040-TOT-DIV-FIN.                                  02465600
024657     MOVE SPACES TO WV-LIBELLE.                                   02465700
024658     STRING 'BUDGET DIV. ' W-PREV-DIV                             02465800
024659         DELIMITED BY SIZE INTO WV-LIBELLE.                       02465900
024660     MOVE W-BDV-MOIS TO WV-BUD-MOIS.                              02466000
024661     MOVE W-BDV-CUMUL TO WV-BUD-CUMUL.                            02466100
024662     IF W-DIV-CON-MOIS > W-BDV-MOIS                               02466200
024663         AND W-BDV-MOIS NOT = ZERO                                02466300
024664         MOVE '*' TO WV-ALERTE                                    02466400
024665         ADD 1 TO W-CPT-DIV-DEP.                                  02466500
024666     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02466600
024667     PERFORM 8100-EDIT-LIGNE-DEB                                  02466700
024668       THRU  8100-EDIT-LIGNE-FIN.                                 02466800
024669 6040-TOT-DIV-FIN.                                                02466900
024670      EXIT.                                                       02467000
024671***************                                                   02467100
024672 6050-TOT-GEN-DEB.                                                02467200
024673     IF PREMIERE-DIV                                              02467300
024674         GO TO 6050-TOT-GEN-FIN.                                  02467400
024675     PERFORM 6040-TOT-DIV-DEB                                     02467500
024676       THRU  6040-TOT-DIV-FIN.                                    02467600
024677     MOVE 'TOTAL GENERAL' TO WV-LIBELLE.                          02467700
024678     MOVE W-GEN-CON-MOIS TO WV-CON-MOIS.                          02467800
024679     MOVE W-GEN-BUD-MOIS TO WV-BUD-MOIS.                          02467900
024680     MOVE W-GEN-CON-CUMUL TO WV-CON-CUMUL.                        02468000
024681     MOVE W-GEN-BUD-CUMUL TO WV-BUD-CUMUL.                        02468100
024682     MOVE SPACE TO WV-ALERTE.                                     02468200
024683     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            02468300
024684     PERFORM 8100-EDIT-LIGNE-DEB                                  02468400
024685       THRU  8100-EDIT-LIGNE-FIN.                                 02468500
024686 6050-TOT-GEN-FIN.                                                02468600
024687      EXIT.                                                       02468700
024688***************                                                   02468800
024700 7000-EXCEPT-DEB.                                                 02470000
024800     EXEC SQL                                                     02480000
024900         CLOSE C-DEPTS                                            02490000
027300     CLOSE LISTBUD.                                               02730000
027400     DISPLAY 'DEPARTEMENTS EDITES  = ' W-CPT-DEPTS.               02740000
027500     DISPLAY 'DEPASSEMENTS BUDGET  = ' W-CPT-DEPASSES.            02750000
027505     DISPLAY 'DIVISIONS EDITEES    = ' W-CPT-DIVS.                02750500
027510     DISPLAY 'DEPASSEMENTS DIVISION= ' W-CPT-DIV-DEP.             02751000
027520     MOVE 'F' TO JRN-PHASE.                                       02752000
027540     MOVE W-CPT-DEPTS TO JRN-NB-ECRITS.                           02754000
027560     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         02756000
027580     CALL 'JRNEXEC' USING JRN-EXECUTION.                          02758000
027600 8000-FIN-TRT-FIN.                                                02760000
027700      EXIT.                                                       02770000
027800************                                                      02780000
