000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LPODRET .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     RET-FICHIER   ASSIGN    RETPOD.                   00060000
000700 DATA DIVISION.                                                   00070000
000800 FILE SECTION.                                                    00080000
000900 FD                 RET-FICHIER                                   00090000
001000      BLOCK              00000 RECORDS                            00100000
001100      DATA RECORD                                                 00110000
001200                    RP00                                          00120000
001300           LABEL RECORD STANDARD.                                 00130000
001400 01               RP00.                                           00140000
001500   10             RP00-LIE      PICTURE 9(9).                     00150000
001600   10             RP00-NOART    PICTURE 9(9).                     00160000
001700   10             RP00-ENTREPOT PICTURE X(2).                     00170000
001800   10             RP00-QTE-RET  PICTURE 9(9).                     00180000
001900   10             RP00-NO-LOT   PICTURE X(10).                    00190000
002000   10             RP00-DATE-SERV PICTURE X(10).                   00200000
002100   10             RP00-MOTIF    PICTURE X(20).                    00210000
002150   10             RP00-NO-SERIE PICTURE X(10).                    00215000
002200   10             RP00-FILLER   PICTURE X(1).                     00220000
002300 WORKING-STORAGE SECTION.                                         00230000
002400      EXEC SQL                                                    00240000
002500         INCLUDE SQLCA                                            00250000
002600      END-EXEC.                                                   00260000
002700*****                                                             00270000
002800      EXEC SQL                                                    00280000
002900         INCLUDE LIVRAIS                                          00290000
003000      END-EXEC.                                                   00300000
003100*****                                                             00310000
003200      EXEC SQL                                                    00320000
003300         INCLUDE LIVLIG                                           00330000
003400      END-EXEC.                                                   00340000
003500******                                                            00350000
003600      EXEC SQL                                                    00360000
003700         DECLARE C-POD CURSOR FOR                                 00370000
003800         SELECT L.NO_BL, L.NO_LIGNE, B.LIE, L.ID_ARTICLE,         00380000
003900                L.ID_ENTREPOT, L.NO_LOT, L.QTE_REFUSEE,           00390000
004000                L.QTE_MANQUANTE,                                  00400000
004100                CHAR(B.DATE_EXPEDITION, ISO)                      00410000
004200           FROM API7.LIVRAISON_LIGNE L, API7.LIVRAISON B          00420000
004300          WHERE L.ETAT = 'S'                                      00430000
004400            AND B.NO_BL = L.NO_BL                                 00440000
004500          ORDER BY L.NO_BL, L.NO_LIGNE                            00450000
004600      END-EXEC.                                                   00460000
004700******                                                            00470000
004800 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LPODRET'.                    00480000
004900 01  W-SQLCODE      PIC +++9.                                     00490000
005000 01  W-EOF-POD      PIC X     VALUE '0'.                          00500000
005100     88  FIN-POD-OK           VALUE '1'.                          00510000
005200 COPY ANORMAL.                                                    00520000
005300 COPY JRNCOM.                                                     00530000
005400 COPY DATCOM.                                                     00540000
005500******                                                            00550000
005600 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00560000
005700 01  W-CPT-REFUS    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00570000
005800 01  W-CPT-MANQUANT PIC S9(9) USAGE COMP-3 VALUE ZERO.            00580000
005900 01  W-CPT-ECRITS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00590000
006000******                                                            00600000
006100 PROCEDURE DIVISION.                                              00610000
006200 1000-LPODRET-DEB.                                                00620000
006300     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00630000
006400     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00640000
006500     MOVE 'D' TO JRN-PHASE                                        00650000
006600     CALL 'JRNEXEC' USING JRN-EXECUTION                           00660000
006700     PERFORM 5000-INIT-DEB                                        00670000
006800       THRU  5000-INIT-FIN.                                       00680000
006900     PERFORM 6010-TRAITE-DEB                                      00690000
007000       THRU  6010-TRAITE-FIN                                      00700000
007100       UNTIL FIN-POD-OK.                                          00710000
007200     PERFORM 8000-FIN-TRT-DEB                                     00720000
007300       THRU  8000-FIN-TRT-FIN.                                    00730000
007400     PERFORM 9990-FIN-NORMALE-DEB                                 00740000
007500       THRU  9990-FIN-NORMALE-FIN.                                00750000
007600 1000-LPODRET-FIN.                                                00760000
007700     EXIT.                                                        00770000
007800***************                                                   00780000
007900 5000-INIT-DEB.                                                   00790000
008000     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00800000
008100     IF DAT-CODE-RETOUR NOT = ZERO                                00810000
008200         MOVE ZERO TO W-SQLCODE                                   00820000
008300         MOVE 'AUCUNE JOURNEE OUVERTE'                            00830000
008400              TO W-MESSAGE-ANOR                                   00840000
008500         PERFORM 9999-FIN-ANORMALE-DEB                            00850000
008600           THRU  9999-FIN-ANORMALE-FIN.                           00860000
008700     OPEN OUTPUT RET-FICHIER.                                     00870000
008800     EXEC SQL                                                     00880000
008900         OPEN C-POD                                               00890000
009000     END-EXEC.                                                    00900000
009100     IF SQLCODE NOT = ZERO                                        00910000
009200         MOVE SQLCODE TO W-SQLCODE                                00920000
009300         MOVE 'OPEN C-POD SQLCODE = '                             00930000
009400              TO W-MESSAGE-ANOR                                   00940000
009500         PERFORM 9999-FIN-ANORMALE-DEB                            00950000
009600           THRU  9999-FIN-ANORMALE-FIN.                           00960000
009700 5000-INIT-FIN.                                                   00970000
009800      EXIT.                                                       00980000
009900***************                                                   00990000
010000 6010-TRAITE-DEB.                                                 01000000
010100     EXEC SQL                                                     01010000
010200         FETCH C-POD                                              01020000
010300           INTO :W-NO-BL OF DCLLIVRAISONLIGNE, :W-NO-LIGNE,       01030000
010400                :W-LIE, :W-ID-ARTICLE, :W-ID-ENTREPOT,            01040000
010500                :W-NO-LOT, :W-QTE-REFUSEE, :W-QTE-MANQUANTE,      01050000
010600                :W-DATE-EXPEDITION                                01060000
010700     END-EXEC.                                                    01070000
010800     IF SQLCODE = 100                                             01080000
010900         MOVE '1' TO W-EOF-POD                                    01090000
011000         GO TO 6010-TRAITE-FIN.                                   01100000
011100     IF SQLCODE NOT = ZERO                                        01110000
011200         MOVE SQLCODE TO W-SQLCODE                                01120000
011300         MOVE 'FETCH C-POD SQLCODE = '                            01130000
011400              TO W-MESSAGE-ANOR                                   01140000
011500         PERFORM 9999-FIN-ANORMALE-DEB                            01150000
011600           THRU  9999-FIN-ANORMALE-FIN.                           01160000
011700     ADD 1 TO W-CPT-LUS.                                          01170000
011800     IF W-QTE-REFUSEE > ZERO                                      01180000
011900         MOVE W-QTE-REFUSEE TO RP00-QTE-RET                       01190000
012000         MOVE 'REFUS LIVRAISON' TO RP00-MOTIF                     01200000
012100         PERFORM 6020-ECRIT-DEB                                   01210000
012200           THRU  6020-ECRIT-FIN                                   01220000
012300         ADD 1 TO W-CPT-REFUS.                                    01230000
012400     IF W-QTE-MANQUANTE > ZERO                                    01240000
012500         MOVE W-QTE-MANQUANTE TO RP00-QTE-RET                     01250000
012600         MOVE 'MANQUANT LIVRAISON' TO RP00-MOTIF                  01260000
012700         PERFORM 6020-ECRIT-DEB                                   01270000
012800           THRU  6020-ECRIT-FIN                                   01280000
012900         ADD 1 TO W-CPT-MANQUANT.                                 01290000
013000     PERFORM 6030-SOLDE-DEB                                       01300000
013100       THRU  6030-SOLDE-FIN.                                      01310000
013200 6010-TRAITE-FIN.                                                 01320000
013300      EXIT.                                                       01330000
013400***************                                                   01340000
013500 6020-ECRIT-DEB.                                                  01350000
013600     MOVE W-LIE TO RP00-LIE.                                      01360000
013700     MOVE W-ID-ARTICLE TO RP00-NOART.                             01370000
013800     MOVE W-ID-ENTREPOT TO RP00-ENTREPOT.                         01380000
013900     MOVE W-NO-LOT TO RP00-NO-LOT.                                01390000
014000     MOVE W-DATE-EXPEDITION TO RP00-DATE-SERV.                    01400000
014050     MOVE SPACES TO RP00-NO-SERIE.                                01405000
014100     MOVE SPACES TO RP00-FILLER.                                  01410000
014200     WRITE RP00.                                                  01420000
014300     ADD 1 TO W-CPT-ECRITS.                                       01430000
014400 6020-ECRIT-FIN.                                                  01440000
014500      EXIT.                                                       01450000
014600***************                                                   01460000
014700 6030-SOLDE-DEB.                                                  01470000
014800     EXEC SQL                                                     01480000
014900         UPDATE API7.LIVRAISON_LIGNE                              01490000
015000            SET ETAT = 'T'                                        01500000
015100          WHERE NO_BL = :W-NO-BL OF DCLLIVRAISONLIGNE             01510000
015200            AND NO_LIGNE = :W-NO-LIGNE                            01520000
015300     END-EXEC.                                                    01530000
015400     IF SQLCODE NOT = ZERO                                        01540000
015500         MOVE SQLCODE TO W-SQLCODE                                01550000
015600         MOVE 'UPDATE LIVRAISON_LIGNE SQLCODE = '                 01560000
015700              TO W-MESSAGE-ANOR                                   01570000
015800         PERFORM 9999-FIN-ANORMALE-DEB                            01580000
015900           THRU  9999-FIN-ANORMALE-FIN.                           01590000
016000 6030-SOLDE-FIN.                                                  01600000
016100      EXIT.                                                       01610000
016200***************                                                   01620000
016300 8000-FIN-TRT-DEB.                                                01630000
016400     EXEC SQL                                                     01640000
016500         CLOSE C-POD                                              01650000
016600     END-EXEC.                                                    01660000
016700     CLOSE RET-FICHIER.                                           01670000
016800     DISPLAY 'LIGNES SAISIES LUES  = ' W-CPT-LUS.                 01680000
016900     DISPLAY 'REFUS A REINTEGRER   = ' W-CPT-REFUS.               01690000
017000     DISPLAY 'MANQUANTS A CREDITER = ' W-CPT-MANQUANT.            01700000
017100     DISPLAY 'RETOURS ECRITS       = ' W-CPT-ECRITS.              01710000
017200     MOVE 'F' TO JRN-PHASE.                                       01720000
017300     MOVE W-CPT-LUS TO JRN-NB-LUS.                                01730000
017400     MOVE W-CPT-ECRITS TO JRN-NB-ECRITS.                          01740000
017500     MOVE ZERO TO JRN-NB-REJETES.                                 01750000
017600     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         01760000
017700     CALL 'JRNEXEC' USING JRN-EXECUTION.                          01770000
017800 8000-FIN-TRT-FIN.                                                01780000
017900      EXIT.                                                       01790000
018000************                                                      01800000
018100************                                                      01810000
018200  9990-FIN-NORMALE-DEB.                                           01820000
018300            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           01830000
018400       GOBACK.                                                    01840000
018500  9990-FIN-NORMALE-FIN.                                           01850000
018600       EXIT.                                                      01860000
018700*************                                                     01870000
018800 COPY ANORPROC.                                                   01880000
