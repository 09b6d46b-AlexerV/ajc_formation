000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LPURARC .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 DATA DIVISION.                                                   00040000
000500 WORKING-STORAGE SECTION.                                         00050000
000600      EXEC SQL                                                    00060000
000700         INCLUDE SQLCA                                            00070000
000800      END-EXEC.                                                   00080000
000900******                                                            00090000
001000 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LPURARC'.                    00100000
001100 01  W-SQLCODE      PIC +++9.                                     00110000
001200 01  W-DATE-JOUR    PIC X(10) VALUE SPACES.                       00120000
001300 COPY ANORMAL.                                                    00130000
001400 COPY JRNCOM.                                                     00140000
001500 COPY DATCOM.                                                     00150000
001600******                                                            00160000
001700 01  W-CPT-EDITIONS PIC S9(9) USAGE COMP-3 VALUE ZERO.            00170000
001800 01  W-CPT-PAGES    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00180000
001900 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00190000
002000 01  W-CPT-DEMANDES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00200000
002100******                                                            00210000
002200 PROCEDURE DIVISION.                                              00220000
002300 1000-LPURARC-DEB.                                                00230000
002400     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00240000
002500     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00250000
002600     MOVE 'D' TO JRN-PHASE                                        00260000
002700     CALL 'JRNEXEC' USING JRN-EXECUTION                           00270000
002800     PERFORM 5000-INIT-DEB                                        00280000
002900       THRU  5000-INIT-FIN.                                       00290000
003000     PERFORM 6010-PURGE-DEB                                       00300000
003100       THRU  6010-PURGE-FIN.                                      00310000
003200     PERFORM 8000-FIN-TRT-DEB                                     00320000
003300       THRU  8000-FIN-TRT-FIN.                                    00330000
003400     PERFORM 9990-FIN-NORMALE-DEB                                 00340000
003500       THRU  9990-FIN-NORMALE-FIN.                                00350000
003600 1000-LPURARC-FIN.                                                00360000
003700     EXIT.                                                        00370000
003800***************                                                   00380000
003900 5000-INIT-DEB.                                                   00390000
004000     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00400000
004100     IF DAT-CODE-RETOUR NOT = ZERO                                00410000
004200         MOVE ZERO TO W-SQLCODE                                   00420000
004300         MOVE 'AUCUNE JOURNEE OUVERTE'                            00430000
004400              TO W-MESSAGE-ANOR                                   00440000
004500         PERFORM 9999-FIN-ANORMALE-DEB                            00450000
004600           THRU  9999-FIN-ANORMALE-FIN.                           00460000
004700     MOVE DAT-DATE-ISO TO W-DATE-JOUR.                            00470000
004800     DISPLAY 'PURGE DES EDITIONS EXPIREES AU ' W-DATE-JOUR.       00480000
004900 5000-INIT-FIN.                                                   00490000
005000      EXIT.                                                       00500000
005100***************                                                   00510000
005200 6010-PURGE-DEB.                                                  00520000
005300     EXEC SQL                                                     00530000
005400         DELETE FROM API7.ARCHIVE_LIGNE                           00540000
005500          WHERE NO_ARCHIVE IN                                     00550000
005600                (SELECT NO_ARCHIVE                                00560000
005700                   FROM API7.ARCHIVE_EDITION                      00570000
005800                  WHERE DATE_PURGE < DATE(:W-DATE-JOUR))          00580000
005900     END-EXEC.                                                    00590000
006000     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00600000
006100         MOVE SQLCODE TO W-SQLCODE                                00610000
006200         MOVE 'DELETE ARCHIVE_LIGNE SQLCODE = '                   00620000
006300              TO W-MESSAGE-ANOR                                   00630000
006400         PERFORM 9999-FIN-ANORMALE-DEB                            00640000
006500           THRU  9999-FIN-ANORMALE-FIN.                           00650000
006600     MOVE SQLERRD (3) TO W-CPT-LIGNES.                            00660000
006700     EXEC SQL                                                     00670000
006800         DELETE FROM API7.ARCHIVE_PAGE                            00680000
006900          WHERE NO_ARCHIVE IN                                     00690000
007000                (SELECT NO_ARCHIVE                                00700000
007100                   FROM API7.ARCHIVE_EDITION                      00710000
007200                  WHERE DATE_PURGE < DATE(:W-DATE-JOUR))          00720000
007300     END-EXEC.                                                    00730000
007400     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00740000
007500         MOVE SQLCODE TO W-SQLCODE                                00750000
007600         MOVE 'DELETE ARCHIVE_PAGE SQLCODE = '                    00760000
007700              TO W-MESSAGE-ANOR                                   00770000
007800         PERFORM 9999-FIN-ANORMALE-DEB                            00780000
007900           THRU  9999-FIN-ANORMALE-FIN.                           00790000
008000     MOVE SQLERRD (3) TO W-CPT-PAGES.                             00800000
008100     EXEC SQL                                                     00810000
008200         DELETE FROM API7.ARCHIVE_EDITION                         00820000
008300          WHERE DATE_PURGE < DATE(:W-DATE-JOUR)                   00830000
008400     END-EXEC.                                                    00840000
008500     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00850000
008600         MOVE SQLCODE TO W-SQLCODE                                00860000
008700         MOVE 'DELETE ARCHIVE_EDITION SQLCODE = '                 00870000
008800              TO W-MESSAGE-ANOR                                   00880000
008900         PERFORM 9999-FIN-ANORMALE-DEB                            00890000
009000           THRU  9999-FIN-ANORMALE-FIN.                           00900000
009100     MOVE SQLERRD (3) TO W-CPT-EDITIONS.                          00910000
009200     EXEC SQL                                                     00920000
009300         DELETE FROM API7.DEMANDE_REIMPRESSION                    00930000
009400          WHERE ETAT <> 'D'                                       00940000
009500            AND NO_ARCHIVE NOT IN                                 00950000
009600                (SELECT NO_ARCHIVE                                00960000
009700                   FROM API7.ARCHIVE_EDITION)                     00970000
009800     END-EXEC.                                                    00980000
009900     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00990000
010000         MOVE SQLCODE TO W-SQLCODE                                01000000
010100         MOVE 'DELETE DEMANDE_REIMPRESSION SQLCODE = '            01010000
010200              TO W-MESSAGE-ANOR                                   01020000
010300         PERFORM 9999-FIN-ANORMALE-DEB                            01030000
010400           THRU  9999-FIN-ANORMALE-FIN.                           01040000
010500     MOVE SQLERRD (3) TO W-CPT-DEMANDES.                          01050000
010600     EXEC SQL                                                     01060000
010700         COMMIT                                                   01070000
010800     END-EXEC.                                                    01080000
010900 6010-PURGE-FIN.                                                  01090000
011000      EXIT.                                                       01100000
011100***************                                                   01110000
011200 8000-FIN-TRT-DEB.                                                01120000
011300     DISPLAY 'EDITIONS PURGEES     = ' W-CPT-EDITIONS.            01130000
011400     DISPLAY 'PAGES PURGEES        = ' W-CPT-PAGES.               01140000
011500     DISPLAY 'LIGNES PURGEES       = ' W-CPT-LIGNES.              01150000
011600     DISPLAY 'DEMANDES PURGEES     = ' W-CPT-DEMANDES.            01160000
011700     MOVE 'F' TO JRN-PHASE.                                       01170000
011800     MOVE W-CPT-EDITIONS TO JRN-NB-LUS.                           01180000
011900     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          01190000
012000     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         01200000
012100     CALL 'JRNEXEC' USING JRN-EXECUTION.                          01210000
012200 8000-FIN-TRT-FIN.                                                01220000
012300      EXIT.                                                       01230000
012400************                                                      01240000
012500************                                                      01250000
012600  9990-FIN-NORMALE-DEB.                                           01260000
012700            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           01270000
012800       GOBACK.                                                    01280000
012900  9990-FIN-NORMALE-FIN.                                           01290000
013000       EXIT.                                                      01300000
013100*************                                                     01310000
013200 COPY ANORPROC.                                                   01320000
