000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CONVDEV .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 DATA DIVISION.                                                   00040000
000500 WORKING-STORAGE SECTION.                                         00050000
000600      EXEC SQL                                                    00060000
000700         INCLUDE SQLCA                                            00070000
000800      END-EXEC.                                                   00080000
000900*****                                                             00090000
001000      EXEC SQL                                                    00100000
001100         INCLUDE TAUXCHG                                          00110000
001200      END-EXEC.                                                   00120000
001300******                                                            00130000
001400 01  W-PROGRAM-ID   PIC X(8)  VALUE 'CONVDEV'.                    00140000
001500 01  W-SQLCODE      PIC +++9.                                     00150000
001600 01  W-DATE-REF     PIC X(10) VALUE SPACES.                       00160000
001700 01  W-DEVISE-LOC   PIC X(3)  VALUE SPACES.                       00170000
001800 COPY PRMCOM.                                                     00180000
001900 LINKAGE SECTION.                                                 00190000
002000 COPY DEVCOM.                                                     00200000
002100 PROCEDURE DIVISION USING DEV-CONVERSION.                         00210000
002200 1000-CONVDEV-DEB.                                                00220000
002300     MOVE ZERO TO DEV-CODE-RETOUR.                                00230000
002400     IF W-DEVISE-LOC = SPACES                                     00240000
002500         PERFORM 5000-DEVISE-LOC-DEB                              00250000
002600           THRU  5000-DEVISE-LOC-FIN.                             00260000
002700     MOVE W-DEVISE-LOC TO DEV-DEVISE-LOC.                         00270000
002800     IF DEV-DEVISE = SPACES OR DEV-DEVISE = W-DEVISE-LOC          00280000
002900         MOVE 1 TO DEV-TAUX                                       00290000
003000         MOVE DEV-MONTANT TO DEV-MONTANT-LOC                      00300000
003100         GO TO 1000-CONVDEV-FIN.                                  00310000
003200     IF DEV-DATE-EFFET = SPACES                                   00320000
003300         EXEC SQL                                                 00330000
003400             SELECT CHAR(CURRENT DATE, ISO)                       00340000
003500               INTO :W-DATE-REF                                   00350000
003600               FROM SYSIBM.SYSDUMMY1                              00360000
003700         END-EXEC                                                 00370000
003800     ELSE                                                         00380000
003900         MOVE DEV-DATE-EFFET TO W-DATE-REF.                       00390000
004000     PERFORM 6010-TAUX-DEB                                        00400000
004100       THRU  6010-TAUX-FIN.                                       00410000
004200 1000-CONVDEV-FIN.                                                00420000
004300     GOBACK.                                                      00430000
004400***************                                                   00440000
004500 5000-DEVISE-LOC-DEB.                                             00450000
004600     MOVE 'CONVDEV' TO PRM-PROGRAMME.                             00460000
004700     MOVE 'DEVISE' TO PRM-NOM.                                    00470000
004800     CALL 'PARMLIT' USING PRM-LECTURE.                            00480000
004900     IF PRM-CODE-RETOUR = ZERO AND PRM-VALEUR NOT = SPACES        00490000
005000         MOVE PRM-VALEUR TO W-DEVISE-LOC                          00500000
005100     ELSE                                                         00510000
005200         MOVE 'EUR' TO W-DEVISE-LOC.                              00520000
005300 5000-DEVISE-LOC-FIN.                                             00530000
005400      EXIT.                                                       00540000
005500***************                                                   00550000
005600 6010-TAUX-DEB.                                                   00560000
005700     MOVE DEV-DEVISE TO W-DEVISE.                                 00570000
005800     EXEC SQL                                                     00580000
005900         SELECT TAUX                                              00590000
006000           INTO :W-TAUX                                           00600000
006100           FROM API7.TAUX_CHANGE                                  00610000
006200          WHERE DEVISE = :W-DEVISE                                00620000
006300            AND DATE_TAUX <= DATE(:W-DATE-REF)                    00630000
006400          ORDER BY DATE_TAUX DESC                                 00640000
006500          FETCH FIRST 1 ROW ONLY                                  00650000
006600     END-EXEC.                                                    00660000
006700     IF SQLCODE = ZERO AND W-TAUX > ZERO                          00670000
006800         MOVE W-TAUX TO DEV-TAUX                                  00680000
006900         COMPUTE DEV-MONTANT-LOC ROUNDED =                        00690000
007000             DEV-MONTANT * W-TAUX                                 00700000
007100     ELSE                                                         00710000
007200         MOVE ZERO TO DEV-TAUX                                    00720000
007300         MOVE ZERO TO DEV-MONTANT-LOC                             00730000
007400         MOVE 4 TO DEV-CODE-RETOUR.                               00740000
007500 6010-TAUX-FIN.                                                   00750000
007600      EXIT.                                                       00760000
