000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. PRIXACH .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 DATA DIVISION.                                                   00040000
000500 WORKING-STORAGE SECTION.                                         00050000
000600      EXEC SQL                                                    00060000
000700         INCLUDE SQLCA                                            00070000
000800      END-EXEC.                                                   00080000
000900*****                                                             00090000
001000      EXEC SQL                                                    00100000
001100         INCLUDE ARTFOUR                                          00110000
001200      END-EXEC.                                                   00120000
001300*****                                                             00130000
001400      EXEC SQL                                                    00140000
001500         INCLUDE TARFOU                                           00150000
001600      END-EXEC.                                                   00160000
001700******                                                            00170000
001800 01  W-PROGRAM-ID   PIC X(8)  VALUE 'PRIXACH'.                    00180000
001900 01  W-SQLCODE      PIC +++9.                                     00190000
002000 01  W-DATE-REF     PIC X(10) VALUE SPACES.                       00200000
002100 01  W-QTE-REF      PIC S9(9) USAGE COMP VALUE ZERO.              00210000
002200 LINKAGE SECTION.                                                 00220000
002300 COPY PRACOM.                                                     00230000
002400 PROCEDURE DIVISION USING PRA-RESOLUTION.                         00240000
002500 1000-PRIXACH-DEB.                                                00250000
002600     MOVE ZERO TO PRA-CODE-RETOUR.                                00260000
002700     IF PRA-DATE-EFFET = SPACES                                   00270000
002800         EXEC SQL                                                 00280000
002900             SELECT CHAR(CURRENT DATE, ISO)                       00290000
003000               INTO :W-DATE-REF                                   00300000
003100               FROM SYSIBM.SYSDUMMY1                              00310000
003200         END-EXEC                                                 00320000
003300     ELSE                                                         00330000
003400         MOVE PRA-DATE-EFFET TO W-DATE-REF.                       00340000
003500     IF PRA-QUANTITE < 1                                          00350000
003600         MOVE 1 TO W-QTE-REF                                      00360000
003700     ELSE                                                         00370000
003800         MOVE PRA-QUANTITE TO W-QTE-REF.                          00380000
003900     PERFORM 6010-TARIF-DEB                                       00390000
004000       THRU  6010-TARIF-FIN.                                      00400000
004100 1000-PRIXACH-FIN.                                                00410000
004200     GOBACK.                                                      00420000
004300***************                                                   00430000
004400 6010-TARIF-DEB.                                                  00440000
004500     MOVE PRA-ID-ARTICLE                                          00450000
004600         TO W-ID-ARTICLE OF DCLTARIFFOURN.                        00460000
004700     MOVE PRA-ID-FOURNISSEUR                                      00470000
004800         TO W-ID-FOURNISSEUR OF DCLTARIFFOURN.                    00480000
004900     EXEC SQL                                                     00490000
005000         SELECT PRIX_ACHAT                                        00500000
005100           INTO :W-PRIX-ACHAT OF DCLTARIFFOURN                    00510000
005200           FROM API7.TARIF_FOURNISSEUR                            00520000
005300          WHERE ID_ARTICLE =                                      00530000
005400                :W-ID-ARTICLE OF DCLTARIFFOURN                    00540000
005500            AND ID_FOURNISSEUR =                                  00550000
005600                :W-ID-FOURNISSEUR OF DCLTARIFFOURN                00560000
005700            AND QTE_MINI <= :W-QTE-REF                            00570000
005800            AND DATE_DEBUT <= DATE(:W-DATE-REF)                   00580000
005900            AND (DATE_FIN IS NULL                                 00590000
006000                 OR DATE_FIN >= DATE(:W-DATE-REF))                00600000
006100          ORDER BY QTE_MINI DESC, DATE_DEBUT DESC                 00610000
006200          FETCH FIRST 1 ROW ONLY                                  00620000
006300     END-EXEC.                                                    00630000
006400     IF SQLCODE = ZERO                                            00640000
006500         MOVE W-PRIX-ACHAT OF DCLTARIFFOURN TO PRA-PRIX           00650000
006600         GO TO 6010-TARIF-FIN.                                    00660000
006700     MOVE PRA-ID-ARTICLE                                          00670000
006800         TO W-ID-ARTICLE OF DCLARTICLEFOURN.                      00680000
006900     MOVE PRA-ID-FOURNISSEUR                                      00690000
007000         TO W-ID-FOURNISSEUR OF DCLARTICLEFOURN.                  00700000
007100     EXEC SQL                                                     00710000
007200         SELECT PRIX_ACHAT                                        00720000
007300           INTO :W-PRIX-ACHAT OF DCLARTICLEFOURN                  00730000
007400           FROM API7.ARTICLE_FOURNISSEUR                          00740000
007500          WHERE ID_ARTICLE =                                      00750000
007600                :W-ID-ARTICLE OF DCLARTICLEFOURN                  00760000
007700            AND ID_FOURNISSEUR =                                  00770000
007800                :W-ID-FOURNISSEUR OF DCLARTICLEFOURN              00780000
007900     END-EXEC.                                                    00790000
008000     IF SQLCODE = ZERO                                            00800000
008100         MOVE W-PRIX-ACHAT OF DCLARTICLEFOURN TO PRA-PRIX         00810000
008200     ELSE                                                         00820000
008300         MOVE ZERO TO PRA-PRIX                                    00830000
008400         MOVE 4 TO PRA-CODE-RETOUR.                               00840000
008500 6010-TARIF-FIN.                                                  00850000
008600      EXIT.                                                       00860000
