000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CTLDANG .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 DATA DIVISION.                                                   00040000
000500 WORKING-STORAGE SECTION.                                         00050000
000600      EXEC SQL                                                    00060000
000700         INCLUDE SQLCA                                            00070000
000800      END-EXEC.                                                   00080000
000900*****                                                             00090000
001000      EXEC SQL                                                    00100000
001100         INCLUDE ENTDANG                                          00110000
001200      END-EXEC.                                                   00120000
001300*****                                                             00130000
001400      EXEC SQL                                                    00140000
001500         INCLUDE INCDANG                                          00150000
001600      END-EXEC.                                                   00160000
001700******                                                            00170000
001800 01  W-PROGRAM-ID   PIC X(8)  VALUE 'CTLDANG'.                    00180000
001900 01  W-ID-ARTICLE   PIC S9(9) USAGE COMP VALUE ZERO.              00190000
002000 01  W-ALLEE        PIC X(2)  VALUE SPACES.                       00200000
002100 01  W-ART-CONFLIT  PIC S9(9) USAGE COMP VALUE ZERO.              00210000
002200 01  W-CNT-AGREE    PIC S9(9) USAGE COMP VALUE ZERO.              00220000
002300 LINKAGE SECTION.                                                 00230000
002400 COPY DANCOM.                                                     00240000
002500 PROCEDURE DIVISION USING DAN-CONTROLE.                           00250000
002600 1000-CTLDANG-DEB.                                                00260000
002700     MOVE ZERO TO DAN-CODE-RETOUR.                                00270000
002800     MOVE ZERO TO DAN-SQLCODE.                                    00280000
002900     MOVE SPACES TO DAN-CLASSE.                                   00290000
003000     MOVE SPACES TO DAN-CLASSE-CONFLIT.                           00300000
003100     MOVE ZERO TO DAN-ART-CONFLIT.                                00310000
003200     MOVE DAN-ID-ARTICLE TO W-ID-ARTICLE.                         00320000
003300     MOVE DAN-ID-ENTREPOT TO W-ID-ENTREPOT.                       00330000
003400     PERFORM 6010-CLASSE-DEB                                      00340000
003500       THRU  6010-CLASSE-FIN.                                     00350000
003600     IF DAN-CODE-RETOUR NOT = ZERO                                00360000
003700         OR DAN-CLASSE = SPACES                                   00370000
003800         GO TO 1000-CTLDANG-FIN.                                  00380000
003900     PERFORM 6020-AGREMENT-DEB                                    00390000
004000       THRU  6020-AGREMENT-FIN.                                   00400000
004100     IF DAN-CODE-RETOUR NOT = ZERO                                00410000
004200         OR DAN-FONCTION NOT = 'A'                                00420000
004300         GO TO 1000-CTLDANG-FIN.                                  00430000
004400     PERFORM 6030-ALLEE-DEB                                       00440000
004500       THRU  6030-ALLEE-FIN.                                      00450000
004600 1000-CTLDANG-FIN.                                                00460000
004700     GOBACK.                                                      00470000
004800***************                                                   00480000
004900 6010-CLASSE-DEB.                                                 00490000
005000     EXEC SQL                                                     00500000
005100         SELECT CLASSE_DANGER                                     00510000
005200           INTO :W-CLASSE-DANGER                                  00520000
005300           FROM API7.ARTICLE                                      00530000
005400          WHERE ID_ARTICLE = :W-ID-ARTICLE                        00540000
005500     END-EXEC.                                                    00550000
005600     EVALUATE SQLCODE                                             00560000
005700         WHEN ZERO                                                00570000
005800             MOVE W-CLASSE-DANGER TO DAN-CLASSE                   00580000
005900         WHEN 100                                                 00590000
006000             CONTINUE                                             00600000
006100         WHEN OTHER                                               00610000
006200             MOVE SQLCODE TO DAN-SQLCODE                          00620000
006300             MOVE 12 TO DAN-CODE-RETOUR                           00630000
006400     END-EVALUATE.                                                00640000
006500 6010-CLASSE-FIN.                                                 00650000
006600      EXIT.                                                       00660000
006700***************                                                   00670000
006800 6020-AGREMENT-DEB.                                               00680000
006900     EXEC SQL                                                     00690000
007000         SELECT COUNT(*)                                          00700000
007100           INTO :W-CNT-AGREE                                      00710000
007200           FROM API7.ENTREPOT_DANGER                              00720000
007300          WHERE ID_ENTREPOT = :W-ID-ENTREPOT                      00730000
007400            AND CLASSE_DANGER = :W-CLASSE-DANGER                  00740000
007500     END-EXEC.                                                    00750000
007600     IF SQLCODE NOT = ZERO                                        00760000
007700         MOVE SQLCODE TO DAN-SQLCODE                              00770000
007800         MOVE 12 TO DAN-CODE-RETOUR                               00780000
007900         GO TO 6020-AGREMENT-FIN.                                 00790000
008000     IF W-CNT-AGREE = ZERO                                        00800000
008100         MOVE 4 TO DAN-CODE-RETOUR.                               00810000
008200 6020-AGREMENT-FIN.                                               00820000
008300      EXIT.                                                       00830000
008400***************                                                   00840000
008500 6030-ALLEE-DEB.                                                  00850000
008600     MOVE DAN-ALLEE TO W-ALLEE.                                   00860000
008700     EXEC SQL                                                     00870000
008800         SELECT A.CLASSE_DANGER, E.ID_ARTICLE                     00880000
008900           INTO :W-CLASSE-2, :W-ART-CONFLIT                       00890000
009000           FROM API7.EMPLACEMENT E,                               00900000
009100                API7.ARTICLE A,                                   00910000
009200                API7.INCOMPAT_DANGER I                            00920000
009300          WHERE E.ID_ENTREPOT = :W-ID-ENTREPOT                    00930000
009400            AND E.ALLEE = :W-ALLEE                                00940000
009500            AND E.ID_ARTICLE <> :W-ID-ARTICLE                     00950000
009600            AND A.ID_ARTICLE = E.ID_ARTICLE                       00960000
009700            AND ((I.CLASSE_1 = :W-CLASSE-DANGER                   00970000
009800                  AND I.CLASSE_2 = A.CLASSE_DANGER)               00980000
009900              OR (I.CLASSE_2 = :W-CLASSE-DANGER                   00990000
010000                  AND I.CLASSE_1 = A.CLASSE_DANGER))              01000000
010100          FETCH FIRST 1 ROW ONLY                                  01010000
010200     END-EXEC.                                                    01020000
010300     EVALUATE SQLCODE                                             01030000
010400         WHEN ZERO                                                01040000
010500             MOVE W-CLASSE-2 TO DAN-CLASSE-CONFLIT                01050000
010600             MOVE W-ART-CONFLIT TO DAN-ART-CONFLIT                01060000
010700             MOVE 8 TO DAN-CODE-RETOUR                            01070000
010800         WHEN 100                                                 01080000
010900             CONTINUE                                             01090000
011000         WHEN OTHER                                               01100000
011100             MOVE SQLCODE TO DAN-SQLCODE                          01110000
011200             MOVE 12 TO DAN-CODE-RETOUR                           01120000
011300     END-EVALUATE.                                                01130000
011400 6030-ALLEE-FIN.                                                  01140000
011500      EXIT.                                                       01150000
