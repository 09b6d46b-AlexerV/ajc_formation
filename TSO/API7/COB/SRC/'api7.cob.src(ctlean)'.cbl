000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CTLEAN .                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 DATA DIVISION.                                                   00040000
000500 WORKING-STORAGE SECTION.                                         00050000
000600      EXEC SQL                                                    00060000
000700         INCLUDE SQLCA                                            00070000
000800      END-EXEC.                                                   00080000
000900*****                                                             00090000
001000      EXEC SQL                                                    00100000
001100         INCLUDE ARTEAN                                           00110000
001200      END-EXEC.                                                   00120000
001300******                                                            00130000
001400 01  W-PROGRAM-ID   PIC X(8)  VALUE 'CTLEAN'.                     00140000
001500 01  W-CODE         PIC X(13) VALUE SPACES.                       00150000
001600 01  W-CODE-CHIFFRES REDEFINES W-CODE.                            00160000
001700     05  W-CHIFFRE  PIC 9(1)  OCCURS 13 TIMES.                    00170000
001800 01  W-CODE-EAN8    REDEFINES W-CODE.                             00180000
001900     05  W-EAN8-DONNEES PIC X(8).                                 00190000
002000     05  W-EAN8-RESTE   PIC X(5).                                 00200000
002100 01  W-NB-CHIFFRES  PIC S9(4) USAGE COMP VALUE ZERO.              00210000
002200 01  W-IX           PIC S9(4) USAGE COMP VALUE ZERO.              00220000
002300 01  W-POIDS        PIC S9(4) USAGE COMP VALUE ZERO.              00230000
002400 01  W-SOMME        PIC S9(4) USAGE COMP VALUE ZERO.              00240000
002500 01  W-QUOTIENT     PIC S9(4) USAGE COMP VALUE ZERO.              00250000
002600 01  W-RESTE        PIC S9(4) USAGE COMP VALUE ZERO.              00260000
002700 01  W-CLE          PIC S9(4) USAGE COMP VALUE ZERO.              00270000
002800 LINKAGE SECTION.                                                 00280000
002900 COPY EANCOM.                                                     00290000
003000 PROCEDURE DIVISION USING EAN-CONTROLE.                           00300000
003100 1000-CTLEAN-DEB.                                                 00310000
003200     MOVE ZERO TO EAN-CODE-RETOUR.                                00320000
003300     MOVE ZERO TO EAN-SQLCODE.                                    00330000
003400     MOVE ZERO TO EAN-ID-ARTICLE.                                 00340000
003500     MOVE EAN-CODE TO W-CODE.                                     00350000
003600     PERFORM 6010-FORMAT-DEB                                      00360000
003700       THRU  6010-FORMAT-FIN.                                     00370000
003800     IF EAN-CODE-RETOUR NOT = ZERO                                00380000
003900         GO TO 1000-CTLEAN-FIN.                                   00390000
004000     PERFORM 6020-CLE-DEB                                         00400000
004100       THRU  6020-CLE-FIN.                                        00410000
004200     IF EAN-CODE-RETOUR NOT = ZERO                                00420000
004300         OR EAN-FONCTION = 'C'                                    00430000
004400         GO TO 1000-CTLEAN-FIN.                                   00440000
004500     PERFORM 6030-RECHERCHE-DEB                                   00450000
004600       THRU  6030-RECHERCHE-FIN.                                  00460000
004700 1000-CTLEAN-FIN.                                                 00470000
004800     GOBACK.                                                      00480000
004900***************                                                   00490000
005000 6010-FORMAT-DEB.                                                 00500000
005100     IF W-CODE NUMERIC                                            00510000
005200         MOVE 13 TO W-NB-CHIFFRES                                 00520000
005300         GO TO 6010-FORMAT-FIN.                                   00530000
005400     IF W-EAN8-DONNEES NUMERIC                                    00540000
005500         AND W-EAN8-RESTE = SPACES                                00550000
005600         MOVE 8 TO W-NB-CHIFFRES                                  00560000
005700         GO TO 6010-FORMAT-FIN.                                   00570000
005800     MOVE 4 TO EAN-CODE-RETOUR.                                   00580000
005900 6010-FORMAT-FIN.                                                 00590000
006000      EXIT.                                                       00600000
006100***************                                                   00610000
006200 6020-CLE-DEB.                                                    00620000
006300     MOVE ZERO TO W-SOMME.                                        00630000
006400     MOVE 3 TO W-POIDS.                                           00640000
006500     COMPUTE W-IX = W-NB-CHIFFRES - 1.                            00650000
006600     PERFORM 6025-PONDERE-DEB                                     00660000
006700       THRU  6025-PONDERE-FIN                                     00670000
006800       UNTIL W-IX < 1.                                            00680000
006900     DIVIDE W-SOMME BY 10 GIVING W-QUOTIENT                       00690000
007000         REMAINDER W-RESTE.                                       00700000
007100     IF W-RESTE = ZERO                                            00710000
007200         MOVE ZERO TO W-CLE                                       00720000
007300     ELSE                                                         00730000
007400         COMPUTE W-CLE = 10 - W-RESTE.                            00740000
007500     IF W-CLE NOT = W-CHIFFRE (W-NB-CHIFFRES)                     00750000
007600         MOVE 4 TO EAN-CODE-RETOUR.                               00760000
007700 6020-CLE-FIN.                                                    00770000
007800      EXIT.                                                       00780000
007900***************                                                   00790000
008000 6025-PONDERE-DEB.                                                00800000
008100     COMPUTE W-SOMME = W-SOMME + W-CHIFFRE (W-IX) * W-POIDS.      00810000
008200     IF W-POIDS = 3                                               00820000
008300         MOVE 1 TO W-POIDS                                        00830000
008400     ELSE                                                         00840000
008500         MOVE 3 TO W-POIDS.                                       00850000
008600     SUBTRACT 1 FROM W-IX.                                        00860000
008700 6025-PONDERE-FIN.                                                00870000
008800      EXIT.                                                       00880000
008900***************                                                   00890000
009000 6030-RECHERCHE-DEB.                                              00900000
009100     MOVE W-CODE TO W-CODE-EAN.                                   00910000
009200     EXEC SQL                                                     00920000
009300         SELECT ID_ARTICLE                                        00930000
009400           INTO :W-ID-ARTICLE                                     00940000
009500           FROM API7.ARTICLE_EAN                                  00950000
009600          WHERE CODE_EAN = :W-CODE-EAN                            00960000
009700     END-EXEC.                                                    00970000
009800     EVALUATE SQLCODE                                             00980000
009900         WHEN ZERO                                                00990000
010000             MOVE W-ID-ARTICLE TO EAN-ID-ARTICLE                  01000000
010100         WHEN 100                                                 01010000
010200             MOVE 8 TO EAN-CODE-RETOUR                            01020000
010300         WHEN OTHER                                               01030000
010400             MOVE SQLCODE TO EAN-SQLCODE                          01040000
010500             MOVE 12 TO EAN-CODE-RETOUR                           01050000
010600     END-EVALUATE.                                                01060000
010700 6030-RECHERCHE-FIN.                                              01070000
010800      EXIT.                                                       01080000
