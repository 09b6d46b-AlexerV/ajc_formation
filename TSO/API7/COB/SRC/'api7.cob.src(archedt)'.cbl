000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ARCHEDT .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 DATA DIVISION.                                                   00040000
000500 WORKING-STORAGE SECTION.                                         00050000
000600      EXEC SQL                                                    00060000
000700         INCLUDE SQLCA                                            00070000
000800      END-EXEC.                                                   00080000
000900*****                                                             00090000
001000      EXEC SQL                                                    00100000
001100         INCLUDE ARCEDT                                           00110000
001200      END-EXEC.                                                   00120000
001300*****                                                             00130000
001400      EXEC SQL                                                    00140000
001500         INCLUDE ARCPAG                                           00150000
001600      END-EXEC.                                                   00160000
001700*****                                                             00170000
001800      EXEC SQL                                                    00180000
001900         INCLUDE ARCLIG                                           00190000
002000      END-EXEC.                                                   00200000
002100******                                                            00210000
002200 01  W-PROGRAM-ID   PIC X(8)  VALUE 'ARCHEDT'.                    00220000
002300 01  W-SQLCODE      PIC +++9.                                     00230000
002400 01  W-DATE-EXE     PIC X(10) VALUE SPACES.                       00240000
002500 01  W-RETENTION    PIC S9(4) USAGE COMP VALUE ZERO.              00250000
002600 01  W-NB-LIG-PAGE  PIC S9(9) USAGE COMP VALUE ZERO.              00260000
002700 01  W-CUR-ENTREPOT PIC X(2)  VALUE SPACES.                       00270000
002800 01  W-CUR-LIE      PIC S9(9) USAGE COMP VALUE ZERO.              00280000
002900 01  W-CUR-FOURN    PIC X(5)  VALUE SPACES.                       00290000
003000 01  W-CUR-NO-CMD   PIC S9(9) USAGE COMP VALUE ZERO.              00300000
003100 01  W-ED-NO        PIC ZZZZZZZZ9.                                00310000
003200 01  W-ED-PAGES     PIC ZZZZZZZZ9.                                00320000
003300 01  W-ED-LIGNES    PIC ZZZZZZZZ9.                                00330000
003400 COPY DATCOM.                                                     00340000
003500 COPY PRMCOM.                                                     00350000
003600 01  W-PRM-RET-X.                                                 00360000
003700     05  W-PRM-RET  PIC 9(3).                                     00370000
003800 LINKAGE SECTION.                                                 00380000
003900 COPY ARCCOM.                                                     00390000
004000 PROCEDURE DIVISION USING ARC-EDITION.                            00400000
004100 1000-ARCHEDT-DEB.                                                00410000
004200     MOVE ZERO TO ARC-CODE-RETOUR.                                00420000
004300     IF ARC-FONCTION = 'F'                                        00430000
004400         PERFORM 6030-FERME-DEB                                   00440000
004500           THRU  6030-FERME-FIN                                   00450000
004600         GO TO 1000-ARCHEDT-FIN.                                  00460000
004700     IF ARC-NO-ARCHIVE = ZERO                                     00470000
004800         PERFORM 6010-OUVRE-DEB                                   00480000
004900           THRU  6010-OUVRE-FIN.                                  00490000
005000     IF ARC-CODE-RETOUR = ZERO                                    00500000
005100         PERFORM 6020-LIGNE-DEB                                   00510000
005200           THRU  6020-LIGNE-FIN.                                  00520000
005300 1000-ARCHEDT-FIN.                                                00530000
005400     GOBACK.                                                      00540000
005500***************                                                   00550000
005600 5000-DATE-TRT-DEB.                                               00560000
005700     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00570000
005800     IF DAT-CODE-RETOUR = ZERO                                    00580000
005900         MOVE DAT-DATE-ISO TO W-DATE-EXE                          00590000
006000     ELSE                                                         00600000
006100         EXEC SQL                                                 00610000
006200             SELECT CHAR(CURRENT DATE, ISO)                       00620000
006300               INTO :W-DATE-EXE                                   00630000
006400               FROM SYSIBM.SYSDUMMY1                              00640000
006500         END-EXEC.                                                00650000
006600 5000-DATE-TRT-FIN.                                               00660000
006700      EXIT.                                                       00670000
006800***************                                                   00680000
006900 5100-RETENTION-DEB.                                              00690000
007000     MOVE ARC-PROGRAMME TO PRM-PROGRAMME.                         00700000
007100     MOVE 'RETARCH' TO PRM-NOM.                                   00710000
007200     CALL 'PARMLIT' USING PRM-LECTURE.                            00720000
007300     IF PRM-CODE-RETOUR NOT = ZERO                                00730000
007400         MOVE W-PROGRAM-ID TO PRM-PROGRAMME                       00740000
007500         CALL 'PARMLIT' USING PRM-LECTURE.                        00750000
007600     MOVE PRM-VALEUR TO W-PRM-RET-X.                              00760000
007700     IF PRM-CODE-RETOUR = ZERO                                    00770000
007800         AND W-PRM-RET NUMERIC                                    00780000
007900         AND W-PRM-RET NOT = ZERO                                 00790000
008000         MOVE W-PRM-RET TO W-RETENTION                            00800000
008100     ELSE                                                         00810000
008200         MOVE 90 TO W-RETENTION                                   00820000
008300         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      00830000
008400                 ' - VALEUR PAR DEFAUT 90'.                       00840000
008500 5100-RETENTION-FIN.                                              00850000
008600      EXIT.                                                       00860000
008700***************                                                   00870000
008800 6010-OUVRE-DEB.                                                  00880000
008900     PERFORM 5000-DATE-TRT-DEB                                    00890000
009000       THRU  5000-DATE-TRT-FIN.                                   00900000
009100     PERFORM 5100-RETENTION-DEB                                   00910000
009200       THRU  5100-RETENTION-FIN.                                  00920000
009300     EXEC SQL                                                     00930000
009400         SELECT COALESCE(MAX(NO_ARCHIVE), 0) + 1                  00940000
009500           INTO :W-NO-ARCHIVE OF DCLARCHIVEEDITION                00950000
009600           FROM API7.ARCHIVE_EDITION                              00960000
009700     END-EXEC.                                                    00970000
009800     IF SQLCODE NOT = ZERO                                        00980000
009900         MOVE SQLCODE TO W-SQLCODE                                00990000
010000         DISPLAY 'ARCHEDT - SELECT MAX ARCHIVE_EDITION SQLCODE='  01000000
010100             W-SQLCODE                                            01010000
010200         MOVE 8 TO ARC-CODE-RETOUR                                01020000
010300         GO TO 6010-OUVRE-FIN.                                    01030000
010400     MOVE ARC-PROGRAMME TO W-PROGRAMME.                           01040000
010500     MOVE ARC-ETAT TO W-NOM-ETAT.                                 01050000
010600     MOVE ARC-LONGUEUR TO W-LONG-ENREG.                           01060000
010700     MOVE ARC-ASA TO W-ASA.                                       01070000
010900     EXEC SQL                                                     01090000
011000         INSERT INTO API7.ARCHIVE_EDITION                         01100000
011100                (NO_ARCHIVE, PROGRAMME, NOM_ETAT, DATE_EXEC,      01110000
011200                 HEURE_EXEC, LONG_ENREG, ASA, NB_PAGES,           01120000
011300                 NB_LIGNES, DATE_PURGE)                           01130000
011400         VALUES (:W-NO-ARCHIVE OF DCLARCHIVEEDITION,              01140000
011500                 :W-PROGRAMME, :W-NOM-ETAT, DATE(:W-DATE-EXE),    01150000
011600                 CURRENT TIME, :W-LONG-ENREG, :W-ASA, 0, 0,       01160000
011700                 DATE(:W-DATE-EXE) + :W-RETENTION DAYS)           01170000
011800     END-EXEC.                                                    01180000
011900     IF SQLCODE NOT = ZERO                                        01190000
012000         MOVE SQLCODE TO W-SQLCODE                                01200000
012100         DISPLAY 'ARCHEDT - INSERT ARCHIVE_EDITION SQLCODE='      01210000
012200             W-SQLCODE                                            01220000
012300         MOVE 8 TO ARC-CODE-RETOUR                                01230000
012400         GO TO 6010-OUVRE-FIN.                                    01240000
012500     MOVE W-NO-ARCHIVE OF DCLARCHIVEEDITION TO ARC-NO-ARCHIVE.    01250000
012600     MOVE ZERO TO ARC-NO-PAGE.                                    01260000
012700     MOVE ZERO TO ARC-NB-LIGNES.                                  01270000
012800     MOVE ZERO TO W-NB-LIG-PAGE.                                  01280000
012900 6010-OUVRE-FIN.                                                  01290000
013000      EXIT.                                                       01300000
013100***************                                                   01310000
013200 6020-LIGNE-DEB.                                                  01320000
013300     IF ARC-NO-PAGE = ZERO                                        01330000
013400         OR ARC-FONCTION = 'P'                                    01340000
013500         OR ARC-ENTREPOT NOT = W-CUR-ENTREPOT                     01350000
013600         OR ARC-LIE NOT = W-CUR-LIE                               01360000
013700         OR ARC-FOURN NOT = W-CUR-FOURN                           01370000
013800         OR ARC-NO-CMD NOT = W-CUR-NO-CMD                         01380000
013900         PERFORM 6040-PAGE-DEB                                    01390000
014000           THRU  6040-PAGE-FIN.                                   01400000
014100     IF ARC-CODE-RETOUR NOT = ZERO                                01410000
014200         GO TO 6020-LIGNE-FIN.                                    01420000
014300     MOVE ARC-NO-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVELIGNE.      01430000
014400     COMPUTE W-NO-LIGNE = ARC-NB-LIGNES + 1.                      01440000
014500     MOVE ARC-NO-PAGE TO W-NO-PAGE OF DCLARCHIVELIGNE.            01450000
014600     MOVE ARC-LIGNE TO W-TEXTE.                                   01460000
014700     EXEC SQL                                                     01470000
014800         INSERT INTO API7.ARCHIVE_LIGNE                           01480000
014900                (NO_ARCHIVE, NO_LIGNE, NO_PAGE, TEXTE)            01490000
015000         VALUES (:W-NO-ARCHIVE OF DCLARCHIVELIGNE, :W-NO-LIGNE,   01500000
015100                 :W-NO-PAGE OF DCLARCHIVELIGNE, :W-TEXTE)         01510000
015200     END-EXEC.                                                    01520000
015300     IF SQLCODE NOT = ZERO                                        01530000
015400         MOVE SQLCODE TO W-SQLCODE                                01540000
015500         DISPLAY 'ARCHEDT - INSERT ARCHIVE_LIGNE SQLCODE='        01550000
015600             W-SQLCODE                                            01560000
015700         MOVE 8 TO ARC-CODE-RETOUR                                01570000
015800         GO TO 6020-LIGNE-FIN.                                    01580000
015900     ADD 1 TO ARC-NB-LIGNES.                                      01590000
016000     ADD 1 TO W-NB-LIG-PAGE.                                      01600000
016100 6020-LIGNE-FIN.                                                  01610000
016200      EXIT.                                                       01620000
016300***************                                                   01630000
016400 6030-FERME-DEB.                                                  01640000
016500     IF ARC-NO-ARCHIVE = ZERO                                     01650000
016600         GO TO 6030-FERME-FIN.                                    01660000
016700     IF ARC-NO-PAGE NOT = ZERO                                    01670000
016800         PERFORM 6050-MAJ-PAGE-DEB                                01680000
016900           THRU  6050-MAJ-PAGE-FIN.                               01690000
017000     MOVE ARC-NO-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVEEDITION.    01700000
017100     MOVE ARC-NO-PAGE TO W-NB-PAGES.                              01710000
017200     MOVE ARC-NB-LIGNES TO W-NB-LIGNES OF DCLARCHIVEEDITION.      01720000
017300     EXEC SQL                                                     01730000
017400         UPDATE API7.ARCHIVE_EDITION                              01740000
017500            SET NB_PAGES  = :W-NB-PAGES,                          01750000
017600                NB_LIGNES = :W-NB-LIGNES OF DCLARCHIVEEDITION     01760000
017700          WHERE NO_ARCHIVE = :W-NO-ARCHIVE OF DCLARCHIVEEDITION   01770000
017800     END-EXEC.                                                    01780000
017900     IF SQLCODE NOT = ZERO                                        01790000
018000         MOVE SQLCODE TO W-SQLCODE                                01800000
018100         DISPLAY 'ARCHEDT - UPDATE ARCHIVE_EDITION SQLCODE='      01810000
018200             W-SQLCODE                                            01820000
018300         MOVE 8 TO ARC-CODE-RETOUR.                               01830000
018400     MOVE ARC-NO-ARCHIVE TO W-ED-NO.                              01840000
018500     MOVE ARC-NO-PAGE TO W-ED-PAGES.                              01850000
018600     MOVE ARC-NB-LIGNES TO W-ED-LIGNES.                           01860000
018700     DISPLAY 'ARCHIVE ' W-ED-NO ' ' ARC-ETAT ' : '                01870000
018800             W-ED-PAGES ' PAGES ' W-ED-LIGNES ' LIGNES'.          01880000
018900     MOVE ZERO TO ARC-NO-ARCHIVE.                                 01890000
019000     MOVE ZERO TO ARC-NO-PAGE.                                    01900000
019100 6030-FERME-FIN.                                                  01910000
019200      EXIT.                                                       01920000
019300***************                                                   01930000
019400 6040-PAGE-DEB.                                                   01940000
019500     IF ARC-NO-PAGE NOT = ZERO                                    01950000
019600         PERFORM 6050-MAJ-PAGE-DEB                                01960000
019700           THRU  6050-MAJ-PAGE-FIN.                               01970000
019800     ADD 1 TO ARC-NO-PAGE.                                        01980000
019900     MOVE ARC-ENTREPOT TO W-CUR-ENTREPOT.                         01990000
020000     MOVE ARC-LIE TO W-CUR-LIE.                                   02000000
020100     MOVE ARC-FOURN TO W-CUR-FOURN.                               02010000
020200     MOVE ARC-NO-CMD TO W-CUR-NO-CMD.                             02020000
020300     MOVE ZERO TO W-NB-LIG-PAGE.                                  02030000
020400     MOVE ARC-NO-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVEPAGE.       02040000
020500     MOVE ARC-NO-PAGE TO W-NO-PAGE OF DCLARCHIVEPAGE.             02050000
020600     MOVE ARC-ENTREPOT TO W-ID-ENTREPOT.                          02060000
020700     MOVE ARC-LIE TO W-LIE.                                       02070000
020800     MOVE ARC-FOURN TO W-ID-FOURNISSEUR.                          02080000
020900     MOVE ARC-NO-CMD TO W-NO-COMMANDE.                            02090000
021000     COMPUTE W-NO-LIGNE-DEB = ARC-NB-LIGNES + 1.                  02100000
021100     EXEC SQL                                                     02110000
021200         INSERT INTO API7.ARCHIVE_PAGE                            02120000
021300                (NO_ARCHIVE, NO_PAGE, ID_ENTREPOT, LIE,           02130000
021400                 ID_FOURNISSEUR, NO_COMMANDE, NO_LIGNE_DEB,       02140000
021500                 NB_LIGNES)                                       02150000
021600         VALUES (:W-NO-ARCHIVE OF DCLARCHIVEPAGE,                 02160000
021700                 :W-NO-PAGE OF DCLARCHIVEPAGE,                    02170000
021800                 :W-ID-ENTREPOT, :W-LIE, :W-ID-FOURNISSEUR,       02180000
021900                 :W-NO-COMMANDE, :W-NO-LIGNE-DEB, 0)              02190000
022000     END-EXEC.                                                    02200000
022100     IF SQLCODE NOT = ZERO                                        02210000
022200         MOVE SQLCODE TO W-SQLCODE                                02220000
022300         DISPLAY 'ARCHEDT - INSERT ARCHIVE_PAGE SQLCODE='         02230000
022400             W-SQLCODE                                            02240000
022500         MOVE 8 TO ARC-CODE-RETOUR.                               02250000
022600 6040-PAGE-FIN.                                                   02260000
022700      EXIT.                                                       02270000
022800***************                                                   02280000
022900 6050-MAJ-PAGE-DEB.                                               02290000
023000     MOVE ARC-NO-ARCHIVE TO W-NO-ARCHIVE OF DCLARCHIVEPAGE.       02300000
023100     MOVE ARC-NO-PAGE TO W-NO-PAGE OF DCLARCHIVEPAGE.             02310000
023200     MOVE W-NB-LIG-PAGE TO W-NB-LIGNES OF DCLARCHIVEPAGE.         02320000
023300     EXEC SQL                                                     02330000
023400         UPDATE API7.ARCHIVE_PAGE                                 02340000
023500            SET NB_LIGNES = :W-NB-LIGNES OF DCLARCHIVEPAGE        02350000
023600          WHERE NO_ARCHIVE = :W-NO-ARCHIVE OF DCLARCHIVEPAGE      02360000
023700            AND NO_PAGE = :W-NO-PAGE OF DCLARCHIVEPAGE            02370000
023800     END-EXEC.                                                    02380000
023900     IF SQLCODE NOT = ZERO                                        02390000
024000         MOVE SQLCODE TO W-SQLCODE                                02400000
024100         DISPLAY 'ARCHEDT - UPDATE ARCHIVE_PAGE SQLCODE='         02410000
024200             W-SQLCODE                                            02420000
024300         MOVE 8 TO ARC-CODE-RETOUR.                               02430000
024400 6050-MAJ-PAGE-FIN.                                               02440000
024500      EXIT.                                                       02450000
