000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LMAJTOU .                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT     TOU-FICHIER   ASSIGN    MAJTOU.                   00060000
000700     SELECT     REJ-FICHIER   ASSIGN    REJTOU.                   00070000
000800 DATA DIVISION.                                                   00080000
000900 FILE SECTION.                                                    00090000
001000 FD                 TOU-FICHIER                                   00100000
001100      BLOCK              00000 RECORDS                            00110000
001200      DATA RECORD                                                 00120000
001300                    MT00                                          00130000
001400           LABEL RECORD STANDARD.                                 00140000
001500 01               MT00.                                           00150000
001600   10             MT00-TYPE     PICTURE X(1).                     00160000
001700   10             MT00-CODE-TRT PICTURE X(1).                     00170000
001800   10             MT00-DONNEES  PICTURE X(78).                    00180000
001900   10             MT00-TOURNEE  REDEFINES MT00-DONNEES.           00190000
002000     15           MT00-T-TOURNEE PICTURE X(4).                    00200000
002100     15           MT00-T-LIBELLE PICTURE X(30).                   00210000
002200     15           MT00-T-VEHICULE PICTURE X(8).                   00220000
002300     15           MT00-T-CHARGE PICTURE 9(6)V9(3).                00230000
002400     15           MT00-T-FILLER PICTURE X(27).                    00240000
002500   10             MT00-ARRET    REDEFINES MT00-DONNEES.           00250000
002600     15           MT00-A-LIE    PICTURE 9(9).                     00260000
002700     15           MT00-A-TOURNEE PICTURE X(4).                    00270000
002800     15           MT00-A-ORDRE  PICTURE 9(4).                     00280000
002900     15           MT00-A-FILLER PICTURE X(61).                    00290000
003000   10             MT00-POIDS    REDEFINES MT00-DONNEES.           00300000
003100     15           MT00-P-NOART  PICTURE 9(9).                     00310000
003200     15           MT00-P-POIDS  PICTURE 9(4)V9(3).                00320000
003300     15           MT00-P-FILLER PICTURE X(62).                    00330000
003400 FD                 REJ-FICHIER                                   00340000
003500      BLOCK              00000 RECORDS                            00350000
003600      DATA RECORD                                                 00360000
003700                    RT00                                          00370000
003800           LABEL RECORD STANDARD.                                 00380000
003900 01               RT00.                                           00390000
004000   10             RT00-CARTE    PICTURE X(50).                    00400000
004100   10             RT00-RAISON   PICTURE X(30).                    00410000
004200 WORKING-STORAGE SECTION.                                         00420000
004300      EXEC SQL                                                    00430000
004400         INCLUDE SQLCA                                            00440000
004500      END-EXEC.                                                   00450000
004600*****                                                             00460000
004700      EXEC SQL                                                    00470000
004800         INCLUDE ARTICLE                                          00480000
004900      END-EXEC.                                                   00490000
005000*****                                                             00500000
005100      EXEC SQL                                                    00510000
005200         INCLUDE TOURNEE                                          00520000
005300      END-EXEC.                                                   00530000
005400*****                                                             00540000
005500      EXEC SQL                                                    00550000
005600         INCLUDE TOURARR                                          00560000
005700      END-EXEC.                                                   00570000
005800******                                                            00580000
005900 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LMAJTOU'.                    00590000
006000 01  W-SQLCODE      PIC +++9.                                     00600000
006100 01  W-EOF-TOU      PIC X     VALUE '0'.                          00610000
006200     88  FIN-TOU-OK           VALUE '1'.                          00620000
006300 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00630000
006400 01  W-CNT-DEP      PIC S9(9) USAGE COMP.                         00640000
006500 01  W-CNT-TOU      PIC S9(9) USAGE COMP.                         00650000
006600 01  W-CNT-ARR      PIC S9(9) USAGE COMP.                         00660000
006700 01  W-IND-CHARGE   PIC S9(4) USAGE COMP.                         00670000
006800 COPY ANORMAL.                                                    00680000
006900******                                                            00690000
007000 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00700000
007100 01  W-CPT-CREES    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00710000
007200 01  W-CPT-MODIFS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00720000
007300 01  W-CPT-SUPPR    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00730000
007400 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00740000
007500******                                                            00750000
007600 PROCEDURE DIVISION.                                              00760000
007700 1000-LMAJTOU-DEB.                                                00770000
007800     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00780000
007900     PERFORM 5000-INIT-DEB                                        00790000
008000       THRU  5000-INIT-FIN.                                       00800000
008100     PERFORM 6010-TRAITE-DEB                                      00810000
008200       THRU  6010-TRAITE-FIN                                      00820000
008300       UNTIL FIN-TOU-OK.                                          00830000
008400     PERFORM 8000-FIN-TRT-DEB                                     00840000
008500       THRU  8000-FIN-TRT-FIN.                                    00850000
008600     PERFORM 9990-FIN-NORMALE-DEB                                 00860000
008700       THRU  9990-FIN-NORMALE-FIN.                                00870000
008800 1000-LMAJTOU-FIN.                                                00880000
008900     EXIT.                                                        00890000
009000***************                                                   00900000
009100 5000-INIT-DEB.                                                   00910000
009200     OPEN INPUT  TOU-FICHIER.                                     00920000
009300     OPEN OUTPUT REJ-FICHIER.                                     00930000
009400 5000-INIT-FIN.                                                   00940000
009500      EXIT.                                                       00950000
009600***************                                                   00960000
009700 6010-TRAITE-DEB.                                                 00970000
009800     READ TOU-FICHIER AT END                                      00980000
009900         MOVE '1' TO W-EOF-TOU                                    00990000
010000         GO TO 6010-TRAITE-FIN.                                   01000000
010100     ADD 1 TO W-CPT-LUS.                                          01010000
010200     MOVE SPACES TO W-CODE-REJET.                                 01020000
010300     IF MT00-CODE-TRT NOT = 'A'                                   01030000
010400        AND MT00-CODE-TRT NOT = 'M'                               01040000
010500        AND MT00-CODE-TRT NOT = 'S'                               01050000
010600         MOVE 'CODE MOUVEMENT INVALIDE' TO W-CODE-REJET           01060000
010700     ELSE                                                         01070000
010800         EVALUATE MT00-TYPE                                       01080000
010900             WHEN 'T'                                             01090000
011000                 PERFORM 6020-TOURNEE-DEB                         01100000
011100                   THRU  6020-TOURNEE-FIN                         01110000
011200             WHEN 'A'                                             01120000
011300                 PERFORM 6040-ARRET-DEB                           01130000
011400                   THRU  6040-ARRET-FIN                           01140000
011500             WHEN 'P'                                             01150000
011600                 PERFORM 6060-POIDS-DEB                           01160000
011700                   THRU  6060-POIDS-FIN                           01170000
011800             WHEN OTHER                                           01180000
011900                 MOVE 'TYPE DE CARTE INVALIDE'                    01190000
012000                      TO W-CODE-REJET                             01200000
012100         END-EVALUATE.                                            01210000
012200     IF W-CODE-REJET NOT = SPACES                                 01220000
012300         PERFORM 6070-REJET-DEB                                   01230000
012400           THRU  6070-REJET-FIN.                                  01240000
012500 6010-TRAITE-FIN.                                                 01250000
012600      EXIT.                                                       01260000
012700***************                                                   01270000
012800 6020-TOURNEE-DEB.                                                01280000
012900     IF MT00-T-TOURNEE = SPACES                                   01290000
013000         MOVE 'CODE TOURNEE OBLIGATOIRE' TO W-CODE-REJET          01300000
013100         GO TO 6020-TOURNEE-FIN.                                  01310000
013200     MOVE MT00-T-TOURNEE TO W-ID-TOURNEE OF DCLTOURNEE.           01320000
013300     IF MT00-CODE-TRT = 'S'                                       01330000
013400         PERFORM 6030-SUPPR-TOURNEE-DEB                           01340000
013500           THRU  6030-SUPPR-TOURNEE-FIN                           01350000
013600         GO TO 6020-TOURNEE-FIN.                                  01360000
013700     IF MT00-T-LIBELLE = SPACES                                   01370000
013800        OR MT00-T-VEHICULE = SPACES                               01380000
013900         MOVE 'LIBELLE OU VEHICULE ABSENT' TO W-CODE-REJET        01390000
014000         GO TO 6020-TOURNEE-FIN.                                  01400000
014100     IF MT00-T-CHARGE NOT NUMERIC                                 01410000
014200         MOVE 'CHARGE MAXIMALE INVALIDE' TO W-CODE-REJET          01420000
014300         GO TO 6020-TOURNEE-FIN.                                  01430000
014400     MOVE MT00-T-LIBELLE TO W-LIBELLE OF DCLTOURNEE.              01440000
014500     MOVE MT00-T-VEHICULE TO W-ID-VEHICULE.                       01450000
014600     MOVE MT00-T-CHARGE TO W-CHARGE-MAX.                          01460000
014700     IF MT00-T-CHARGE = ZERO                                      01470000
014800         MOVE -1 TO W-IND-CHARGE                                  01480000
014900     ELSE                                                         01490000
015000         MOVE ZERO TO W-IND-CHARGE.                               01500000
015100     IF MT00-CODE-TRT = 'A'                                       01510000
015200         EXEC SQL                                                 01520000
015300             INSERT INTO API7.TOURNEE                             01530000
015400                    (ID_TOURNEE, LIBELLE, ID_VEHICULE,            01540000
015500                     CHARGE_MAX)                                  01550000
015600             VALUES (:W-ID-TOURNEE OF DCLTOURNEE,                 01560000
015700                     :W-LIBELLE OF DCLTOURNEE,                    01570000
015800                     :W-ID-VEHICULE,                              01580000
015900                     :W-CHARGE-MAX :W-IND-CHARGE)                 01590000
016000         END-EXEC                                                 01600000
016100     ELSE                                                         01610000
016200         EXEC SQL                                                 01620000
016300             UPDATE API7.TOURNEE                                  01630000
016400                SET LIBELLE = :W-LIBELLE OF DCLTOURNEE,           01640000
016500                    ID_VEHICULE = :W-ID-VEHICULE,                 01650000
016600                    CHARGE_MAX = :W-CHARGE-MAX :W-IND-CHARGE      01660000
016700              WHERE ID_TOURNEE = :W-ID-TOURNEE OF DCLTOURNEE      01670000
016800         END-EXEC                                                 01680000
016900     END-IF.                                                      01690000
017000     EVALUATE SQLCODE                                             01700000
017100         WHEN ZERO                                                01710000
017200             IF MT00-CODE-TRT = 'A'                               01720000
017300                 ADD 1 TO W-CPT-CREES                             01730000
017400             ELSE                                                 01740000
017500                 ADD 1 TO W-CPT-MODIFS                            01750000
017600             END-IF                                               01760000
017700         WHEN -803                                                01770000
017800             MOVE 'TOURNEE DEJA EXISTANTE' TO W-CODE-REJET        01780000
017900         WHEN 100                                                 01790000
018000             MOVE 'TOURNEE INCONNUE' TO W-CODE-REJET              01800000
018100         WHEN OTHER                                               01810000
018200             MOVE SQLCODE TO W-SQLCODE                            01820000
018300             MOVE 'MAJ TOURNEE SQLCODE = '                        01830000
018400                  TO W-MESSAGE-ANOR                               01840000
018500             PERFORM 9999-FIN-ANORMALE-DEB                        01850000
018600               THRU  9999-FIN-ANORMALE-FIN                        01860000
018700     END-EVALUATE.                                                01870000
018800 6020-TOURNEE-FIN.                                                01880000
018900      EXIT.                                                       01890000
019000***************                                                   01900000
019100 6030-SUPPR-TOURNEE-DEB.                                          01910000
019200     EXEC SQL                                                     01920000
019300         SELECT COUNT(*)                                          01930000
019400           INTO :W-CNT-ARR                                        01940000
019500           FROM API7.TOURNEE_ARRET                                01950000
019600          WHERE ID_TOURNEE = :W-ID-TOURNEE OF DCLTOURNEE          01960000
019700     END-EXEC.                                                    01970000
019800     IF W-CNT-ARR NOT = ZERO                                      01980000
019900         MOVE 'TOURNEE AYANT DES ARRETS' TO W-CODE-REJET          01990000
020000         GO TO 6030-SUPPR-TOURNEE-FIN.                            02000000
020100     EXEC SQL                                                     02010000
020200         DELETE FROM API7.TOURNEE                                 02020000
020300          WHERE ID_TOURNEE = :W-ID-TOURNEE OF DCLTOURNEE          02030000
020400     END-EXEC.                                                    02040000
020500     EVALUATE SQLCODE                                             02050000
020600         WHEN ZERO                                                02060000
020700             ADD 1 TO W-CPT-SUPPR                                 02070000
020800         WHEN 100                                                 02080000
020900             MOVE 'TOURNEE INCONNUE' TO W-CODE-REJET              02090000
021000         WHEN OTHER                                               02100000
021100             MOVE SQLCODE TO W-SQLCODE                            02110000
021200             MOVE 'DELETE TOURNEE SQLCODE = '                     02120000
021300                  TO W-MESSAGE-ANOR                               02130000
021400             PERFORM 9999-FIN-ANORMALE-DEB                        02140000
021500               THRU  9999-FIN-ANORMALE-FIN                        02150000
021600     END-EVALUATE.                                                02160000
021700 6030-SUPPR-TOURNEE-FIN.                                          02170000
021800      EXIT.                                                       02180000
021900***************                                                   02190000
022000 6040-ARRET-DEB.                                                  02200000
022100     IF MT00-A-LIE NOT NUMERIC                                    02210000
022200         MOVE 'DEPARTEMENT INVALIDE' TO W-CODE-REJET              02220000
022300         GO TO 6040-ARRET-FIN.                                    02230000
022400     MOVE MT00-A-LIE TO W-LIE OF DCLTOURNEEARRET.                 02240000
022500     IF MT00-CODE-TRT = 'S'                                       02250000
022600         PERFORM 6050-SUPPR-ARRET-DEB                             02260000
022700           THRU  6050-SUPPR-ARRET-FIN                             02270000
022800         GO TO 6040-ARRET-FIN.                                    02280000
022900     EXEC SQL                                                     02290000
023000         SELECT COUNT(*)                                          02300000
023100           INTO :W-CNT-DEP                                        02310000
023200           FROM API7.DEPARTEMENTS                                 02320000
023300          WHERE LIE = :W-LIE OF DCLTOURNEEARRET                   02330000
023400     END-EXEC.                                                    02340000
023500     IF W-CNT-DEP = ZERO                                          02350000
023600         MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET               02360000
023700         GO TO 6040-ARRET-FIN.                                    02370000
023800     MOVE MT00-A-TOURNEE TO W-ID-TOURNEE OF DCLTOURNEEARRET.      02380000
023900     EXEC SQL                                                     02390000
024000         SELECT COUNT(*)                                          02400000
024100           INTO :W-CNT-TOU                                        02410000
024200           FROM API7.TOURNEE                                      02420000
024300          WHERE ID_TOURNEE = :W-ID-TOURNEE OF DCLTOURNEEARRET     02430000
024400     END-EXEC.                                                    02440000
024500     IF W-CNT-TOU = ZERO                                          02450000
024600         MOVE 'TOURNEE INCONNUE' TO W-CODE-REJET                  02460000
024700         GO TO 6040-ARRET-FIN.                                    02470000
024800     IF MT00-A-ORDRE NOT NUMERIC                                  02480000
024900        OR MT00-A-ORDRE = ZERO                                    02490000
025000         MOVE 'ORDRE DE PASSAGE INVALIDE' TO W-CODE-REJET         02500000
025100         GO TO 6040-ARRET-FIN.                                    02510000
025200     MOVE MT00-A-ORDRE TO W-ORDRE-ARRET.                          02520000
025300     IF MT00-CODE-TRT = 'A'                                       02530000
025400         EXEC SQL                                                 02540000
025500             INSERT INTO API7.TOURNEE_ARRET                       02550000
025600                    (LIE, ID_TOURNEE, ORDRE_ARRET)                02560000
025700             VALUES (:W-LIE OF DCLTOURNEEARRET,                   02570000
025800                     :W-ID-TOURNEE OF DCLTOURNEEARRET,            02580000
025900                     :W-ORDRE-ARRET)                              02590000
026000         END-EXEC                                                 02600000
026100     ELSE                                                         02610000
026200         EXEC SQL                                                 02620000
026300             UPDATE API7.TOURNEE_ARRET                            02630000
026400                SET ID_TOURNEE =                                  02640000
026500                    :W-ID-TOURNEE OF DCLTOURNEEARRET,             02650000
026600                    ORDRE_ARRET = :W-ORDRE-ARRET                  02660000
026700              WHERE LIE = :W-LIE OF DCLTOURNEEARRET               02670000
026800         END-EXEC                                                 02680000
026900     END-IF.                                                      02690000
027000     EVALUATE SQLCODE                                             02700000
027100         WHEN ZERO                                                02710000
027200             IF MT00-CODE-TRT = 'A'                               02720000
027300                 ADD 1 TO W-CPT-CREES                             02730000
027400             ELSE                                                 02740000
027500                 ADD 1 TO W-CPT-MODIFS                            02750000
027600             END-IF                                               02760000
027700         WHEN -803                                                02770000
027800             MOVE 'DEPARTEMENT DEJA EN TOURNEE' TO W-CODE-REJET   02780000
027900         WHEN 100                                                 02790000
028000             MOVE 'DEPARTEMENT HORS TOURNEE' TO W-CODE-REJET      02800000
028100         WHEN OTHER                                               02810000
028200             MOVE SQLCODE TO W-SQLCODE                            02820000
028300             MOVE 'MAJ TOURNEE_ARRET SQLCODE = '                  02830000
028400                  TO W-MESSAGE-ANOR                               02840000
028500             PERFORM 9999-FIN-ANORMALE-DEB                        02850000
028600               THRU  9999-FIN-ANORMALE-FIN                        02860000
028700     END-EVALUATE.                                                02870000
028800 6040-ARRET-FIN.                                                  02880000
028900      EXIT.                                                       02890000
029000***************                                                   02900000
029100 6050-SUPPR-ARRET-DEB.                                            02910000
029200     EXEC SQL                                                     02920000
029300         DELETE FROM API7.TOURNEE_ARRET                           02930000
029400          WHERE LIE = :W-LIE OF DCLTOURNEEARRET                   02940000
029500     END-EXEC.                                                    02950000
029600     EVALUATE SQLCODE                                             02960000
029700         WHEN ZERO                                                02970000
029800             ADD 1 TO W-CPT-SUPPR                                 02980000
029900         WHEN 100                                                 02990000
030000             MOVE 'DEPARTEMENT HORS TOURNEE' TO W-CODE-REJET      03000000
030100         WHEN OTHER                                               03010000
030200             MOVE SQLCODE TO W-SQLCODE                            03020000
030300             MOVE 'DELETE TOURNEE_ARRET SQLCODE = '               03030000
030400                  TO W-MESSAGE-ANOR                               03040000
030500             PERFORM 9999-FIN-ANORMALE-DEB                        03050000
030600               THRU  9999-FIN-ANORMALE-FIN                        03060000
030700     END-EVALUATE.                                                03070000
030800 6050-SUPPR-ARRET-FIN.                                            03080000
030900      EXIT.                                                       03090000
031000***************                                                   03100000
031100 6060-POIDS-DEB.                                                  03110000
031200     IF MT00-P-NOART NOT NUMERIC                                  03120000
031300         MOVE 'ARTICLE INVALIDE' TO W-CODE-REJET                  03130000
031400         GO TO 6060-POIDS-FIN.                                    03140000
031500     MOVE MT00-P-NOART TO W-ID-ARTICLE OF DCLARTICLE.             03150000
031600     IF MT00-CODE-TRT = 'S'                                       03160000
031700         MOVE -1 TO INDSTRUC OF IARTICLE (7)                      03170000
031800         MOVE ZERO TO W-POIDS                                     03180000
031900     ELSE                                                         03190000
032000         IF MT00-P-POIDS NOT NUMERIC                              03200000
032100            OR MT00-P-POIDS = ZERO                                03210000
032200             MOVE 'POIDS INVALIDE' TO W-CODE-REJET                03220000
032300             GO TO 6060-POIDS-FIN                                 03230000
032400         END-IF                                                   03240000
032500         MOVE ZERO TO INDSTRUC OF IARTICLE (7)                    03250000
032600         MOVE MT00-P-POIDS TO W-POIDS.                            03260000
032700     EXEC SQL                                                     03270000
032800         UPDATE API7.ARTICLE                                      03280000
032900            SET POIDS = :W-POIDS :INDSTRUC OF IARTICLE (7)        03290000
033000          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          03300000
033100     END-EXEC.                                                    03310000
033200     EVALUATE SQLCODE                                             03320000
033300         WHEN ZERO                                                03330000
033400             ADD 1 TO W-CPT-MODIFS                                03340000
033500         WHEN 100                                                 03350000
033600             MOVE 'ARTICLE INCONNU' TO W-CODE-REJET               03360000
033700         WHEN OTHER                                               03370000
033800             MOVE SQLCODE TO W-SQLCODE                            03380000
033900             MOVE 'UPDATE ARTICLE POIDS SQLCODE = '               03390000
034000                  TO W-MESSAGE-ANOR                               03400000
034100             PERFORM 9999-FIN-ANORMALE-DEB                        03410000
034200               THRU  9999-FIN-ANORMALE-FIN                        03420000
034300     END-EVALUATE.                                                03430000
034400 6060-POIDS-FIN.                                                  03440000
034500      EXIT.                                                       03450000
034600***************                                                   03460000
034700 6070-REJET-DEB.                                                  03470000
034800     MOVE MT00 TO RT00-CARTE.                                     03480000
034900     MOVE W-CODE-REJET TO RT00-RAISON.                            03490000
035000     WRITE RT00.                                                  03500000
035100     ADD 1 TO W-CPT-REJETS.                                       03510000
035200 6070-REJET-FIN.                                                  03520000
035300      EXIT.                                                       03530000
035400***************                                                   03540000
035500 8000-FIN-TRT-DEB.                                                03550000
035600     CLOSE TOU-FICHIER.                                           03560000
035700     CLOSE REJ-FICHIER.                                           03570000
035800     DISPLAY 'MOUVEMENTS LUS       = ' W-CPT-LUS.                 03580000
035900     DISPLAY 'CREATIONS            = ' W-CPT-CREES.               03590000
036000     DISPLAY 'MODIFICATIONS        = ' W-CPT-MODIFS.              03600000
036100     DISPLAY 'SUPPRESSIONS         = ' W-CPT-SUPPR.               03610000
036200     DISPLAY 'MOUVEMENTS REJETES   = ' W-CPT-REJETS.              03620000
036300 8000-FIN-TRT-FIN.                                                03630000
036400      EXIT.                                                       03640000
036500************                                                      03650000
036600************                                                      03660000
036700  9990-FIN-NORMALE-DEB.                                           03670000
036800            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           03680000
036900       GOBACK.                                                    03690000
037000  9990-FIN-NORMALE-FIN.                                           03700000
037100       EXIT.                                                      03710000
037200*************                                                     03720000
037300 COPY ANORPROC.                                                   03730000
