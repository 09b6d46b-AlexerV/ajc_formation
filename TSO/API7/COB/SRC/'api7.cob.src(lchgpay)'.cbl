000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LCHGPAY .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     PAY-FICHIER   ASSIGN    BONPAY.                   00000600
000070     SELECT     REJ-FICHIER   ASSIGN    REJPAY.                   00000700
000080 DATA DIVISION.                                                   00000800
000090 FILE SECTION.                                                    00000900
000100 FD                 PAY-FICHIER                                   00001000
000110      BLOCK              00000 RECORDS                            00001100
000120      DATA RECORD                                                 00001200
000130                    BP00                                          00001300
000140           LABEL RECORD STANDARD.                                 00001400
000150 01               BP00.                                           00001500
000160   10             BP00-NO-FACT  PICTURE X(10).                    00001600
000170   10             BP00-NO-CMD   PICTURE 9(9).                     00001700
000180   10             BP00-NOART    PICTURE 9(9).                     00001800
000190   10             BP00-FOURN    PICTURE X(5).                     00001900
000200   10             BP00-QTE-FACT PICTURE 9(9).                     00002000
000210   10             BP00-PRIX-FACT PICTURE 9(5)V99.                 00002100
000220   10             BP00-MONTANT  PICTURE 9(11)V99.                 00002200
000230   10             BP00-TYPE-PIECE PICTURE X(1).                   00002300
000240   10             BP00-DATE-FACT PICTURE X(10).                   00002400
000250   10             BP00-DEVISE   PICTURE X(3).                     00002500
000255   10             BP00-FILLER   PICTURE X(6).                     00002550
000260 FD                 REJ-FICHIER                                   00002600
000270      BLOCK              00000 RECORDS                            00002700
000280      DATA RECORD                                                 00002800
000290                    PJ00                                          00002900
000300           LABEL RECORD STANDARD.                                 00003000
000310 01               PJ00.                                           00003100
000320   10             PJ00-DONNEES  PICTURE X(80).                    00003200
000330   10             PJ00-RAISON   PICTURE X(30).                    00003300
000340 WORKING-STORAGE SECTION.                                         00003400
000350      EXEC SQL                                                    00003500
000360         INCLUDE SQLCA                                            00003600
000370      END-EXEC.                                                   00003700
000380*****                                                             00003800
000390      EXEC SQL                                                    00003900
000400         INCLUDE FACFOU                                           00004000
000410      END-EXEC.                                                   00004100
000420******                                                            00004200
000430 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCHGPAY'.                    00004300
000440 01  W-SQLCODE      PIC +++9.                                     00004400
000450 01  W-EOF-PAY      PIC X     VALUE '0'.                          00004500
000460     88  FIN-PAY-OK           VALUE '1'.                          00004600
000470 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00004700
000480 01  W-PREMIER-BP   PIC X(80) VALUE SPACES.                       00004800
000490 01  W-CNT-FACT     PIC S9(9) USAGE COMP VALUE ZERO.              00004900
000495 01  W-DEV-LOC      PIC X(3)  VALUE SPACES.                       00004950
000500 COPY DATCOM.                                                     00005000
000510 COPY ANORMAL.                                                    00005100
000515 COPY DEVCOM.                                                     00005150
000520******                                                            00005200
000530 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00005300
000540 01  W-CPT-FACTURES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00005400
000550 01  W-CPT-AVOIRS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00005500
000560 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00005600
000565 01  W-CPT-DEVISES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00005650
000570 01  W-TOT-CHARGE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00005700
000580******                                                            00005800
000590 PROCEDURE DIVISION.                                              00005900
000600 1000-LCHGPAY-DEB.                                                00006000
000610     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00006100
000620     PERFORM 5000-INIT-DEB                                        00006200
000630       THRU  5000-INIT-FIN.                                       00006300
000640     PERFORM 6010-TRAITE-DEB                                      00006400
000650       THRU  6010-TRAITE-FIN                                      00006500
000660       UNTIL FIN-PAY-OK.                                          00006600
000670     PERFORM 8000-FIN-TRT-DEB                                     00006700
000680       THRU  8000-FIN-TRT-FIN.                                    00006800
000690     PERFORM 9990-FIN-NORMALE-DEB                                 00006900
000700       THRU  9990-FIN-NORMALE-FIN.                                00007000
000710 1000-LCHGPAY-FIN.                                                00007100
000720     EXIT.                                                        00007200
000730***************                                                   00007300
000740 5000-INIT-DEB.                                                   00007400
000750     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00007500
000760     IF DAT-CODE-RETOUR NOT = ZERO                                00007600
000770         MOVE ZERO TO W-SQLCODE                                   00007700
000780         MOVE 'AUCUNE JOURNEE OUVERTE'                            00007800
000790              TO W-MESSAGE-ANOR                                   00007900
000800         PERFORM 9999-FIN-ANORMALE-DEB                            00008000
000810           THRU  9999-FIN-ANORMALE-FIN.                           00008100
000811     MOVE SPACES TO DEV-DEVISE.                                   00008110
000812     MOVE ZERO TO DEV-MONTANT.                                    00008120
000813     CALL 'CONVDEV' USING DEV-CONVERSION.                         00008130
000814     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            00008140
000820     OPEN INPUT  PAY-FICHIER.                                     00008200
000830     OPEN OUTPUT REJ-FICHIER.                                     00008300
000840     PERFORM 6090-LIT-PAY-DEB                                     00008400
000850       THRU  6090-LIT-PAY-FIN.                                    00008500
000860 5000-INIT-FIN.                                                   00008600
000870      EXIT.                                                       00008700
000880***************                                                   00008800
000890 6010-TRAITE-DEB.                                                 00008900
000900     MOVE SPACES TO W-CODE-REJET.                                 00009000
000910     MOVE BP00 TO W-PREMIER-BP.                                   00009100
000920     MOVE BP00-FOURN TO W-ID-FOURNISSEUR OF DCLFACTUREFOURN.      00009200
000930     MOVE BP00-NO-FACT TO W-NO-FACT.                              00009300
000940     MOVE BP00-TYPE-PIECE TO W-TYPE-PIECE.                        00009400
000950     MOVE BP00-DATE-FACT TO W-DATE-FACT.                          00009500
000960     IF W-DATE-FACT = SPACES                                      00009600
000970         MOVE DAT-DATE-ISO TO W-DATE-FACT.                        00009700
000972     MOVE BP00-DEVISE TO W-DEVISE OF DCLFACTUREFOURN.             00009720
000974     IF W-DEVISE OF DCLFACTUREFOURN = W-DEV-LOC                   00009740
000976         MOVE SPACES TO W-DEVISE OF DCLFACTUREFOURN.              00009760
000980     MOVE ZERO TO W-MONTANT W-NB-LIGNES.                          00009800
000990     PERFORM 6020-CUMUL-DEB                                       00009900
001000       THRU  6020-CUMUL-FIN                                       00010000
001010       UNTIL FIN-PAY-OK                                           00010100
001020          OR BP00-FOURN NOT = W-ID-FOURNISSEUR OF DCLFACTUREFOURN 00010200
001030          OR BP00-NO-FACT NOT = W-NO-FACT.                        00010300
001040     IF W-CODE-REJET = SPACES                                     00010400
001050         PERFORM 6030-CTL-DOUBLON-DEB                             00010500
001060           THRU  6030-CTL-DOUBLON-FIN.                            00010600
001070     IF W-CODE-REJET = SPACES                                     00010700
001080         PERFORM 6040-GRAND-LIVRE-DEB                             00010800
001090           THRU  6040-GRAND-LIVRE-FIN.                            00010900
001100     IF W-CODE-REJET NOT = SPACES                                 00011000
001110         PERFORM 6070-REJET-DEB                                   00011100
001120           THRU  6070-REJET-FIN.                                  00011200
001130 6010-TRAITE-FIN.                                                 00011300
001140      EXIT.                                                       00011400
001150***************                                                   00011500
001160 6020-CUMUL-DEB.                                                  00011600
001170     IF BP00-TYPE-PIECE NOT = W-TYPE-PIECE                        00011700
001180         MOVE 'FACTURE ET AVOIR MEME NUMERO' TO W-CODE-REJET.     00011800
001182     IF BP00-DEVISE NOT = W-DEVISE OF DCLFACTUREFOURN             00011820
001184         AND NOT (BP00-DEVISE = W-DEV-LOC                         00011840
001186             AND W-DEVISE OF DCLFACTUREFOURN = SPACES)            00011860
001188         MOVE 'FACTURE EN PLUSIEURS DEVISES' TO W-CODE-REJET.     00011880
001190     ADD BP00-MONTANT TO W-MONTANT.                               00011900
001200     ADD 1 TO W-NB-LIGNES.                                        00012000
001210     PERFORM 6090-LIT-PAY-DEB                                     00012100
001220       THRU  6090-LIT-PAY-FIN.                                    00012200
001230 6020-CUMUL-FIN.                                                  00012300
001240      EXIT.                                                       00012400
001250***************                                                   00012500
001260 6030-CTL-DOUBLON-DEB.                                            00012600
001270     EXEC SQL                                                     00012700
001280         SELECT COUNT(*)                                          00012800
001290           INTO :W-CNT-FACT                                       00012900
001300           FROM API7.FACTURE_FOURNISSEUR                          00013000
001310          WHERE ID_FOURNISSEUR =                                  00013100
001320                :W-ID-FOURNISSEUR OF DCLFACTUREFOURN              00013200
001330            AND NO_FACT = :W-NO-FACT                              00013300
001340     END-EXEC.                                                    00013400
001350     IF SQLCODE NOT = ZERO                                        00013500
001360         MOVE SQLCODE TO W-SQLCODE                                00013600
001370         MOVE 'SELECT FACTURE_FOURNISSEUR SQLCODE = '             00013700
001380              TO W-MESSAGE-ANOR                                   00013800
001390         PERFORM 9999-FIN-ANORMALE-DEB                            00013900
001400           THRU  9999-FIN-ANORMALE-FIN.                           00014000
001410     IF W-CNT-FACT > ZERO                                         00014100
001420         MOVE 'FACTURE DEJA ENREGISTREE' TO W-CODE-REJET.         00014200
001430 6030-CTL-DOUBLON-FIN.                                            00014300
001440      EXIT.                                                       00014400
001450***************                                                   00014500
001460 6040-GRAND-LIVRE-DEB.                                            00014600
001470     EXEC SQL                                                     00014700
001480         INSERT INTO API7.FACTURE_FOURNISSEUR                     00014800
001490                (ID_FOURNISSEUR, NO_FACT, TYPE_PIECE,             00014900
001500                 DATE_FACT, DATE_ECHEANCE, MONTANT,               00015000
001510                 NB_LIGNES, STATUT, DATE_CHARGEMENT,              00015100
001515                 DEVISE)                                          00015150
001520         SELECT F.ID_FOURNISSEUR, :W-NO-FACT, :W-TYPE-PIECE,      00015200
001530                DATE(:W-DATE-FACT),                               00015300
001540                CASE WHEN :W-TYPE-PIECE = 'A'                     00015400
001550                     THEN DATE(:W-DATE-FACT)                      00015500
001560                     WHEN F.TERME_TYPE = 'F'                      00015600
001570                     THEN DATE(:W-DATE-FACT)                      00015700
001580                        - (DAY(DATE(:W-DATE-FACT)) - 1) DAYS      00015800
001590                        + 1 MONTH - 1 DAY                         00015900
001600                        + F.TERME_JOURS DAYS                      00016000
001610                     ELSE DATE(:W-DATE-FACT)                      00016100
001620                        + F.TERME_JOURS DAYS                      00016200
001630                END,                                              00016300
001640                :W-MONTANT, :W-NB-LIGNES, 'O',                    00016400
001650                DATE(:DAT-DATE-ISO),                              00016500
001655                :W-DEVISE OF DCLFACTUREFOURN                      00016550
001660           FROM API7.FOURNISSEUR F                                00016600
001670          WHERE F.ID_FOURNISSEUR =                                00016700
001680                :W-ID-FOURNISSEUR OF DCLFACTUREFOURN              00016800
001690     END-EXEC.                                                    00016900
001700     EVALUATE SQLCODE                                             00017000
001710         WHEN ZERO                                                00017100
001720             CONTINUE                                             00017200
001730         WHEN 100                                                 00017300
001740             MOVE 'FOURNISSEUR INCONNU' TO W-CODE-REJET           00017400
001750             GO TO 6040-GRAND-LIVRE-FIN                           00017500
001760         WHEN -803                                                00017600
001770             MOVE 'FACTURE DEJA ENREGISTREE' TO W-CODE-REJET      00017700
001780             GO TO 6040-GRAND-LIVRE-FIN                           00017800
001790         WHEN -180                                                00017900
001800         WHEN -181                                                00018000
001810             MOVE 'DATE FACTURE INVALIDE' TO W-CODE-REJET         00018100
001820             GO TO 6040-GRAND-LIVRE-FIN                           00018200
001830         WHEN OTHER                                               00018300
001840             MOVE SQLCODE TO W-SQLCODE                            00018400
001850             MOVE 'INSERT FACTURE_FOURNISSEUR SQLCODE = '         00018500
001860                  TO W-MESSAGE-ANOR                               00018600
001870             PERFORM 9999-FIN-ANORMALE-DEB                        00018700
001880               THRU  9999-FIN-ANORMALE-FIN                        00018800
001890     END-EVALUATE.                                                00018900
001900     IF W-TYPE-PIECE = 'A'                                        00019000
001910         ADD 1 TO W-CPT-AVOIRS                                    00019100
001920     ELSE                                                         00019200
001930         ADD 1 TO W-CPT-FACTURES.                                 00019300
001940     IF W-DEVISE OF DCLFACTUREFOURN NOT = SPACES                  00019400
001950         ADD 1 TO W-CPT-DEVISES                                   00019500
001952     ELSE                                                         00019520
001954         IF W-TYPE-PIECE = 'A'                                    00019540
001956             SUBTRACT W-MONTANT FROM W-TOT-CHARGE                 00019560
001958         ELSE                                                     00019580
001959             ADD W-MONTANT TO W-TOT-CHARGE.                       00019590
001960 6040-GRAND-LIVRE-FIN.                                            00019600
001970      EXIT.                                                       00019700
001980***************                                                   00019800
001990 6070-REJET-DEB.                                                  00019900
002000     MOVE W-PREMIER-BP TO PJ00-DONNEES.                           00020000
002010     MOVE W-CODE-REJET TO PJ00-RAISON.                            00020100
002020     WRITE PJ00.                                                  00020200
002030     ADD 1 TO W-CPT-REJETS.                                       00020300
002040 6070-REJET-FIN.                                                  00020400
002050      EXIT.                                                       00020500
002060***************                                                   00020600
002070 6090-LIT-PAY-DEB.                                                00020700
002080     READ PAY-FICHIER AT END                                      00020800
002090         MOVE '1' TO W-EOF-PAY                                    00020900
002100         GO TO 6090-LIT-PAY-FIN.                                  00021000
002110     ADD 1 TO W-CPT-LUS.                                          00021100
002120 6090-LIT-PAY-FIN.                                                00021200
002130      EXIT.                                                       00021300
002140***************                                                   00021400
002150 8000-FIN-TRT-DEB.                                                00021500
002160     CLOSE PAY-FICHIER.                                           00021600
002170     CLOSE REJ-FICHIER.                                           00021700
002180     DISPLAY 'LIGNES BONPAY LUES   = ' W-CPT-LUS.                 00021800
002190     DISPLAY 'FACTURES CHARGEES    = ' W-CPT-FACTURES.            00021900
002200     DISPLAY 'AVOIRS CHARGES       = ' W-CPT-AVOIRS.              00022000
002210     DISPLAY 'PIECES REJETEES      = ' W-CPT-REJETS.              00022100
002215     DISPLAY 'PIECES EN DEVISE     = ' W-CPT-DEVISES.             00022150
002220     DISPLAY 'SOLDE NET CHARGE     = ' W-TOT-CHARGE               00022200
002225             ' ' W-DEV-LOC.                                       00022250
002230 8000-FIN-TRT-FIN.                                                00022300
002240      EXIT.                                                       00022400
002250************                                                      00022500
002260************                                                      00022600
002270  9990-FIN-NORMALE-DEB.                                           00022700
002280            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00022800
002290       GOBACK.                                                    00022900
002300  9990-FIN-NORMALE-FIN.                                           00023000
002310       EXIT.                                                      00023100
002320*************                                                     00023200
002330 COPY ANORPROC.                                                   00023300
