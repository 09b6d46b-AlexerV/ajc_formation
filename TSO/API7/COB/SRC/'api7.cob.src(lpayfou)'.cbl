000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LPAYFOU .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     PARMPAY       ASSIGN    PARMPAY.                  00000600
000070     SELECT     VIR-FICHIER   ASSIGN    VIRFOU.                   00000700
000080     SELECT     LISTREM       ASSIGN    LISTREM.                  00000800
000090 DATA DIVISION.                                                   00000900
000100 FILE SECTION.                                                    00001000
000110 FD                 PARMPAY                                       00001100
000120      BLOCK              00000 RECORDS                            00001200
000130      DATA RECORD                                                 00001300
000140                    PY00                                          00001400
000150           LABEL RECORD STANDARD.                                 00001500
000160 01               PY00.                                           00001600
000170   10             PY00-DATE-LIMITE PICTURE X(10).                 00001700
000180   10             PY00-FILLER   PICTURE X(70).                    00001800
000190 FD                 VIR-FICHIER                                   00001900
000200      BLOCK              00000 RECORDS                            00002000
000210      DATA RECORD                                                 00002100
000220                    VF00                                          00002200
000230           LABEL RECORD STANDARD.                                 00002300
000240 01               VF00.                                           00002400
000250   10             VF00-NO-PAIEMENT PICTURE 9(9).                  00002500
000260   10             VF00-FOURN    PICTURE X(5).                     00002600
000270   10             VF00-NOM      PICTURE X(20).                    00002700
000280   10             VF00-IBAN     PICTURE X(34).                    00002800
000290   10             VF00-MONTANT  PICTURE 9(11)V99.                 00002900
000300   10             VF00-DATE-VIR PICTURE X(10).                    00003000
000310   10             VF00-NB-PIECES PICTURE 9(5).                    00003100
000320   10             VF00-DEVISE   PICTURE X(3).                     00003200
000325   10             VF00-FILLER   PICTURE X(1).                     00003250
000330 FD                 LISTREM                                       00003300
000340      BLOCK              00000 RECORDS                            00003400
000350      DATA RECORD                                                 00003500
000360                    LR00                                          00003600
000370           LABEL RECORD STANDARD.                                 00003700
000380 01               LR00               PICTURE X(81).               00003800
000390 WORKING-STORAGE SECTION.                                         00003900
000400      EXEC SQL                                                    00004000
000410         INCLUDE SQLCA                                            00004100
000420      END-EXEC.                                                   00004200
000430*****                                                             00004300
000440      EXEC SQL                                                    00004400
000450         INCLUDE FOURNIS                                          00004500
000460      END-EXEC.                                                   00004600
000470*****                                                             00004700
000480      EXEC SQL                                                    00004800
000490         INCLUDE FACFOU                                           00004900
000500      END-EXEC.                                                   00005000
000510******                                                            00005100
000520      EXEC SQL                                                    00005200
000530         DECLARE C-PAYFOU CURSOR FOR                              00005300
000540         SELECT P.ID_FOURNISSEUR, F.NOM,                          00005400
000550                COALESCE(F.ADRESSE1, ' '),                        00005500
000560                COALESCE(F.ADRESSE2, ' '),                        00005600
000570                COALESCE(F.IBAN, ' '),                            00005700
000575                P.DEVISE,                                         00005750
000580                SUM(CASE WHEN P.TYPE_PIECE = 'A'                  00005800
000590                         THEN 0 - P.MONTANT                       00005900
000600                         ELSE P.MONTANT END),                     00006000
000610                COUNT(*)                                          00006100
000620           FROM API7.FACTURE_FOURNISSEUR P,                       00006200
000630                API7.FOURNISSEUR F                                00006300
000640          WHERE F.ID_FOURNISSEUR = P.ID_FOURNISSEUR               00006400
000650            AND P.STATUT = 'O'                                    00006500
000660            AND P.DATE_ECHEANCE <= DATE(:W-DATE-LIMITE)           00006600
000670          GROUP BY P.ID_FOURNISSEUR, F.NOM, F.ADRESSE1,           00006700
000680                   F.ADRESSE2, F.IBAN, P.DEVISE                   00006800
000690          ORDER BY P.DEVISE, P.ID_FOURNISSEUR                     00006900
000700      END-EXEC.                                                   00007000
000710******                                                            00007100
000720      EXEC SQL                                                    00007200
000730         DECLARE C-PIECES CURSOR FOR                              00007300
000740         SELECT NO_FACT, TYPE_PIECE,                              00007400
000750                CHAR(DATE_FACT, ISO),                             00007500
000760                CHAR(DATE_ECHEANCE, ISO),                         00007600
000770                MONTANT                                           00007700
000780           FROM API7.FACTURE_FOURNISSEUR                          00007800
000790          WHERE ID_FOURNISSEUR =                                  00007900
000800                :W-ID-FOURNISSEUR OF DCLFACTUREFOURN              00008000
000810            AND STATUT = 'O'                                      00008100
000820            AND DATE_ECHEANCE <= DATE(:W-DATE-LIMITE)             00008200
000825            AND DEVISE = :W-DEVISE OF DCLFACTUREFOURN             00008250
000830          ORDER BY DATE_ECHEANCE, NO_FACT                         00008300
000840      END-EXEC.                                                   00008400
000850******                                                            00008500
000860 COPY EDITWS.                                                     00008600
000870 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LPAYFOU'.                    00008700
000880 01  W-SQLCODE      PIC +++9.                                     00008800
000890 01  W-EOF-FOU      PIC X     VALUE '0'.                          00008900
000900     88  FIN-FOU-OK           VALUE '1'.                          00009000
000910 01  W-EOF-PIE      PIC X     VALUE '0'.                          00009100
000920     88  FIN-PIE-OK           VALUE '1'.                          00009200
000930 01  W-EOF-PRM      PIC X     VALUE '0'.                          00009300
000940     88  FIN-PRM-OK           VALUE '1'.                          00009400
000950 01  W-DATE-LIMITE  PIC X(10) VALUE SPACES.                       00009500
000960 01  WX-DEV         PIC S9(4) USAGE COMP VALUE ZERO.              00009600
000970 01  W-SOLDE        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00009700
000980 01  W-NB-PIECES    PIC S9(9) USAGE COMP VALUE ZERO.              00009800
000990 01  W-RAISON       PIC X(30) VALUE SPACES.                       00009900
001000 01  W-TAB-EXC.                                                   00010000
001010     05  W-NB-EXC   PIC S9(4) USAGE COMP VALUE ZERO.              00010100
001020     05  W-EXC-POSTE OCCURS 200 TIMES.                            00010200
001030        10  W-EXC-FOURN  PIC X(5).                                00010300
001040        10  W-EXC-NOM    PIC X(20).                               00010400
001050        10  W-EXC-SOLDE  PIC S9(11)V9(2) USAGE COMP-3.            00010500
001060        10  W-EXC-RAISON PIC X(30).                               00010600
001065        10  W-EXC-DEVISE PIC X(3).                                00010650
001070 01  WX-EXC         PIC S9(4) USAGE COMP VALUE ZERO.              00010700
001071 01  W-DEV-LOC      PIC X(3)  VALUE SPACES.                       00010710
001072 01  W-DEV-VIR      PIC X(3)  VALUE SPACES.                       00010720
001073 01  W-DEV-PREC     PIC X(3)  VALUE SPACES.                       00010730
001074 01  W-TAB-DEV.                                                   00010740
001075     05  W-NB-DEV   PIC S9(4) USAGE COMP.                         00010750
001076     05  W-TD-POSTE OCCURS 20 TIMES.                              00010760
001077        10  W-TD-DEVISE  PIC X(3).                                00010770
001078        10  W-TD-NB-VIR  PIC S9(9) USAGE COMP-3.                  00010780
001079        10  W-TD-MONTANT PIC S9(11)V9(2) USAGE COMP-3.            00010790
001080 COPY DATCOM.                                                     00010800
001090 COPY ANORMAL.                                                    00010900
001095 COPY DEVCOM.                                                     00010950
001100******                                                            00011000
001110 01  W-CPT-FOURN    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00011100
001120 01  W-CPT-VIREMENTS PIC S9(9) USAGE COMP-3 VALUE ZERO.           00011200
001130 01  W-CPT-PIECES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00011300
001140 01  W-CPT-NON-PAYES PIC S9(9) USAGE COMP-3 VALUE ZERO.           00011400
001160******                                                            00011600
001170 01  W-LIGNE-ENT-REM.                                             00011700
001180     05  FILLER   PIC X(40) VALUE                                 00011800
001190         'AVIS DE PAIEMENT FOURNISSEUR'.                          00011900
001200 01  W-LIGNE-FOURN.                                               00012000
001210     05  FILLER   PIC X(14) VALUE 'FOURNISSEUR : '.               00012100
001220     05  WR-FOURN       PIC X(5).                                 00012200
001230     05  FILLER   PIC X(1)  VALUE SPACES.                         00012300
001240     05  WR-NOM         PIC X(20).                                00012400
001250     05  FILLER   PIC X(40) VALUE SPACES.                         00012500
001260 01  W-LIGNE-ADR.                                                 00012600
001270     05  FILLER   PIC X(20) VALUE SPACES.                         00012700
001280     05  WR-ADRESSE     PIC X(20).                                00012800
001290     05  FILLER   PIC X(40) VALUE SPACES.                         00012900
001300 01  W-LIGNE-PAIE.                                                00013000
001310     05  FILLER   PIC X(12) VALUE 'VIREMENT NO '.                 00013100
001320     05  WR-NO-PAIE     PIC ZZZZZZZZ9.                            00013200
001330     05  FILLER   PIC X(4)  VALUE ' DU '.                         00013300
001340     05  WR-DATE-PAIE   PIC X(10).                                00013400
001350     05  FILLER   PIC X(6)  VALUE ' IBAN '.                       00013500
001360     05  WR-IBAN        PIC X(34).                                00013600
001370     05  FILLER   PIC X(1)  VALUE SPACES.                         00013700
001375     05  WR-DEV-PAIE    PIC X(3).                                 00013750
001377     05  FILLER   PIC X(1)  VALUE SPACES.                         00013770
001380 01  W-LIGNE-COL-REM.                                             00013800
001390     05  FILLER   PIC X(40) VALUE                                 00013900
001400         'PIECE      TYPE    DATE PIECE  ECHEANCE '.              00014000
001410     05  FILLER   PIC X(40) VALUE                                 00014100
001420         '           MONTANT                      '.              00014200
001430 01  W-LIGNE-PIECE.                                               00014300
001440     05  WR-NO-FACT     PIC X(10).                                00014400
001450     05  FILLER   PIC X(1)  VALUE SPACES.                         00014500
001460     05  WR-TYPE        PIC X(7).                                 00014600
001470     05  FILLER   PIC X(1)  VALUE SPACES.                         00014700
001480     05  WR-DATE-FACT   PIC X(10).                                00014800
001490     05  FILLER   PIC X(2)  VALUE SPACES.                         00014900
001500     05  WR-DATE-ECH    PIC X(10).                                00015000
001510     05  FILLER   PIC X(2)  VALUE SPACES.                         00015100
001520     05  WR-MONTANT     PIC -ZZZZZZZZZ9.99.                       00015200
001530     05  FILLER   PIC X(23) VALUE SPACES.                         00015300
001540 01  W-LIGNE-TOT-REM.                                             00015400
001550     05  FILLER   PIC X(43) VALUE 'TOTAL DU VIREMENT'.            00015500
001560     05  WR-TOTAL       PIC -ZZZZZZZZZ9.99.                       00015600
001570     05  FILLER   PIC X(1)  VALUE SPACES.                         00015700
001575     05  WR-DEV-TOT     PIC X(3).                                 00015750
001577     05  FILLER   PIC X(19) VALUE SPACES.                         00015770
001580 01  W-LIGNE-ENT-SYN.                                             00015800
001590     05  FILLER   PIC X(30) VALUE                                 00015900
001600         'PAIEMENTS FOURNISSEURS AU '.                            00016000
001610     05  WE-DATE-LIMITE PIC X(10).                                00016100
001620 01  W-LIGNE-SYN.                                                 00016200
001630     05  FILLER   PIC X(27) VALUE 'VIREMENTS EMIS          = '.   00016300
001640     05  WS-NB-VIR      PIC ZZZZZZZ9.                             00016400
001650     05  FILLER   PIC X(12) VALUE '  MONTANT = '.                 00016500
001660     05  WS-MNT-VIR     PIC ZZZZZZZZZZ9.99.                       00016600
001670     05  FILLER   PIC X(1)  VALUE SPACES.                         00016700
001675     05  WS-DEVISE      PIC X(3).                                 00016750
001677     05  FILLER   PIC X(15) VALUE SPACES.                         00016770
001680 01  W-LIGNE-ENT-EXC.                                             00016800
001690     05  FILLER   PIC X(30) VALUE                                 00016900
001700         'FOURNISSEURS NON PAYES       '.                         00017000
001710     05  FILLER   PIC X(50) VALUE SPACES.                         00017100
001720 01  W-LIGNE-DET-EXC.                                             00017200
001730     05  WX-FOURN       PIC X(5).                                 00017300
001740     05  FILLER   PIC X(1)  VALUE SPACES.                         00017400
001750     05  WX-NOM         PIC X(20).                                00017500
001760     05  FILLER   PIC X(1)  VALUE SPACES.                         00017600
001770     05  WX-SOLDE       PIC -ZZZZZZZZZ9.99.                       00017700
001772     05  FILLER   PIC X(1)  VALUE SPACES.                         00017720
001774     05  WX-DEVISE      PIC X(3).                                 00017740
001780     05  FILLER   PIC X(1)  VALUE SPACES.                         00017800
001790     05  WX-RAISON      PIC X(30).                                00017900
001800     05  FILLER   PIC X(4)  VALUE SPACES.                         00018000
001810******                                                            00018100
001820 PROCEDURE DIVISION.                                              00018200
001830 1000-LPAYFOU-DEB.                                                00018300
001840     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00018400
001850     PERFORM 5000-INIT-DEB                                        00018500
001860       THRU  5000-INIT-FIN.                                       00018600
001870     PERFORM 6010-TRAITE-DEB                                      00018700
001880       THRU  6010-TRAITE-FIN                                      00018800
001890       UNTIL FIN-FOU-OK.                                          00018900
001900     PERFORM 7000-SYNTHESE-DEB                                    00019000
001910       THRU  7000-SYNTHESE-FIN.                                   00019100
001920     PERFORM 8000-FIN-TRT-DEB                                     00019200
001930       THRU  8000-FIN-TRT-FIN.                                    00019300
001940     PERFORM 9990-FIN-NORMALE-DEB                                 00019400
001950       THRU  9990-FIN-NORMALE-FIN.                                00019500
001960 1000-LPAYFOU-FIN.                                                00019600
001970     EXIT.                                                        00019700
001980***************                                                   00019800
001990 5000-INIT-DEB.                                                   00019900
002000     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00020000
002010     IF DAT-CODE-RETOUR NOT = ZERO                                00020100
002020         MOVE ZERO TO W-SQLCODE                                   00020200
002030         MOVE 'AUCUNE JOURNEE OUVERTE'                            00020300
002040              TO W-MESSAGE-ANOR                                   00020400
002050         PERFORM 9999-FIN-ANORMALE-DEB                            00020500
002060           THRU  9999-FIN-ANORMALE-FIN.                           00020600
002070     OPEN INPUT PARMPAY.                                          00020700
002080     READ PARMPAY AT END                                          00020800
002090         MOVE '1' TO W-EOF-PRM.                                   00020900
002100     IF FIN-PRM-OK OR PY00-DATE-LIMITE = SPACES                   00021000
002110         MOVE DAT-DATE-ISO TO W-DATE-LIMITE                       00021100
002120         DISPLAY 'PAS DE DATE LIMITE - DATE DU JOUR PAR DEFAUT'   00021200
002130     ELSE                                                         00021300
002140         MOVE PY00-DATE-LIMITE TO W-DATE-LIMITE.                  00021400
002150     CLOSE PARMPAY.                                               00021500
002160     EXEC SQL                                                     00021600
002170         SELECT COALESCE(MAX(NO_PAIEMENT), 0)                     00021700
002180           INTO :W-NO-PAIEMENT                                    00021800
002190           FROM API7.FACTURE_FOURNISSEUR                          00021900
002200     END-EXEC.                                                    00022000
002210     IF SQLCODE NOT = ZERO                                        00022100
002220         MOVE SQLCODE TO W-SQLCODE                                00022200
002230         MOVE 'SELECT MAX NO_PAIEMENT SQLCODE = '                 00022300
002240              TO W-MESSAGE-ANOR                                   00022400
002250         PERFORM 9999-FIN-ANORMALE-DEB                            00022500
002260           THRU  9999-FIN-ANORMALE-FIN.                           00022600
002262     MOVE SPACES TO DEV-DEVISE.                                   00022620
002264     MOVE ZERO TO DEV-MONTANT.                                    00022640
002266     CALL 'CONVDEV' USING DEV-CONVERSION.                         00022660
002268     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            00022680
002270     INITIALIZE W-TAB-DEV.                                        00022700
002280     OPEN OUTPUT VIR-FICHIER.                                     00022800
002290     OPEN OUTPUT LISTREM.                                         00022900
002300     EXEC SQL                                                     00023000
002310         OPEN C-PAYFOU                                            00023100
002320     END-EXEC.                                                    00023200
002330     IF SQLCODE NOT = ZERO                                        00023300
002340         MOVE SQLCODE TO W-SQLCODE                                00023400
002350         MOVE 'OPEN C-PAYFOU SQLCODE = '                          00023500
002360              TO W-MESSAGE-ANOR                                   00023600
002370         PERFORM 9999-FIN-ANORMALE-DEB                            00023700
002380           THRU  9999-FIN-ANORMALE-FIN.                           00023800
002390 5000-INIT-FIN.                                                   00023900
002400      EXIT.                                                       00024000
002410***************                                                   00024100
002420 6010-TRAITE-DEB.                                                 00024200
002430     EXEC SQL                                                     00024300
002440         FETCH C-PAYFOU                                           00024400
002450           INTO :W-ID-FOURNISSEUR OF DCLFACTUREFOURN, :W-NOM,     00024500
002460                :W-ADRESSE1, :W-ADRESSE2, :W-IBAN,                00024600
002465                :W-DEVISE OF DCLFACTUREFOURN,                     00024650
002470                :W-SOLDE, :W-NB-PIECES                            00024700
002480     END-EXEC.                                                    00024800
002490     EVALUATE SQLCODE                                             00024900
002500         WHEN 100                                                 00025000
002510             MOVE '1' TO W-EOF-FOU                                00025100
002520             GO TO 6010-TRAITE-FIN                                00025200
002530         WHEN ZERO                                                00025300
002540             CONTINUE                                             00025400
002550         WHEN OTHER                                               00025500
002560             MOVE SQLCODE TO W-SQLCODE                            00025600
002570             MOVE 'FETCH C-PAYFOU SQLCODE = '                     00025700
002580                  TO W-MESSAGE-ANOR                               00025800
002590             PERFORM 9999-FIN-ANORMALE-DEB                        00025900
002600               THRU  9999-FIN-ANORMALE-FIN                        00026000
002610     END-EVALUATE.                                                00026100
002612     IF W-DEVISE OF DCLFACTUREFOURN = SPACES                      00026120
002614         MOVE W-DEV-LOC TO W-DEV-VIR                              00026140
002616     ELSE                                                         00026160
002618         MOVE W-DEVISE OF DCLFACTUREFOURN TO W-DEV-VIR.           00026180
002620     ADD 1 TO W-CPT-FOURN.                                        00026200
002630     MOVE SPACES TO W-RAISON.                                     00026300
002640     IF W-SOLDE NOT > ZERO                                        00026400
002650         MOVE 'SOLDE CREDITEUR OU NUL' TO W-RAISON                00026500
002660     ELSE                                                         00026600
002670         IF W-IBAN = SPACES                                       00026700
002680             MOVE 'COORDONNEES BANCAIRES ABSENTES'                00026800
002690                 TO W-RAISON.                                     00026900
002700     IF W-RAISON NOT = SPACES                                     00027000
002710         PERFORM 6060-NON-PAYE-DEB                                00027100
002720           THRU  6060-NON-PAYE-FIN                                00027200
002730         GO TO 6010-TRAITE-FIN.                                   00027300
002740     ADD 1 TO W-NO-PAIEMENT.                                      00027400
002750     PERFORM 6020-VIREMENT-DEB                                    00027500
002760       THRU  6020-VIREMENT-FIN.                                   00027600
002770     PERFORM 6030-AVIS-DEB                                        00027700
002780       THRU  6030-AVIS-FIN.                                       00027800
002790     PERFORM 6050-SOLDE-PIECES-DEB                                00027900
002800       THRU  6050-SOLDE-PIECES-FIN.                               00028000
002810 6010-TRAITE-FIN.                                                 00028100
002820      EXIT.                                                       00028200
002830***************                                                   00028300
002840 6020-VIREMENT-DEB.                                               00028400
002850     MOVE W-NO-PAIEMENT TO VF00-NO-PAIEMENT.                      00028500
002860     MOVE W-ID-FOURNISSEUR OF DCLFACTUREFOURN TO VF00-FOURN.      00028600
002870     MOVE W-NOM TO VF00-NOM.                                      00028700
002880     MOVE W-IBAN TO VF00-IBAN.                                    00028800
002890     MOVE W-SOLDE TO VF00-MONTANT.                                00028900
002900     MOVE DAT-DATE-ISO TO VF00-DATE-VIR.                          00029000
002910     MOVE W-NB-PIECES TO VF00-NB-PIECES.                          00029100
002915     MOVE W-DEV-VIR TO VF00-DEVISE.                               00029150
002920     MOVE SPACES TO VF00-FILLER.                                  00029200
002930     WRITE VF00.                                                  00029300
002940     ADD 1 TO W-CPT-VIREMENTS.                                    00029400
002950     IF W-DEV-VIR NOT = W-DEV-PREC                                00029500
002951         AND W-NB-DEV NOT < 20                                    00029510
002952         MOVE ZERO TO W-SQLCODE                                   00029520
002953         MOVE 'TROP DE DEVISES DE PAIEMENT'                       00029530
002954              TO W-MESSAGE-ANOR                                   00029540
002955         PERFORM 9999-FIN-ANORMALE-DEB                            00029550
002956           THRU  9999-FIN-ANORMALE-FIN.                           00029560
002957     PERFORM 6025-DEVISE-DEB                                      00029570
002958       THRU  6025-DEVISE-FIN.                                     00029580
002960 6020-VIREMENT-FIN.                                               00029600
002970      EXIT.                                                       00029700
002971***************                                                   00029710
002972 6025-DEVISE-DEB.                                                 00029720
002973     IF W-DEV-VIR NOT = W-DEV-PREC                                00029730
002974         ADD 1 TO W-NB-DEV                                        00029740
002975         MOVE W-DEV-VIR TO W-TD-DEVISE (W-NB-DEV) W-DEV-PREC.     00029750
002976     ADD 1 TO W-TD-NB-VIR (W-NB-DEV).                             00029760
002977     ADD W-SOLDE TO W-TD-MONTANT (W-NB-DEV).                      00029770
002978 6025-DEVISE-FIN.                                                 00029780
002979      EXIT.                                                       00029790
002980***************                                                   00029800
002990 6030-AVIS-DEB.                                                   00029900
003000     MOVE W-LIGNE-ENT-REM TO EDIT-TITRE.                          00030000
003010     PERFORM 8300-EDIT-INIT-DEB                                   00030100
003020       THRU  8300-EDIT-INIT-FIN.                                  00030200
003030     MOVE W-ID-FOURNISSEUR OF DCLFACTUREFOURN TO WR-FOURN.        00030300
003040     MOVE W-NOM TO WR-NOM.                                        00030400
003050     MOVE W-LIGNE-FOURN TO EDIT-LIGNE.                            00030500
003060     PERFORM 8100-EDIT-LIGNE-DEB                                  00030600
003070       THRU  8100-EDIT-LIGNE-FIN.                                 00030700
003080     MOVE W-ADRESSE1 TO WR-ADRESSE.                               00030800
003090     MOVE W-LIGNE-ADR TO EDIT-LIGNE.                              00030900
003100     PERFORM 8100-EDIT-LIGNE-DEB                                  00031000
003110       THRU  8100-EDIT-LIGNE-FIN.                                 00031100
003120     MOVE W-ADRESSE2 TO WR-ADRESSE.                               00031200
003130     MOVE W-LIGNE-ADR TO EDIT-LIGNE.                              00031300
003140     PERFORM 8100-EDIT-LIGNE-DEB                                  00031400
003150       THRU  8100-EDIT-LIGNE-FIN.                                 00031500
003160     PERFORM 8100-EDIT-LIGNE-DEB                                  00031600
003170       THRU  8100-EDIT-LIGNE-FIN.                                 00031700
003180     MOVE W-NO-PAIEMENT TO WR-NO-PAIE.                            00031800
003190     MOVE DAT-DATE-ISO TO WR-DATE-PAIE.                           00031900
003200     MOVE W-IBAN TO WR-IBAN.                                      00032000
003205     MOVE W-DEV-VIR TO WR-DEV-PAIE.                               00032050
003210     MOVE W-LIGNE-PAIE TO EDIT-LIGNE.                             00032100
003220     PERFORM 8100-EDIT-LIGNE-DEB                                  00032200
003230       THRU  8100-EDIT-LIGNE-FIN.                                 00032300
003240     PERFORM 8100-EDIT-LIGNE-DEB                                  00032400
003250       THRU  8100-EDIT-LIGNE-FIN.                                 00032500
003260     MOVE W-LIGNE-COL-REM TO EDIT-LIGNE.                          00032600
003270     PERFORM 8100-EDIT-LIGNE-DEB                                  00032700
003280       THRU  8100-EDIT-LIGNE-FIN.                                 00032800
003290     MOVE '0' TO W-EOF-PIE.                                       00032900
003300     EXEC SQL                                                     00033000
003310         OPEN C-PIECES                                            00033100
003320     END-EXEC.                                                    00033200
003330     IF SQLCODE NOT = ZERO                                        00033300
003340         MOVE SQLCODE TO W-SQLCODE                                00033400
003350         MOVE 'OPEN C-PIECES SQLCODE = '                          00033500
003360              TO W-MESSAGE-ANOR                                   00033600
003370         PERFORM 9999-FIN-ANORMALE-DEB                            00033700
003380           THRU  9999-FIN-ANORMALE-FIN.                           00033800
003390     PERFORM 6040-LIT-PIECE-DEB                                   00033900
003400       THRU  6040-LIT-PIECE-FIN                                   00034000
003410       UNTIL FIN-PIE-OK.                                          00034100
003420     EXEC SQL                                                     00034200
003430         CLOSE C-PIECES                                           00034300
003440     END-EXEC.                                                    00034400
003450     PERFORM 8100-EDIT-LIGNE-DEB                                  00034500
003460       THRU  8100-EDIT-LIGNE-FIN.                                 00034600
003470     MOVE W-SOLDE TO WR-TOTAL.                                    00034700
003475     MOVE W-DEV-VIR TO WR-DEV-TOT.                                00034750
003480     MOVE W-LIGNE-TOT-REM TO EDIT-LIGNE.                          00034800
003490     PERFORM 8100-EDIT-LIGNE-DEB                                  00034900
003500       THRU  8100-EDIT-LIGNE-FIN.                                 00035000
003510 6030-AVIS-FIN.                                                   00035100
003520      EXIT.                                                       00035200
003530***************                                                   00035300
003540 6040-LIT-PIECE-DEB.                                              00035400
003550     EXEC SQL                                                     00035500
003560         FETCH C-PIECES                                           00035600
003570           INTO :W-NO-FACT, :W-TYPE-PIECE,                        00035700
003580                :W-DATE-FACT, :W-DATE-ECHEANCE,                   00035800
003590                :W-MONTANT                                        00035900
003600     END-EXEC.                                                    00036000
003610     EVALUATE SQLCODE                                             00036100
003620         WHEN 100                                                 00036200
003630             MOVE '1' TO W-EOF-PIE                                00036300
003640             GO TO 6040-LIT-PIECE-FIN                             00036400
003650         WHEN ZERO                                                00036500
003660             CONTINUE                                             00036600
003670         WHEN OTHER                                               00036700
003680             MOVE SQLCODE TO W-SQLCODE                            00036800
003690             MOVE 'FETCH C-PIECES SQLCODE = '                     00036900
003700                  TO W-MESSAGE-ANOR                               00037000
003710             PERFORM 9999-FIN-ANORMALE-DEB                        00037100
003720               THRU  9999-FIN-ANORMALE-FIN                        00037200
003730     END-EVALUATE.                                                00037300
003740     MOVE W-NO-FACT TO WR-NO-FACT.                                00037400
003750     MOVE W-DATE-FACT TO WR-DATE-FACT.                            00037500
003760     MOVE W-DATE-ECHEANCE TO WR-DATE-ECH.                         00037600
003770     IF W-TYPE-PIECE = 'A'                                        00037700
003780         MOVE 'AVOIR' TO WR-TYPE                                  00037800
003790         COMPUTE WR-MONTANT = ZERO - W-MONTANT                    00037900
003800     ELSE                                                         00038000
003810         MOVE 'FACTURE' TO WR-TYPE                                00038100
003820         MOVE W-MONTANT TO WR-MONTANT.                            00038200
003830     MOVE W-LIGNE-PIECE TO EDIT-LIGNE.                            00038300
003840     PERFORM 8100-EDIT-LIGNE-DEB                                  00038400
003850       THRU  8100-EDIT-LIGNE-FIN.                                 00038500
003860 6040-LIT-PIECE-FIN.                                              00038600
003870      EXIT.                                                       00038700
003880***************                                                   00038800
003890 6050-SOLDE-PIECES-DEB.                                           00038900
003900     EXEC SQL                                                     00039000
003910         UPDATE API7.FACTURE_FOURNISSEUR                          00039100
003920            SET STATUT = 'P',                                     00039200
003930                NO_PAIEMENT = :W-NO-PAIEMENT,                     00039300
003940                DATE_PAIEMENT = DATE(:DAT-DATE-ISO)               00039400
003950          WHERE ID_FOURNISSEUR =                                  00039500
003960                :W-ID-FOURNISSEUR OF DCLFACTUREFOURN              00039600
003970            AND STATUT = 'O'                                      00039700
003980            AND DATE_ECHEANCE <= DATE(:W-DATE-LIMITE)             00039800
003985            AND DEVISE = :W-DEVISE OF DCLFACTUREFOURN             00039850
003990     END-EXEC.                                                    00039900
004000     IF SQLCODE NOT = ZERO                                        00040000
004010         MOVE SQLCODE TO W-SQLCODE                                00040100
004020         MOVE 'UPDATE FACTURE_FOURNISSEUR SQLCODE = '             00040200
004030              TO W-MESSAGE-ANOR                                   00040300
004040         PERFORM 9999-FIN-ANORMALE-DEB                            00040400
004050           THRU  9999-FIN-ANORMALE-FIN.                           00040500
004060     IF SQLERRD (3) NOT = W-NB-PIECES                             00040600
004070         MOVE ZERO TO W-SQLCODE                                   00040700
004080         MOVE 'NOMBRE DE PIECES SOLDEES INCOHERENT'               00040800
004090              TO W-MESSAGE-ANOR                                   00040900
004100         PERFORM 9999-FIN-ANORMALE-DEB                            00041000
004110           THRU  9999-FIN-ANORMALE-FIN.                           00041100
004120     ADD W-NB-PIECES TO W-CPT-PIECES.                             00041200
004130 6050-SOLDE-PIECES-FIN.                                           00041300
004140      EXIT.                                                       00041400
004150***************                                                   00041500
004160 6060-NON-PAYE-DEB.                                               00041600
004170     ADD 1 TO W-CPT-NON-PAYES.                                    00041700
004180     IF W-NB-EXC < 200                                            00041800
004190         ADD 1 TO W-NB-EXC                                        00041900
004200         MOVE W-ID-FOURNISSEUR OF DCLFACTUREFOURN                 00042000
004210             TO W-EXC-FOURN (W-NB-EXC)                            00042100
004220         MOVE W-NOM TO W-EXC-NOM (W-NB-EXC)                       00042200
004230         MOVE W-SOLDE TO W-EXC-SOLDE (W-NB-EXC)                   00042300
004235         MOVE W-DEV-VIR TO W-EXC-DEVISE (W-NB-EXC)                00042350
004240         MOVE W-RAISON TO W-EXC-RAISON (W-NB-EXC).                00042400
004250 6060-NON-PAYE-FIN.                                               00042500
004260      EXIT.                                                       00042600
004270***************                                                   00042700
004280 7000-SYNTHESE-DEB.                                               00042800
004290     EXEC SQL                                                     00042900
004300         CLOSE C-PAYFOU                                           00043000
004310     END-EXEC.                                                    00043100
004320     MOVE W-DATE-LIMITE TO WE-DATE-LIMITE.                        00043200
004330     MOVE W-LIGNE-ENT-SYN TO EDIT-TITRE.                          00043300
004340     PERFORM 8300-EDIT-INIT-DEB                                   00043400
004350       THRU  8300-EDIT-INIT-FIN.                                  00043500
004352     IF W-NB-DEV = ZERO                                           00043520
004354         MOVE 1 TO W-NB-DEV                                       00043540
004356         MOVE W-DEV-LOC TO W-TD-DEVISE (1).                       00043560
004358     MOVE 1 TO WX-DEV.                                            00043580
004360 7000-SYNTHESE-05.                                                00043600
004362     IF WX-DEV > W-NB-DEV                                         00043620
004364         GO TO 7000-SYNTHESE-08.                                  00043640
004366     MOVE W-TD-NB-VIR (WX-DEV) TO WS-NB-VIR.                      00043660
004370     MOVE W-TD-MONTANT (WX-DEV) TO WS-MNT-VIR.                    00043700
004375     MOVE W-TD-DEVISE (WX-DEV) TO WS-DEVISE.                      00043750
004380     MOVE W-LIGNE-SYN TO EDIT-LIGNE.                              00043800
004390     PERFORM 8100-EDIT-LIGNE-DEB                                  00043900
004400       THRU  8100-EDIT-LIGNE-FIN.                                 00044000
004402     ADD 1 TO WX-DEV.                                             00044020
004404     GO TO 7000-SYNTHESE-05.                                      00044040
004406 7000-SYNTHESE-08.                                                00044060
004410     IF W-NB-EXC = ZERO                                           00044100
004420         GO TO 7000-SYNTHESE-FIN.                                 00044200
004430     PERFORM 8100-EDIT-LIGNE-DEB                                  00044300
004440       THRU  8100-EDIT-LIGNE-FIN.                                 00044400
004450     MOVE W-LIGNE-ENT-EXC TO EDIT-LIGNE.                          00044500
004460     PERFORM 8100-EDIT-LIGNE-DEB                                  00044600
004470       THRU  8100-EDIT-LIGNE-FIN.                                 00044700
004480     MOVE 1 TO WX-EXC.                                            00044800
004490 7000-SYNTHESE-10.                                                00044900
004500     IF WX-EXC > W-NB-EXC                                         00045000
004510         GO TO 7000-SYNTHESE-FIN.                                 00045100
004520     MOVE W-EXC-FOURN (WX-EXC) TO WX-FOURN.                       00045200
004530     MOVE W-EXC-NOM (WX-EXC) TO WX-NOM.                           00045300
004540     MOVE W-EXC-SOLDE (WX-EXC) TO WX-SOLDE.                       00045400
004545     MOVE W-EXC-DEVISE (WX-EXC) TO WX-DEVISE.                     00045450
004550     MOVE W-EXC-RAISON (WX-EXC) TO WX-RAISON.                     00045500
004560     MOVE W-LIGNE-DET-EXC TO EDIT-LIGNE.                          00045600
004570     PERFORM 8100-EDIT-LIGNE-DEB                                  00045700
004580       THRU  8100-EDIT-LIGNE-FIN.                                 00045800
004590     ADD 1 TO WX-EXC.                                             00045900
004600     GO TO 7000-SYNTHESE-10.                                      00046000
004610 7000-SYNTHESE-FIN.                                               00046100
004620      EXIT.                                                       00046200
004630***************                                                   00046300
004640 8000-FIN-TRT-DEB.                                                00046400
004650     CLOSE VIR-FICHIER.                                           00046500
004660     CLOSE LISTREM.                                               00046600
004670     DISPLAY 'DATE LIMITE ECHEANCE = ' W-DATE-LIMITE.             00046700
004680     DISPLAY 'FOURNISSEURS ECHUS   = ' W-CPT-FOURN.               00046800
004690     DISPLAY 'VIREMENTS EMIS       = ' W-CPT-VIREMENTS.           00046900
004700     DISPLAY 'PIECES SOLDEES       = ' W-CPT-PIECES.              00047000
004710     DISPLAY 'FOURNISSEURS NON PAYES = ' W-CPT-NON-PAYES.         00047100
004720     MOVE 1 TO WX-DEV.                                            00047200
004721 8000-FIN-TRT-10.                                                 00047210
004722     IF WX-DEV > W-NB-DEV                                         00047220
004723         GO TO 8000-FIN-TRT-FIN.                                  00047230
004724     DISPLAY 'MONTANT VIRE ' W-TD-DEVISE (WX-DEV)                 00047240
004725             '     = ' W-TD-MONTANT (WX-DEV).                     00047250
004726     ADD 1 TO WX-DEV.                                             00047260
004727     GO TO 8000-FIN-TRT-10.                                       00047270
004730 8000-FIN-TRT-FIN.                                                00047300
004740      EXIT.                                                       00047400
004750************                                                      00047500
004760************                                                      00047600
004770  9990-FIN-NORMALE-DEB.                                           00047700
004780            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00047800
004790       GOBACK.                                                    00047900
004800  9990-FIN-NORMALE-FIN.                                           00048000
004810       EXIT.                                                      00048100
004820*************                                                     00048200
004830 COPY EDITPRO REPLACING ==EDIT-RECORD==                           00048300
004840     BY ==LR00==.                                                 00048400
004850 COPY ANORPROC.                                                   00048500
