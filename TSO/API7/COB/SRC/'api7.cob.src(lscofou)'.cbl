000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LSCOFOU .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     PARMSCO       ASSIGN    PARMSCO.                  00000600
000070     SELECT     LISTSCO       ASSIGN    LISTSCO.                  00000700
000080 DATA DIVISION.                                                   00000800
000090 FILE SECTION.                                                    00000900
000100 FD                 PARMSCO                                       00001000
000110      BLOCK              00000 RECORDS                            00001100
000120      DATA RECORD                                                 00001200
000130                    PS00                                          00001300
000140           LABEL RECORD STANDARD.                                 00001400
000150 01               PS00.                                           00001500
000160   10             PS00-PERIODE.                                   00001600
000170     15           PS00-AAAA   PICTURE 9(4).                       00001700
000180     15           PS00-MM     PICTURE 9(2).                       00001800
000190   10             PS00-FILLER   PICTURE X(74).                    00001900
000200 FD                 LISTSCO                                       00002000
000210      BLOCK              00000 RECORDS                            00002100
000220      DATA RECORD                                                 00002200
000230                    LS00                                          00002300
000240           LABEL RECORD STANDARD.                                 00002400
000250 01               LS00               PICTURE X(81).               00002500
000260 WORKING-STORAGE SECTION.                                         00002600
000270      EXEC SQL                                                    00002700
000280         INCLUDE SQLCA                                            00002800
000290      END-EXEC.                                                   00002900
000300*****                                                             00003000
000310      EXEC SQL                                                    00003100
000320         INCLUDE FOURNIS                                          00003200
000330      END-EXEC.                                                   00003300
000340*****                                                             00003400
000350      EXEC SQL                                                    00003500
000360         INCLUDE CMDACH                                           00003600
000370      END-EXEC.                                                   00003700
000380*****                                                             00003800
000390      EXEC SQL                                                    00003900
000400         INCLUDE ECAFAC                                           00004000
000410      END-EXEC.                                                   00004100
000420******                                                            00004200
000430      EXEC SQL                                                    00004300
000440         DECLARE C-FOURN CURSOR FOR                               00004400
000450         SELECT ID_FOURNISSEUR, NOM                               00004500
000460           FROM API7.FOURNISSEUR                                  00004600
000470          ORDER BY ID_FOURNISSEUR                                 00004700
000480      END-EXEC.                                                   00004800
000490******                                                            00004900
000500 COPY EDITWS.                                                     00005000
000510 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LSCOFOU'.                    00005100
000520 01  W-SQLCODE      PIC +++9.                                     00005200
000530 01  W-EOF-FOU      PIC X     VALUE '0'.                          00005300
000540     88  FIN-FOU-OK           VALUE '1'.                          00005400
000550 01  W-EOF-PRM      PIC X     VALUE '0'.                          00005500
000560     88  FIN-PRM-OK           VALUE '1'.                          00005600
000570 01  W-PER-AAAA     PIC S9(4) USAGE COMP VALUE ZERO.              00005700
000580 01  W-PER-MM       PIC S9(4) USAGE COMP VALUE ZERO.              00005800
000590 01  W-PERIODE-EDT  PIC X(6)  VALUE SPACES.                       00005900
000600 01  W-NB-LIGNES    PIC S9(9) USAGE COMP VALUE ZERO.              00006000
000610 01  W-NB-HEURE     PIC S9(9) USAGE COMP VALUE ZERO.              00006100
000620 01  W-NB-RETARD    PIC S9(9) USAGE COMP VALUE ZERO.              00006200
000630 01  W-JOURS-RETARD PIC S9(9) USAGE COMP VALUE ZERO.              00006300
000640 01  W-QTE-CDE      PIC S9(9) USAGE COMP VALUE ZERO.              00006400
000650 01  W-QTE-REC      PIC S9(9) USAGE COMP VALUE ZERO.              00006500
000660 01  W-NB-ECA-PRIX  PIC S9(9) USAGE COMP VALUE ZERO.              00006600
000670 01  W-MNT-ECA-PRIX PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00006700
000680 01  W-NB-ECA-QTE   PIC S9(9) USAGE COMP VALUE ZERO.              00006800
000690 01  W-MNT-ECA-QTE  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00006900
000700 01  W-TAUX-HEURE   PIC S9(3)V9(1) USAGE COMP-3 VALUE ZERO.       00007000
000710 01  W-TAUX-SERVI   PIC S9(3)V9(1) USAGE COMP-3 VALUE ZERO.       00007100
000720 01  W-MOY-RETARD   PIC S9(5)V9(1) USAGE COMP-3 VALUE ZERO.       00007200
000730 COPY ANORMAL.                                                    00007300
000740******                                                            00007400
000750 01  W-CPT-FOURN    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007500
000760 01  W-CPT-EDITES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007600
000770******                                                            00007700
000780 01  W-LIGNE-ENTETE.                                              00007800
000790     05  FILLER   PIC X(26) VALUE                                 00007900
000800         'PERFORMANCE FOURNISSEURS  '.                            00008000
000810     05  WE-PERIODE     PIC X(6).                                 00008100
000820     05  FILLER   PIC X(8)  VALUE SPACES.                         00008200
000830 01  W-LIGNE-COLONNES.                                            00008300
000840     05  FILLER   PIC X(40) VALUE                                 00008400
000850         'FOURN NOM             LIGNES %HEUR %SERV'.              00008500
000860     05  FILLER   PIC X(40) VALUE                                 00008600
000870         ' J.RET EC.P  VAL. PRIX EC.Q  VAL. QTE  '.               00008700
000880 01  W-LIGNE-DETAIL.                                              00008800
000890     05  WD-FOURN       PIC X(5).                                 00008900
000900     05  FILLER   PIC X(1)  VALUE SPACES.                         00009000
000910     05  WD-NOM         PIC X(15).                                00009100
000920     05  FILLER   PIC X(1)  VALUE SPACES.                         00009200
000930     05  WD-NB-LIGNES   PIC ZZZZ9.                                00009300
000940     05  FILLER   PIC X(1)  VALUE SPACES.                         00009400
000950     05  WD-TAUX-HEURE  PIC ZZ9.9.                                00009500
000960     05  FILLER   PIC X(1)  VALUE SPACES.                         00009600
000970     05  WD-TAUX-SERVI  PIC ZZ9.9.                                00009700
000980     05  FILLER   PIC X(1)  VALUE SPACES.                         00009800
000990     05  WD-MOY-RETARD  PIC ZZZ9.9.                               00009900
001000     05  FILLER   PIC X(1)  VALUE SPACES.                         00010000
001010     05  WD-NB-ECA-PRIX PIC ZZZ9.                                 00010100
001020     05  FILLER   PIC X(1)  VALUE SPACES.                         00010200
001030     05  WD-MNT-ECA-PRIX PIC ZZZZZZ9.99.                          00010300
001040     05  FILLER   PIC X(1)  VALUE SPACES.                         00010400
001050     05  WD-NB-ECA-QTE  PIC ZZZ9.                                 00010500
001060     05  FILLER   PIC X(1)  VALUE SPACES.                         00010600
001070     05  WD-MNT-ECA-QTE PIC ZZZZZZ9.99.                           00010700
001080     05  FILLER   PIC X(2)  VALUE SPACES.                         00010800
001090******                                                            00010900
001100 PROCEDURE DIVISION.                                              00011000
001110 1000-LSCOFOU-DEB.                                                00011100
001120     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00011200
001130     PERFORM 5000-INIT-DEB                                        00011300
001140       THRU  5000-INIT-FIN.                                       00011400
001150     PERFORM 6010-TRAITE-DEB                                      00011500
001160       THRU  6010-TRAITE-FIN                                      00011600
001170       UNTIL FIN-FOU-OK.                                          00011700
001180     PERFORM 8000-FIN-TRT-DEB                                     00011800
001190       THRU  8000-FIN-TRT-FIN.                                    00011900
001200     PERFORM 9990-FIN-NORMALE-DEB                                 00012000
001210       THRU  9990-FIN-NORMALE-FIN.                                00012100
001220 1000-LSCOFOU-FIN.                                                00012200
001230     EXIT.                                                        00012300
001240***************                                                   00012400
001250 5000-INIT-DEB.                                                   00012500
001260     OPEN INPUT PARMSCO.                                          00012600
001270     READ PARMSCO AT END                                          00012700
001280         MOVE '1' TO W-EOF-PRM.                                   00012800
001290     IF FIN-PRM-OK                                                00012900
001300         MOVE 'LSCOFOU - PAS DE PERIODE EN PARAMETRE'             00013000
001310              TO W-MESSAGE-ANOR                                   00013100
001320         MOVE ZERO TO W-SQLCODE                                   00013200
001330         PERFORM 9999-FIN-ANORMALE-DEB                            00013300
001340           THRU  9999-FIN-ANORMALE-FIN.                           00013400
001350     MOVE PS00-AAAA TO W-PER-AAAA.                                00013500
001360     MOVE PS00-MM TO W-PER-MM.                                    00013600
001370     MOVE PS00-PERIODE TO W-PERIODE-EDT.                          00013700
001380     CLOSE PARMSCO.                                               00013800
001390     OPEN OUTPUT LISTSCO.                                         00013900
001400     MOVE W-PERIODE-EDT TO WE-PERIODE.                            00014000
001410     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           00014100
001420     PERFORM 8300-EDIT-INIT-DEB                                   00014200
001430       THRU  8300-EDIT-INIT-FIN.                                  00014300
001440     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         00014400
001450     PERFORM 8100-EDIT-LIGNE-DEB                                  00014500
001460       THRU  8100-EDIT-LIGNE-FIN.                                 00014600
001470     EXEC SQL                                                     00014700
001480         OPEN C-FOURN                                             00014800
001490     END-EXEC.                                                    00014900
001500 5000-INIT-FIN.                                                   00015000
001510      EXIT.                                                       00015100
001520***************                                                   00015200
001530 6010-TRAITE-DEB.                                                 00015300
001540     EXEC SQL                                                     00015400
001550         FETCH C-FOURN                                            00015500
001560           INTO :W-ID-FOURNISSEUR OF DCLFOURNISSEUR, :W-NOM       00015600
001570     END-EXEC.                                                    00015700
001580     EVALUATE SQLCODE                                             00015800
001590         WHEN 100                                                 00015900
001600             MOVE '1' TO W-EOF-FOU                                00016000
001610             GO TO 6010-TRAITE-FIN                                00016100
001620         WHEN ZERO                                                00016200
001630             CONTINUE                                             00016300
001640         WHEN OTHER                                               00016400
001650             MOVE SQLCODE TO W-SQLCODE                            00016500
001660             MOVE 'FETCH C-FOURN SQLCODE = '                      00016600
001670                  TO W-MESSAGE-ANOR                               00016700
001680             PERFORM 9999-FIN-ANORMALE-DEB                        00016800
001690               THRU  9999-FIN-ANORMALE-FIN                        00016900
001700     END-EVALUATE.                                                00017000
001710     ADD 1 TO W-CPT-FOURN.                                        00017100
001720     PERFORM 6020-LIVRAISONS-DEB                                  00017200
001730       THRU  6020-LIVRAISONS-FIN.                                 00017300
001740     PERFORM 6030-ECARTS-DEB                                      00017400
001750       THRU  6030-ECARTS-FIN.                                     00017500
001760     IF W-NB-LIGNES = ZERO                                        00017600
001770        AND W-NB-ECA-PRIX = ZERO                                  00017700
001780        AND W-NB-ECA-QTE = ZERO                                   00017800
001790         GO TO 6010-TRAITE-FIN.                                   00017900
001800     PERFORM 6040-CALCULE-DEB                                     00018000
001810       THRU  6040-CALCULE-FIN.                                    00018100
001820     PERFORM 6050-EDITE-DEB                                       00018200
001830       THRU  6050-EDITE-FIN.                                      00018300
001840 6010-TRAITE-FIN.                                                 00018400
001850      EXIT.                                                       00018500
001860***************                                                   00018600
001870 6020-LIVRAISONS-DEB.                                             00018700
001880     MOVE W-ID-FOURNISSEUR OF DCLFOURNISSEUR                      00018800
001890         TO W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT.                 00018900
001900     EXEC SQL                                                     00019000
001910         SELECT COUNT(*),                                         00019100
001920                COALESCE(SUM(CASE WHEN DATE_RECEPTION             00019200
001930                                       <= DATE_PREVUE             00019300
001940                                  THEN 1 ELSE 0 END), 0),         00019400
001950                COALESCE(SUM(CASE WHEN DATE_RECEPTION             00019500
001960                                       > DATE_PREVUE              00019600
001970                                  THEN 1 ELSE 0 END), 0),         00019700
001980                COALESCE(SUM(CASE WHEN DATE_RECEPTION             00019800
001990                                       > DATE_PREVUE              00019900
002000                                  THEN DAYS(DATE_RECEPTION)       00020000
002010                                     - DAYS(DATE_PREVUE)          00020100
002020                                  ELSE 0 END), 0),                00020200
002030                COALESCE(SUM(QTE_COMMANDEE), 0),                  00020300
002040                COALESCE(SUM(QTE_RECUE), 0)                       00020400
002050           INTO :W-NB-LIGNES, :W-NB-HEURE, :W-NB-RETARD,          00020500
002060                :W-JOURS-RETARD, :W-QTE-CDE, :W-QTE-REC           00020600
002070           FROM API7.COMMANDE_ACHAT                               00020700
002080          WHERE ID_FOURNISSEUR =                                  00020800
002090                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT             00020900
002100            AND YEAR(DATE_PREVUE) = :W-PER-AAAA                   00021000
002110            AND MONTH(DATE_PREVUE) = :W-PER-MM                    00021100
002120     END-EXEC.                                                    00021200
002130     IF SQLCODE NOT = ZERO                                        00021300
002140         MOVE SQLCODE TO W-SQLCODE                                00021400
002150         MOVE 'SELECT COMMANDE_ACHAT SQLCODE = '                  00021500
002160              TO W-MESSAGE-ANOR                                   00021600
002170         PERFORM 9999-FIN-ANORMALE-DEB                            00021700
002180           THRU  9999-FIN-ANORMALE-FIN.                           00021800
002190 6020-LIVRAISONS-FIN.                                             00021900
002200      EXIT.                                                       00022000
002210***************                                                   00022100
002220 6030-ECARTS-DEB.                                                 00022200
002230     MOVE W-ID-FOURNISSEUR OF DCLFOURNISSEUR                      00022300
002240         TO W-ID-FOURNISSEUR OF DCLECARTFACTURE.                  00022400
002250     EXEC SQL                                                     00022500
002260         SELECT COALESCE(SUM(CASE WHEN TYPE_ECART = 'P'           00022600
002270                                  THEN 1 ELSE 0 END), 0),         00022700
002280                COALESCE(SUM(CASE WHEN TYPE_ECART = 'P'           00022800
002290                                  THEN MONTANT_ECART              00022900
002300                                  ELSE 0 END), 0),                00023000
002310                COALESCE(SUM(CASE WHEN TYPE_ECART = 'Q'           00023100
002320                                  THEN 1 ELSE 0 END), 0),         00023200
002330                COALESCE(SUM(CASE WHEN TYPE_ECART = 'Q'           00023300
002340                                  THEN MONTANT_ECART              00023400
002350                                  ELSE 0 END), 0)                 00023500
002360           INTO :W-NB-ECA-PRIX, :W-MNT-ECA-PRIX,                  00023600
002370                :W-NB-ECA-QTE, :W-MNT-ECA-QTE                     00023700
002380           FROM API7.ECART_FACTURE                                00023800
002390          WHERE ID_FOURNISSEUR =                                  00023900
002400                :W-ID-FOURNISSEUR OF DCLECARTFACTURE              00024000
002410            AND YEAR(DATE_CONTROLE) = :W-PER-AAAA                 00024100
002420            AND MONTH(DATE_CONTROLE) = :W-PER-MM                  00024200
002430     END-EXEC.                                                    00024300
002440     IF SQLCODE NOT = ZERO                                        00024400
002450         MOVE SQLCODE TO W-SQLCODE                                00024500
002460         MOVE 'SELECT ECART_FACTURE SQLCODE = '                   00024600
002470              TO W-MESSAGE-ANOR                                   00024700
002480         PERFORM 9999-FIN-ANORMALE-DEB                            00024800
002490           THRU  9999-FIN-ANORMALE-FIN.                           00024900
002500 6030-ECARTS-FIN.                                                 00025000
002510      EXIT.                                                       00025100
002520***************                                                   00025200
002530 6040-CALCULE-DEB.                                                00025300
002540     MOVE ZERO TO W-TAUX-HEURE W-TAUX-SERVI W-MOY-RETARD.         00025400
002550     IF W-NB-LIGNES NOT = ZERO                                    00025500
002560         COMPUTE W-TAUX-HEURE ROUNDED =                           00025600
002570             W-NB-HEURE * 100 / W-NB-LIGNES.                      00025700
002580     IF W-QTE-CDE NOT = ZERO                                      00025800
002590         COMPUTE W-TAUX-SERVI ROUNDED =                           00025900
002600             W-QTE-REC * 100 / W-QTE-CDE.                         00026000
002610     IF W-TAUX-SERVI > 100                                        00026100
002620         MOVE 100 TO W-TAUX-SERVI.                                00026200
002630     IF W-NB-RETARD NOT = ZERO                                    00026300
002640         COMPUTE W-MOY-RETARD ROUNDED =                           00026400
002650             W-JOURS-RETARD / W-NB-RETARD.                        00026500
002660 6040-CALCULE-FIN.                                                00026600
002670      EXIT.                                                       00026700
002680***************                                                   00026800
002690 6050-EDITE-DEB.                                                  00026900
002700     MOVE W-ID-FOURNISSEUR OF DCLFOURNISSEUR TO WD-FOURN.         00027000
002710     MOVE W-NOM TO WD-NOM.                                        00027100
002720     MOVE W-NB-LIGNES TO WD-NB-LIGNES.                            00027200
002730     MOVE W-TAUX-HEURE TO WD-TAUX-HEURE.                          00027300
002740     MOVE W-TAUX-SERVI TO WD-TAUX-SERVI.                          00027400
002750     MOVE W-MOY-RETARD TO WD-MOY-RETARD.                          00027500
002760     MOVE W-NB-ECA-PRIX TO WD-NB-ECA-PRIX.                        00027600
002770     MOVE W-MNT-ECA-PRIX TO WD-MNT-ECA-PRIX.                      00027700
002780     MOVE W-NB-ECA-QTE TO WD-NB-ECA-QTE.                          00027800
002790     MOVE W-MNT-ECA-QTE TO WD-MNT-ECA-QTE.                        00027900
002800     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           00028000
002810     PERFORM 8100-EDIT-LIGNE-DEB                                  00028100
002820       THRU  8100-EDIT-LIGNE-FIN.                                 00028200
002830     ADD 1 TO W-CPT-EDITES.                                       00028300
002840 6050-EDITE-FIN.                                                  00028400
002850      EXIT.                                                       00028500
002860***************                                                   00028600
002870 8000-FIN-TRT-DEB.                                                00028700
002880     EXEC SQL                                                     00028800
002890         CLOSE C-FOURN                                            00028900
002900     END-EXEC.                                                    00029000
002910     CLOSE LISTSCO.                                               00029100
002920     DISPLAY 'FOURNISSEURS LUS     = ' W-CPT-FOURN.               00029200
002930     DISPLAY 'FOURNISSEURS EDITES  = ' W-CPT-EDITES.              00029300
002940 8000-FIN-TRT-FIN.                                                00029400
002950      EXIT.                                                       00029500
002960************                                                      00029600
002970************                                                      00029700
002980  9990-FIN-NORMALE-DEB.                                           00029800
002990            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00029900
003000       GOBACK.                                                    00030000
003010  9990-FIN-NORMALE-FIN.                                           00030100
003020       EXIT.                                                      00030200
003030*************                                                     00030300
003040 COPY EDITPRO REPLACING ==EDIT-RECORD==                           00030400
003050     BY ==LS00==.                                                 00030500
003060 COPY ANORPROC.                                                   00030600
