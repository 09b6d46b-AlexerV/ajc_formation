000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LRETFOU .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     RET-FICHIER   ASSIGN    RETFOU.                   00000600
000070     SELECT     MVT-FICHIER   ASSIGN    MVTGEN.                   00000700
000080     SELECT     REJ-FICHIER   ASSIGN    REJRET.                   00000800
000090     SELECT     BONRET        ASSIGN    BONRET.                   00000900
000100 DATA DIVISION.                                                   00001000
000110 FILE SECTION.                                                    00001100
000120 FD                 RET-FICHIER                                   00001200
000130      BLOCK              00000 RECORDS                            00001300
000140      DATA RECORD                                                 00001400
000150                    RT00                                          00001500
000160           LABEL RECORD STANDARD.                                 00001600
000170 01               RT00.                                           00001700
000180   10             RT00-NO-CMD   PICTURE 9(9).                     00001800
000190   10             RT00-NOART    PICTURE 9(9).                     00001900
000200   10             RT00-ENTREPOT PICTURE X(2).                     00002000
000210   10             RT00-QTE-RET  PICTURE 9(9).                     00002100
000220   10             RT00-STATUT   PICTURE X(1).                     00002200
000230   10             RT00-NO-LOT   PICTURE X(10).                    00002300
000240   10             RT00-MOTIF    PICTURE X(20).                    00002400
000250   10             RT00-FILLER   PICTURE X(20).                    00002500
000260 FD                 MVT-FICHIER                                   00002600
000270      BLOCK              00000 RECORDS                            00002700
000280      DATA RECORD                                                 00002800
000290                    MV00                                          00002900
000300           LABEL RECORD STANDARD.                                 00003000
000310 01               MV00.                                           00003100
000320   10             MV00-NOART    PICTURE 9(9).                     00003200
000330   10             MV00-ENTREPOT PICTURE X(2).                     00003300
000340   10             MV00-TYPE     PICTURE X(1).                     00003400
000350   10             MV00-QUANTITE PICTURE 9(9).                     00003500
000360   10             MV00-ENT-DEST PICTURE X(2).                     00003600
000370   10             MV00-FOURN    PICTURE X(5).                     00003700
000380   10             MV00-NO-TRF   PICTURE 9(9).                     00003800
000382   10             MV00-NO-RETOUR REDEFINES MV00-NO-TRF            00003820
000384                                PICTURE 9(9).                     00003840
000390   10             MV00-NO-LOT   PICTURE X(10).                    00003900
000400   10             MV00-DATE-PER PICTURE X(8).                     00004000
000410   10             MV00-STATUT   PICTURE X(1).                     00004100
000420   10             MV00-FILLER   PICTURE X(24).                    00004200
000430 FD                 REJ-FICHIER                                   00004300
000440      BLOCK              00000 RECORDS                            00004400
000450      DATA RECORD                                                 00004500
000460                    RJ00                                          00004600
000470           LABEL RECORD STANDARD.                                 00004700
000480 01               RJ00.                                           00004800
000490   10             RJ00-NO-CMD   PICTURE 9(9).                     00004900
000500   10             RJ00-NOART    PICTURE 9(9).                     00005000
000510   10             RJ00-ENTREPOT PICTURE X(2).                     00005100
000520   10             RJ00-QTE-RET  PICTURE 9(9).                     00005200
000530   10             RJ00-RAISON   PICTURE X(30).                    00005300
000540   10             RJ00-FILLER   PICTURE X(21).                    00005400
000550 FD                 BONRET                                        00005500
000560      BLOCK              00000 RECORDS                            00005600
000570      DATA RECORD                                                 00005700
000580                    BR00                                          00005800
000590           LABEL RECORD STANDARD.                                 00005900
000600 01               BR00               PICTURE X(81).               00006000
000610 WORKING-STORAGE SECTION.                                         00006100
000620      EXEC SQL                                                    00006200
000630         INCLUDE SQLCA                                            00006300
000640      END-EXEC.                                                   00006400
000650*****                                                             00006500
000660      EXEC SQL                                                    00006600
000670         INCLUDE CMDACH                                           00006700
000680      END-EXEC.                                                   00006800
000690*****                                                             00006900
000700      EXEC SQL                                                    00007000
000710         INCLUDE STOCK                                            00007100
000720      END-EXEC.                                                   00007200
000730*****                                                             00007300
000740      EXEC SQL                                                    00007400
000750         INCLUDE FOURNIS                                          00007500
000760      END-EXEC.                                                   00007600
000770*****                                                             00007700
000780      EXEC SQL                                                    00007800
000790         INCLUDE ARTICLE                                          00007900
000800      END-EXEC.                                                   00008000
000810*****                                                             00008100
000820      EXEC SQL                                                    00008200
000830         INCLUDE AVOATT                                           00008300
000840      END-EXEC.                                                   00008400
000850******                                                            00008500
000860 COPY EDITWS.                                                     00008600
000870 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LRETFOU'.                    00008700
000880 01  W-SQLCODE      PIC +++9.                                     00008800
000890 01  W-EOF-RET      PIC X     VALUE '0'.                          00008900
000900     88  FIN-RET-OK           VALUE '1'.                          00009000
000910 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00009100
000920 01  W-QTE-DEJA-RET PIC S9(9) USAGE COMP VALUE ZERO.              00009200
000930 01  W-QTE-CUMUL    PIC S9(9) USAGE COMP VALUE ZERO.              00009300
000940 01  W-QTE-DISPO    PIC S9(9) USAGE COMP VALUE ZERO.              00009400
000950 01  W-CNT-GEL      PIC S9(9) USAGE COMP VALUE ZERO.              00009500
000960 01  W-NOART-GEL    PIC S9(9) USAGE COMP VALUE ZERO.              00009600
000970 COPY ANORMAL.                                                    00009700
000980 COPY CTLLOT.                                                     00009800
000990 COPY DATCOM.                                                     00009900
001000 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       00010000
001010 01  W-HEURE-LOT.                                                 00010100
001020     05  W-HL-HHMMSS PIC 9(6).                                    00010200
001030     05  FILLER     PIC X(2).                                     00010300
001040******                                                            00010400
001050 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010500
001060 01  W-CPT-RETOURS  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010600
001070 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010700
001080 01  W-TOT-ATTENDU  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00010800
001090******                                                            00010900
001100 01  W-LIGNE-ENTETE.                                              00011000
001110     05  FILLER   PIC X(30) VALUE                                 00011100
001120         'BONS DE RETOUR FOURNISSEUR'.                            00011200
001130     05  FILLER   PIC X(10) VALUE SPACES.                         00011300
001140 01  W-LIGNE-BON.                                                 00011400
001150     05  FILLER   PIC X(20) VALUE 'BON DE RETOUR NO  : '.         00011500
001160     05  WB-ID-RETOUR   PIC ZZZZZZZZ9.                            00011600
001170     05  FILLER   PIC X(14) VALUE '    DATE    : '.               00011700
001180     05  WB-DATE        PIC X(10).                                00011800
001190     05  FILLER   PIC X(27) VALUE SPACES.                         00011900
001200 01  W-LIGNE-FOURN.                                               00012000
001210     05  FILLER   PIC X(20) VALUE 'FOURNISSEUR       : '.         00012100
001220     05  WB-FOURN       PIC X(5).                                 00012200
001230     05  FILLER   PIC X(1)  VALUE SPACES.                         00012300
001240     05  WB-NOM         PIC X(20).                                00012400
001250     05  FILLER   PIC X(34) VALUE SPACES.                         00012500
001260 01  W-LIGNE-ADRESSE.                                             00012600
001270     05  FILLER   PIC X(26) VALUE SPACES.                         00012700
001280     05  WB-ADRESSE     PIC X(20).                                00012800
001290     05  FILLER   PIC X(34) VALUE SPACES.                         00012900
001300 01  W-LIGNE-CMD.                                                 00013000
001310     05  FILLER   PIC X(20) VALUE 'COMMANDE NO       : '.         00013100
001320     05  WB-NO-CMD      PIC ZZZZZZZZ9.                            00013200
001330     05  FILLER   PIC X(14) VALUE '    ENTREPOT: '.               00013300
001340     05  WB-ENTREPOT    PIC X(2).                                 00013400
001350     05  FILLER   PIC X(35) VALUE SPACES.                         00013500
001360 01  W-LIGNE-ARTICLE.                                             00013600
001370     05  FILLER   PIC X(20) VALUE 'ARTICLE           : '.         00013700
001380     05  WB-NOART       PIC ZZZZZZZZ9.                            00013800
001390     05  FILLER   PIC X(1)  VALUE SPACES.                         00013900
001400     05  WB-DESIGNATION PIC X(20).                                00014000
001410     05  FILLER   PIC X(30) VALUE SPACES.                         00014100
001420 01  W-LIGNE-QTE.                                                 00014200
001430     05  FILLER   PIC X(20) VALUE 'QUANTITE RETOURNEE: '.         00014300
001440     05  WB-QUANTITE    PIC ZZZZZZZZ9.                            00014400
001450     05  FILLER   PIC X(14) VALUE '    LOT     : '.               00014500
001460     05  WB-NO-LOT      PIC X(10).                                00014600
001470     05  FILLER   PIC X(27) VALUE SPACES.                         00014700
001480 01  W-LIGNE-MOTIF.                                               00014800
001490     05  FILLER   PIC X(20) VALUE 'MOTIF DU RETOUR   : '.         00014900
001500     05  WB-MOTIF       PIC X(20).                                00015000
001510     05  FILLER   PIC X(40) VALUE SPACES.                         00015100
001520 01  W-LIGNE-VALEUR.                                              00015200
001530     05  FILLER   PIC X(20) VALUE 'AVOIR ATTENDU     : '.         00015300
001540     05  WB-MONTANT     PIC ZZZZZZZZZ9.99.                        00015400
001550     05  FILLER   PIC X(47) VALUE SPACES.                         00015500
001560 01  W-LIGNE-VISA.                                                00015600
001570     05  FILLER   PIC X(40) VALUE                                 00015700
001580         'VISA MAGASIN : ..........'.                             00015800
001590     05  FILLER   PIC X(40) VALUE                                 00015900
001600         'VISA TRANSPORTEUR : ..........'.                        00016000
001610 01  W-LIGNE-TOTAL.                                               00016100
001620     05  FILLER   PIC X(20) VALUE 'RETOURS EMIS      : '.         00016200
001630     05  WT-CPT-RET     PIC ZZZZZZZZ9.                            00016300
001640     05  FILLER   PIC X(20) VALUE '   AVOIRS ATTENDUS: '.         00016400
001650     05  WT-MONTANT     PIC ZZZZZZZZZZ9.99.                       00016500
001660     05  FILLER   PIC X(17) VALUE SPACES.                         00016600
001670******                                                            00016700
001680 PROCEDURE DIVISION.                                              00016800
001690 1000-LRETFOU-DEB.                                                00016900
001700     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00017000
001710     PERFORM 5000-INIT-DEB                                        00017100
001720       THRU  5000-INIT-FIN.                                       00017200
001730     PERFORM 6010-TRAITE-DEB                                      00017300
001740       THRU  6010-TRAITE-FIN                                      00017400
001750       UNTIL FIN-RET-OK.                                          00017500
001760     PERFORM 8000-FIN-TRT-DEB                                     00017600
001770       THRU  8000-FIN-TRT-FIN.                                    00017700
001780     PERFORM 9990-FIN-NORMALE-DEB                                 00017800
001790       THRU  9990-FIN-NORMALE-FIN.                                00017900
001800 1000-LRETFOU-FIN.                                                00018000
001810     EXIT.                                                        00018100
001820***************                                                   00018200
001830 5000-INIT-DEB.                                                   00018300
001840     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00018400
001850     IF DAT-CODE-RETOUR NOT = ZERO                                00018500
001860         MOVE ZERO TO W-SQLCODE                                   00018600
001870         MOVE 'AUCUNE JOURNEE OUVERTE'                            00018700
001880              TO W-MESSAGE-ANOR                                   00018800
001890         PERFORM 9999-FIN-ANORMALE-DEB                            00018900
001900           THRU  9999-FIN-ANORMALE-FIN.                           00019000
001910     OPEN INPUT  RET-FICHIER.                                     00019100
001920     OPEN OUTPUT MVT-FICHIER.                                     00019200
001930     ACCEPT W-DATE-LOT FROM DATE YYYYMMDD.                        00019300
001940     ACCEPT W-HEURE-LOT FROM TIME.                                00019400
001950     MOVE 'HDR' TO CTL-ENT-TYPE.                                  00019500
001960     MOVE 'MVTGEN' TO CTL-ENT-ID.                                 00019600
001970     MOVE W-DATE-LOT TO CTL-ENT-DATE.                             00019700
001980     MOVE W-HL-HHMMSS TO CTL-ENT-SEQ.                             00019800
001990     MOVE CTL-ENTETE-LOT TO MV00.                                 00019900
002000     WRITE MV00.                                                  00020000
002010     OPEN OUTPUT REJ-FICHIER.                                     00020100
002020     OPEN OUTPUT BONRET.                                          00020200
002030     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           00020300
002040     PERFORM 8300-EDIT-INIT-DEB                                   00020400
002050       THRU  8300-EDIT-INIT-FIN.                                  00020500
002060 5000-INIT-FIN.                                                   00020600
002070      EXIT.                                                       00020700
002080***************                                                   00020800
002090 6010-TRAITE-DEB.                                                 00020900
002100     READ RET-FICHIER AT END                                      00021000
002110         MOVE '1' TO W-EOF-RET                                    00021100
002120         GO TO 6010-TRAITE-FIN.                                   00021200
002130     ADD 1 TO W-CPT-LUS.                                          00021300
002140     PERFORM 6020-VALIDE-DEB                                      00021400
002150       THRU  6020-VALIDE-FIN.                                     00021500
002160     IF W-CODE-REJET NOT = SPACES                                 00021600
002170         PERFORM 6070-REJET-DEB                                   00021700
002180           THRU  6070-REJET-FIN                                   00021800
002190         GO TO 6010-TRAITE-FIN.                                   00021900
002200     PERFORM 6030-AVOIR-DEB                                       00022000
002210       THRU  6030-AVOIR-FIN.                                      00022100
002220     PERFORM 6040-MVT-R-DEB                                       00022200
002230       THRU  6040-MVT-R-FIN.                                      00022300
002240     PERFORM 6050-BON-RETOUR-DEB                                  00022400
002250       THRU  6050-BON-RETOUR-FIN.                                 00022500
002260 6010-TRAITE-FIN.                                                 00022600
002270      EXIT.                                                       00022700
002280***************                                                   00022800
002290 6020-VALIDE-DEB.                                                 00022900
002300     MOVE SPACES TO W-CODE-REJET.                                 00023000
002310     IF RT00-QTE-RET = ZERO                                       00023100
002320         MOVE 'QUANTITE NULLE' TO W-CODE-REJET                    00023200
002330         GO TO 6020-VALIDE-FIN.                                   00023300
002340     IF RT00-STATUT = 'N'                                         00023400
002350         MOVE SPACE TO RT00-STATUT.                               00023500
002360     IF RT00-STATUT NOT = SPACE AND RT00-STATUT NOT = 'Q'         00023600
002370                                AND RT00-STATUT NOT = 'A'         00023700
002380         MOVE 'STATUT STOCK INVALIDE' TO W-CODE-REJET             00023800
002390         GO TO 6020-VALIDE-FIN.                                   00023900
002400     MOVE RT00-NO-CMD TO W-NO-COMMANDE OF DCLCOMMANDEACHAT.       00024000
002410     MOVE RT00-NOART TO W-ID-ARTICLE OF DCLCOMMANDEACHAT.         00024100
002420     MOVE RT00-ENTREPOT                                           00024200
002430         TO W-ID-ENTREPOT OF DCLCOMMANDEACHAT.                    00024300
002440     EXEC SQL                                                     00024400
002450         SELECT ID_FOURNISSEUR, QTE_RECUE, PRIX_ACHAT             00024500
002460           INTO :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT,            00024600
002470                :W-QTE-RECUE,                                     00024700
002480                :W-PRIX-ACHAT OF DCLCOMMANDEACHAT                 00024800
002490           FROM API7.COMMANDE_ACHAT                               00024900
002500          WHERE NO_COMMANDE =                                     00025000
002510                :W-NO-COMMANDE OF DCLCOMMANDEACHAT                00025100
002520            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00025200
002530            AND ID_ENTREPOT =                                     00025300
002540                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                00025400
002550     END-EXEC.                                                    00025500
002560     EVALUATE SQLCODE                                             00025600
002570         WHEN ZERO                                                00025700
002580             CONTINUE                                             00025800
002590         WHEN 100                                                 00025900
002600             MOVE 'LIGNE COMMANDE INCONNUE' TO W-CODE-REJET       00026000
002610             GO TO 6020-VALIDE-FIN                                00026100
002620         WHEN OTHER                                               00026200
002630             MOVE SQLCODE TO W-SQLCODE                            00026300
002640             MOVE 'SELECT COMMANDE_ACHAT SQLCODE = '              00026400
002650                  TO W-MESSAGE-ANOR                               00026500
002660             PERFORM 9999-FIN-ANORMALE-DEB                        00026600
002670               THRU  9999-FIN-ANORMALE-FIN                        00026700
002680     END-EVALUATE.                                                00026800
002690     EXEC SQL                                                     00026900
002700         SELECT COALESCE(SUM(QUANTITE), 0)                        00027000
002710           INTO :W-QTE-DEJA-RET                                   00027100
002720           FROM API7.AVOIR_ATTENDU                                00027200
002730          WHERE NO_COMMANDE =                                     00027300
002740                :W-NO-COMMANDE OF DCLCOMMANDEACHAT                00027400
002750            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00027500
002760            AND ID_ENTREPOT =                                     00027600
002770                :W-ID-ENTREPOT OF DCLCOMMANDEACHAT                00027700
002775            AND ETAT <> 'X'                                       00027750
002780     END-EXEC.                                                    00027800
002790     IF SQLCODE NOT = ZERO                                        00027900
002800         MOVE SQLCODE TO W-SQLCODE                                00028000
002810         MOVE 'SELECT SUM AVOIR_ATTENDU SQLCODE = '               00028100
002820              TO W-MESSAGE-ANOR                                   00028200
002830         PERFORM 9999-FIN-ANORMALE-DEB                            00028300
002840           THRU  9999-FIN-ANORMALE-FIN.                           00028400
002850     COMPUTE W-QTE-CUMUL = W-QTE-DEJA-RET + RT00-QTE-RET.         00028500
002860     IF W-QTE-CUMUL > W-QTE-RECUE                                 00028600
002870         MOVE 'RETOUR SUPERIEUR AU RECU' TO W-CODE-REJET          00028700
002880         GO TO 6020-VALIDE-FIN.                                   00028800
002890     MOVE RT00-NOART TO W-NOART-GEL.                              00028900
002900     EXEC SQL                                                     00029000
002910         SELECT COUNT(*)                                          00029100
002920           INTO :W-CNT-GEL                                        00029200
002930           FROM API7.GEL_INVENTAIRE                               00029300
002940          WHERE ID_ENTREPOT = :RT00-ENTREPOT                      00029400
002950            AND ETAT = 'O'                                        00029500
002960            AND :W-NOART-GEL BETWEEN ART_DEBUT                    00029600
002970                                 AND ART_FIN                      00029700
002980     END-EXEC.                                                    00029800
002990     IF SQLCODE NOT = ZERO                                        00029900
003000         MOVE ZERO TO W-CNT-GEL.                                  00030000
003010     IF W-CNT-GEL NOT = ZERO                                      00030100
003020         MOVE 'ENTREPOT GELE INVENTAIRE' TO W-CODE-REJET          00030200
003030         GO TO 6020-VALIDE-FIN.                                   00030300
003040     PERFORM 6025-CTL-STOCK-DEB                                   00030400
003050       THRU  6025-CTL-STOCK-FIN.                                  00030500
003060 6020-VALIDE-FIN.                                                 00030600
003070      EXIT.                                                       00030700
003080***************                                                   00030800
003090 6025-CTL-STOCK-DEB.                                              00030900
003100     MOVE RT00-NOART TO W-ID-ARTICLE OF DCLSTOCK.                 00031000
003110     MOVE RT00-ENTREPOT TO W-ID-ENTREPOT OF DCLSTOCK.             00031100
003120     EXEC SQL                                                     00031200
003130         SELECT QUANTITE, QTE_RESERVEE,                           00031300
003140                QTE_QUARANTAINE, QTE_ABIMEE                       00031400
003150           INTO :W-QUANTITE OF DCLSTOCK, :W-QTE-RESERVEE,         00031500
003160                :W-QTE-QUARANTAINE, :W-QTE-ABIMEE                 00031600
003170           FROM API7.STOCK                                        00031700
003180          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00031800
003190            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00031900
003200     END-EXEC.                                                    00032000
003210     EVALUATE SQLCODE                                             00032100
003220         WHEN ZERO                                                00032200
003230             CONTINUE                                             00032300
003240         WHEN 100                                                 00032400
003250             MOVE 'STOCK INEXISTANT' TO W-CODE-REJET              00032500
003260             GO TO 6025-CTL-STOCK-FIN                             00032600
003270         WHEN OTHER                                               00032700
003280             MOVE SQLCODE TO W-SQLCODE                            00032800
003290             MOVE 'SELECT API7.STOCK SQLCODE = '                  00032900
003300                  TO W-MESSAGE-ANOR                               00033000
003310             PERFORM 9999-FIN-ANORMALE-DEB                        00033100
003320               THRU  9999-FIN-ANORMALE-FIN                        00033200
003330     END-EVALUATE.                                                00033300
003340     EVALUATE RT00-STATUT                                         00033400
003350         WHEN 'Q'                                                 00033500
003360             MOVE W-QTE-QUARANTAINE TO W-QTE-DISPO                00033600
003370         WHEN 'A'                                                 00033700
003380             MOVE W-QTE-ABIMEE TO W-QTE-DISPO                     00033800
003390         WHEN OTHER                                               00033900
003400             COMPUTE W-QTE-DISPO =                                00034000
003410                 W-QUANTITE OF DCLSTOCK - W-QTE-RESERVEE          00034100
003420     END-EVALUATE.                                                00034200
003430     IF W-QTE-DISPO < RT00-QTE-RET                                00034300
003440         MOVE 'QTE STOCK INSUFFISANTE' TO W-CODE-REJET.           00034400
003450 6025-CTL-STOCK-FIN.                                              00034500
003460      EXIT.                                                       00034600
003470***************                                                   00034700
003480 6030-AVOIR-DEB.                                                  00034800
003490     EXEC SQL                                                     00034900
003500         SELECT COALESCE(MAX(ID_RETOUR), 0) + 1                   00035000
003510           INTO :W-ID-RETOUR                                      00035100
003520           FROM API7.AVOIR_ATTENDU                                00035200
003530     END-EXEC.                                                    00035300
003540     IF SQLCODE NOT = ZERO                                        00035400
003550         MOVE SQLCODE TO W-SQLCODE                                00035500
003560         MOVE 'SELECT MAX AVOIR_ATTENDU SQLCODE = '               00035600
003570              TO W-MESSAGE-ANOR                                   00035700
003580         PERFORM 9999-FIN-ANORMALE-DEB                            00035800
003590           THRU  9999-FIN-ANORMALE-FIN.                           00035900
003600     MOVE W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT                    00036000
003610         TO W-ID-FOURNISSEUR OF DCLAVOIRATTENDU.                  00036100
003620     MOVE RT00-NO-CMD TO W-NO-COMMANDE OF DCLAVOIRATTENDU.        00036200
003630     MOVE RT00-NOART TO W-ID-ARTICLE OF DCLAVOIRATTENDU.          00036300
003640     MOVE RT00-ENTREPOT TO W-ID-ENTREPOT OF DCLAVOIRATTENDU.      00036400
003650     MOVE RT00-QTE-RET TO W-QUANTITE OF DCLAVOIRATTENDU.          00036500
003660     MOVE W-PRIX-ACHAT OF DCLCOMMANDEACHAT                        00036600
003670         TO W-PRIX-ACHAT OF DCLAVOIRATTENDU.                      00036700
003680     COMPUTE W-MONTANT OF DCLAVOIRATTENDU =                       00036800
003690         RT00-QTE-RET * W-PRIX-ACHAT OF DCLCOMMANDEACHAT.         00036900
003700     MOVE RT00-NO-LOT TO W-NO-LOT OF DCLAVOIRATTENDU.             00037000
003710     MOVE RT00-MOTIF TO W-MOTIF OF DCLAVOIRATTENDU.               00037100
003720     EXEC SQL                                                     00037200
003730         INSERT INTO API7.AVOIR_ATTENDU                           00037300
003740                (ID_RETOUR, ID_FOURNISSEUR, NO_COMMANDE,          00037400
003750                 ID_ARTICLE, ID_ENTREPOT, QUANTITE,               00037500
003760                 PRIX_ACHAT, MONTANT, DATE_RETOUR, NO_LOT,        00037600
003770                 MOTIF, NO_AVOIR, DATE_AVOIR, ETAT)               00037700
003780         VALUES (:W-ID-RETOUR,                                    00037800
003790                 :W-ID-FOURNISSEUR OF DCLAVOIRATTENDU,            00037900
003800                 :W-NO-COMMANDE OF DCLAVOIRATTENDU,               00038000
003810                 :W-ID-ARTICLE OF DCLAVOIRATTENDU,                00038100
003820                 :W-ID-ENTREPOT OF DCLAVOIRATTENDU,               00038200
003830                 :W-QUANTITE OF DCLAVOIRATTENDU,                  00038300
003840                 :W-PRIX-ACHAT OF DCLAVOIRATTENDU,                00038400
003850                 :W-MONTANT OF DCLAVOIRATTENDU,                   00038500
003860                 DATE(:DAT-DATE-ISO),                             00038600
003870                 :W-NO-LOT OF DCLAVOIRATTENDU,                    00038700
003880                 :W-MOTIF OF DCLAVOIRATTENDU,                     00038800
003890                 NULL, NULL, 'A')                                 00038900
003900     END-EXEC.                                                    00039000
003910     IF SQLCODE NOT = ZERO                                        00039100
003920         MOVE SQLCODE TO W-SQLCODE                                00039200
003930         MOVE 'INSERT AVOIR_ATTENDU SQLCODE = '                   00039300
003940              TO W-MESSAGE-ANOR                                   00039400
003950         PERFORM 9999-FIN-ANORMALE-DEB                            00039500
003960           THRU  9999-FIN-ANORMALE-FIN.                           00039600
003970     ADD 1 TO W-CPT-RETOURS.                                      00039700
003980     ADD W-MONTANT OF DCLAVOIRATTENDU TO W-TOT-ATTENDU.           00039800
003990 6030-AVOIR-FIN.                                                  00039900
004000      EXIT.                                                       00040000
004010***************                                                   00040100
004020 6040-MVT-R-DEB.                                                  00040200
004030     MOVE RT00-NOART TO MV00-NOART.                               00040300
004040     MOVE RT00-ENTREPOT TO MV00-ENTREPOT.                         00040400
004050     MOVE 'R' TO MV00-TYPE.                                       00040500
004060     MOVE RT00-QTE-RET TO MV00-QUANTITE.                          00040600
004070     MOVE SPACES TO MV00-ENT-DEST.                                00040700
004080     MOVE W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT                    00040800
004090         TO MV00-FOURN.                                           00040900
004100     MOVE W-ID-RETOUR TO MV00-NO-RETOUR.                          00041000
004110     MOVE RT00-NO-LOT TO MV00-NO-LOT.                             00041100
004120     MOVE SPACES TO MV00-DATE-PER.                                00041200
004130     MOVE RT00-STATUT TO MV00-STATUT.                             00041300
004140     MOVE SPACES TO MV00-FILLER.                                  00041400
004150     WRITE MV00.                                                  00041500
004160 6040-MVT-R-FIN.                                                  00041600
004170      EXIT.                                                       00041700
004180***************                                                   00041800
004190 6050-BON-RETOUR-DEB.                                             00041900
004200     MOVE W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT                    00042000
004210         TO W-ID-FOURNISSEUR OF DCLFOURNISSEUR.                   00042100
004220     MOVE SPACES TO W-NOM W-ADRESSE1 W-ADRESSE2.                  00042200
004230     EXEC SQL                                                     00042300
004240         SELECT NOM, ADRESSE1, ADRESSE2                           00042400
004250           INTO :W-NOM,                                           00042500
004260                :W-ADRESSE1 :INDSTRUC OF IFOURNISSEUR (3),        00042600
004270                :W-ADRESSE2 :INDSTRUC OF IFOURNISSEUR (4)         00042700
004280           FROM API7.FOURNISSEUR                                  00042800
004290          WHERE ID_FOURNISSEUR =                                  00042900
004300                :W-ID-FOURNISSEUR OF DCLFOURNISSEUR               00043000
004310     END-EXEC.                                                    00043100
004320     IF SQLCODE NOT = ZERO                                        00043200
004330         MOVE 'FOURNISSEUR INCONNU' TO W-NOM.                     00043300
004340     MOVE RT00-NOART TO W-ID-ARTICLE OF DCLARTICLE.               00043400
004350     EXEC SQL                                                     00043500
004360         SELECT DESIGNATION                                       00043600
004370           INTO :W-DESIGNATION                                    00043700
004380           FROM API7.ARTICLE                                      00043800
004390          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          00043900
004400     END-EXEC.                                                    00044000
004410     IF SQLCODE NOT = ZERO                                        00044100
004420         MOVE SPACES TO W-DESIGNATION.                            00044200
004430     MOVE 99 TO EDIT-CPT-LIGNES.                                  00044300
004440     MOVE W-ID-RETOUR TO WB-ID-RETOUR.                            00044400
004450     MOVE DAT-DATE-ISO TO WB-DATE.                                00044500
004460     MOVE W-LIGNE-BON TO EDIT-LIGNE.                              00044600
004470     PERFORM 8100-EDIT-LIGNE-DEB                                  00044700
004480       THRU  8100-EDIT-LIGNE-FIN.                                 00044800
004490     PERFORM 8100-EDIT-LIGNE-DEB                                  00044900
004500       THRU  8100-EDIT-LIGNE-FIN.                                 00045000
004510     MOVE W-ID-FOURNISSEUR OF DCLFOURNISSEUR TO WB-FOURN.         00045100
004520     MOVE W-NOM TO WB-NOM.                                        00045200
004530     MOVE W-LIGNE-FOURN TO EDIT-LIGNE.                            00045300
004540     PERFORM 8100-EDIT-LIGNE-DEB                                  00045400
004550       THRU  8100-EDIT-LIGNE-FIN.                                 00045500
004560     MOVE W-ADRESSE1 TO WB-ADRESSE.                               00045600
004570     MOVE W-LIGNE-ADRESSE TO EDIT-LIGNE.                          00045700
004580     PERFORM 8100-EDIT-LIGNE-DEB                                  00045800
004590       THRU  8100-EDIT-LIGNE-FIN.                                 00045900
004600     MOVE W-ADRESSE2 TO WB-ADRESSE.                               00046000
004610     MOVE W-LIGNE-ADRESSE TO EDIT-LIGNE.                          00046100
004620     PERFORM 8100-EDIT-LIGNE-DEB                                  00046200
004630       THRU  8100-EDIT-LIGNE-FIN.                                 00046300
004640     PERFORM 8100-EDIT-LIGNE-DEB                                  00046400
004650       THRU  8100-EDIT-LIGNE-FIN.                                 00046500
004660     MOVE RT00-NO-CMD TO WB-NO-CMD.                               00046600
004670     MOVE RT00-ENTREPOT TO WB-ENTREPOT.                           00046700
004680     MOVE W-LIGNE-CMD TO EDIT-LIGNE.                              00046800
004690     PERFORM 8100-EDIT-LIGNE-DEB                                  00046900
004700       THRU  8100-EDIT-LIGNE-FIN.                                 00047000
004710     MOVE RT00-NOART TO WB-NOART.                                 00047100
004720     MOVE W-DESIGNATION TO WB-DESIGNATION.                        00047200
004730     MOVE W-LIGNE-ARTICLE TO EDIT-LIGNE.                          00047300
004740     PERFORM 8100-EDIT-LIGNE-DEB                                  00047400
004750       THRU  8100-EDIT-LIGNE-FIN.                                 00047500
004760     MOVE RT00-QTE-RET TO WB-QUANTITE.                            00047600
004770     MOVE RT00-NO-LOT TO WB-NO-LOT.                               00047700
004780     MOVE W-LIGNE-QTE TO EDIT-LIGNE.                              00047800
004790     PERFORM 8100-EDIT-LIGNE-DEB                                  00047900
004800       THRU  8100-EDIT-LIGNE-FIN.                                 00048000
004810     MOVE RT00-MOTIF TO WB-MOTIF.                                 00048100
004820     MOVE W-LIGNE-MOTIF TO EDIT-LIGNE.                            00048200
004830     PERFORM 8100-EDIT-LIGNE-DEB                                  00048300
004840       THRU  8100-EDIT-LIGNE-FIN.                                 00048400
004850     MOVE W-MONTANT OF DCLAVOIRATTENDU TO WB-MONTANT.             00048500
004860     MOVE W-LIGNE-VALEUR TO EDIT-LIGNE.                           00048600
004870     PERFORM 8100-EDIT-LIGNE-DEB                                  00048700
004880       THRU  8100-EDIT-LIGNE-FIN.                                 00048800
004890     PERFORM 8100-EDIT-LIGNE-DEB                                  00048900
004900       THRU  8100-EDIT-LIGNE-FIN.                                 00049000
004910     PERFORM 8100-EDIT-LIGNE-DEB                                  00049100
004920       THRU  8100-EDIT-LIGNE-FIN.                                 00049200
004930     MOVE W-LIGNE-VISA TO EDIT-LIGNE.                             00049300
004940     PERFORM 8100-EDIT-LIGNE-DEB                                  00049400
004950       THRU  8100-EDIT-LIGNE-FIN.                                 00049500
004960 6050-BON-RETOUR-FIN.                                             00049600
004970      EXIT.                                                       00049700
004980***************                                                   00049800
004990 6070-REJET-DEB.                                                  00049900
005000     MOVE RT00-NO-CMD TO RJ00-NO-CMD.                             00050000
005010     MOVE RT00-NOART TO RJ00-NOART.                               00050100
005020     MOVE RT00-ENTREPOT TO RJ00-ENTREPOT.                         00050200
005030     MOVE RT00-QTE-RET TO RJ00-QTE-RET.                           00050300
005040     MOVE W-CODE-REJET TO RJ00-RAISON.                            00050400
005050     MOVE SPACES TO RJ00-FILLER.                                  00050500
005060     WRITE RJ00.                                                  00050600
005070     ADD 1 TO W-CPT-REJETS.                                       00050700
005080 6070-REJET-FIN.                                                  00050800
005090      EXIT.                                                       00050900
005100***************                                                   00051000
005110 8000-FIN-TRT-DEB.                                                00051100
005120     CLOSE RET-FICHIER.                                           00051200
005130     MOVE 'TRL' TO CTL-PIED-TYPE.                                 00051300
005140     MOVE W-CPT-RETOURS TO CTL-PIED-NB.                           00051400
005150     MOVE CTL-PIED-LOT TO MV00.                                   00051500
005160     WRITE MV00.                                                  00051600
005170     CLOSE MVT-FICHIER.                                           00051700
005180     CLOSE REJ-FICHIER.                                           00051800
005190     MOVE 99 TO EDIT-CPT-LIGNES.                                  00051900
005200     MOVE W-CPT-RETOURS TO WT-CPT-RET.                            00052000
005210     MOVE W-TOT-ATTENDU TO WT-MONTANT.                            00052100
005220     MOVE W-LIGNE-TOTAL TO EDIT-LIGNE.                            00052200
005230     PERFORM 8100-EDIT-LIGNE-DEB                                  00052300
005240       THRU  8100-EDIT-LIGNE-FIN.                                 00052400
005250     CLOSE BONRET.                                                00052500
005260     DISPLAY 'RETOURS LUS          = ' W-CPT-LUS.                 00052600
005270     DISPLAY 'RETOURS EMIS         = ' W-CPT-RETOURS.             00052700
005280     DISPLAY 'RETOURS REJETES      = ' W-CPT-REJETS.              00052800
005290 8000-FIN-TRT-FIN.                                                00052900
005300      EXIT.                                                       00053000
005310************                                                      00053100
005320************                                                      00053200
005330  9990-FIN-NORMALE-DEB.                                           00053300
005340            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00053400
005350       GOBACK.                                                    00053500
005360  9990-FIN-NORMALE-FIN.                                           00053600
005370       EXIT.                                                      00053700
005380*************                                                     00053800
005390 COPY EDITPRO REPLACING ==EDIT-RECORD==                           00053900
005400     BY ==BR00==.                                                 00054000
005410 COPY ANORPROC.                                                   00054100
