000060     SELECT     REC-FICHIER   ASSIGN    RECFOU.                   00000600
000070     SELECT     MVT-FICHIER   ASSIGN    MVTGEN.                   00000700
000080     SELECT     REJ-FICHIER   ASSIGN    REJREC.                   00000800
000085     SELECT     ETI-FICHIER   ASSIGN    RECETI.                   00000850
000090 DATA DIVISION.                                                   00000900
000100 FILE SECTION.                                                    00001000
000110 FD                 REC-FICHIER                                   00001100
000180   10             RF00-NOART    PICTURE 9(9).                     00001800
000190   10             RF00-ENTREPOT PICTURE X(2).                     00001900
000200   10             RF00-QTE-RECUE PICTURE 9(9).                    00002000
000205   10             RF00-NO-LOT   PICTURE X(10).                    00002050
000210   10             RF00-DATE-PER PICTURE X(8).                     00002100
000212   10             RF00-CODE-EAN PICTURE X(13).                    00002120
000214   10             RF00-NO-SERIE PICTURE X(10).                    00002140
000216   10             RF00-FILLER   PICTURE X(10).                    00002160
000220 FD                 MVT-FICHIER                                   00002200
000230      BLOCK              00000 RECORDS                            00002300
000240      DATA RECORD                                                 00002400
000320   10             MV00-ENT-DEST PICTURE X(2).                     00003200
000330   10             MV00-FOURN    PICTURE X(5).                     00003300
000340   10             MV00-NO-TRF   PICTURE 9(9).                     00003400
000342   10             MV00-NO-LOT   PICTURE X(10).                    00003420
000344   10             MV00-DATE-PER PICTURE X(8).                     00003440
000346   10             MV00-STATUT   PICTURE X(1).                     00003460
000348   10             MV00-FILLER   PICTURE X(24).                    00003480
000360 FD                 REJ-FICHIER                                   00003600
000370      BLOCK              00000 RECORDS                            00003700
000380      DATA RECORD                                                 00003800
000440   10             RJ00-ENTREPOT PICTURE X(2).                     00004400
000450   10             RJ00-QTE-RECUE PICTURE 9(9).                    00004500
000460   10             RJ00-RAISON   PICTURE X(30).                    00004600
000462   10             RJ00-CODE-EAN PICTURE X(13).                    00004620
000464   10             RJ00-FILLER   PICTURE X(8).                     00004640
000471 FD                 ETI-FICHIER                                   00004710
000472      BLOCK              00000 RECORDS                            00004720
000473      DATA RECORD                                                 00004730
000474                    RE00                                          00004740
000475           LABEL RECORD STANDARD.                                 00004750
000476 01               RE00.                                           00004760
000477   10             RE00-NO-CMD   PICTURE 9(9).                     00004770
000478   10             RE00-NOART    PICTURE 9(9).                     00004780
000479   10             RE00-ENTREPOT PICTURE X(2).                     00004790
000480   10             RE00-QTE-RECUE PICTURE 9(9).                    00004800
000481   10             RE00-NO-LOT   PICTURE X(10).                    00004810
000482   10             RE00-DATE-PER PICTURE X(8).                     00004820
000483   10             RE00-DATE-REC PICTURE X(8).                     00004830
000484   10             RE00-FILLER   PICTURE X(25).                    00004840
000485 WORKING-STORAGE SECTION.                                         00004850
000490      EXEC SQL                                                    00004900
000500         INCLUDE SQLCA                                            00005000
000510      END-EXEC.                                                   00005100
000600     88  FIN-REC-OK           VALUE '1'.                          00006000
000610 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00006100
000620 01  W-QTE-CUMUL    PIC S9(9) USAGE COMP.                         00006200
000625 01  W-QTE-STOCK    PIC S9(9) USAGE COMP.                         00006250
000630 01  W-ETAT-LIGNE   PIC X(1).                                     00006300
000632 01  W-SERIALISE    PIC X(1).                                     00006320
000634 01  W-CNT-SERIE    PIC S9(9) USAGE COMP.                         00006340
000640 COPY ANORMAL.                                                    00006400
000645 COPY DATCOM.                                                     00006450
000650 COPY CTLLOT.                                                     00006500
000655 COPY EANCOM.                                                     00006550
000660 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       00006600
000670 01  W-HEURE-LOT.                                                 00006700
000680     05  W-HL-HHMMSS PIC 9(6).                                    00006800
000720 01  W-CPT-RECUS    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007200
000730 01  W-CPT-SOLDES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007300
000740 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007400
000745 01  W-CPT-EAN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007450
000747 01  W-CPT-SERIES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007470
000750******                                                            00007500
000760 PROCEDURE DIVISION.                                              00007600
000770 1000-LRECFOU-DEB.                                                00007700
000890     EXIT.                                                        00008900
000900***************                                                   00009000
000910 5000-INIT-DEB.                                                   00009100
000911     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00009110
000912     IF DAT-CODE-RETOUR NOT = ZERO                                00009120
000913         MOVE ZERO TO W-SQLCODE                                   00009130
000914         MOVE 'AUCUNE JOURNEE OUVERTE'                            00009140
000915              TO W-MESSAGE-ANOR                                   00009150
000916         PERFORM 9999-FIN-ANORMALE-DEB                            00009160
000917           THRU  9999-FIN-ANORMALE-FIN.                           00009170
000920     OPEN INPUT  REC-FICHIER.                                     00009200
000930     OPEN OUTPUT MVT-FICHIER.                                     00009300
000940     ACCEPT W-DATE-LOT FROM DATE YYYYMMDD.                        00009400
001000     MOVE CTL-ENTETE-LOT TO MV00.                                 00010000
001010     WRITE MV00.                                                  00010100
001020     OPEN OUTPUT REJ-FICHIER.                                     00010200
001025     OPEN OUTPUT ETI-FICHIER.                                     00010250
001030 5000-INIT-FIN.                                                   00010300
001040      EXIT.                                                       00010400
001050***************                                                   00010500
001160         GO TO 6010-TRAITE-FIN.                                   00011600
001170     PERFORM 6030-POSTE-DEB                                       00011700
001180       THRU  6030-POSTE-FIN.                                      00011800
001182     IF RF00-NO-SERIE NOT = SPACES                                00011820
001184         PERFORM 6035-SERIE-DEB                                   00011840
001186           THRU  6035-SERIE-FIN.                                  00011860
001190     PERFORM 6040-MVT-E-DEB                                       00011900
001200       THRU  6040-MVT-E-FIN.                                      00012000
001210 6010-TRAITE-FIN.                                                 00012100
001220      EXIT.                                                       00012200
001230***************                                                   00012300
001231 6015-CODE-EAN-DEB.                                               00012310
001232     MOVE RF00-CODE-EAN TO EAN-CODE.                              00012320
001233     MOVE 'R' TO EAN-FONCTION.                                    00012330
001234     CALL 'CTLEAN' USING EAN-CONTROLE.                            00012340
001235     EVALUATE EAN-CODE-RETOUR                                     00012350
001236         WHEN ZERO                                                00012360
001237             CONTINUE                                             00012370
001238         WHEN 4                                                   00012380
001239             MOVE 'CODE EAN INVALIDE' TO W-CODE-REJET             00012390
001240         WHEN 8                                                   00012400
001241             MOVE 'CODE EAN INCONNU' TO W-CODE-REJET              00012410
001242         WHEN OTHER                                               00012420
001243             MOVE EAN-SQLCODE TO W-SQLCODE                        00012430
001244             MOVE 'SELECT ARTICLE_EAN SQLCODE = '                 00012440
001245                  TO W-MESSAGE-ANOR                               00012450
001246             PERFORM 9999-FIN-ANORMALE-DEB                        00012460
001247               THRU  9999-FIN-ANORMALE-FIN                        00012470
001248     END-EVALUATE.                                                00012480
001249     IF W-CODE-REJET NOT = SPACES                                 00012490
001250         GO TO 6015-CODE-EAN-FIN.                                 00012500
001251     IF RF00-NOART NUMERIC AND RF00-NOART NOT = ZERO              00012510
001252         AND RF00-NOART NOT = EAN-ID-ARTICLE                      00012520
001253         MOVE 'CODE EAN / ARTICLE DISCORDANTS' TO W-CODE-REJET    00012530
001254         GO TO 6015-CODE-EAN-FIN.                                 00012540
001255     MOVE EAN-ID-ARTICLE TO RF00-NOART.                           00012550
001256     ADD 1 TO W-CPT-EAN.                                          00012560
001257 6015-CODE-EAN-FIN.                                               00012570
001258      EXIT.                                                       00012580
001259***************                                                   00012590
001260 6020-VALIDE-DEB.                                                 00012600
001261     MOVE SPACES TO W-CODE-REJET.                                 00012610
001262     IF RF00-CODE-EAN NOT = SPACES                                00012620
001263         PERFORM 6015-CODE-EAN-DEB                                00012630
001264           THRU  6015-CODE-EAN-FIN                                00012640
001265         IF W-CODE-REJET NOT = SPACES                             00012650
001266             GO TO 6020-VALIDE-FIN.                               00012660
001267     IF RF00-QTE-RECUE = ZERO                                     00012670
001270         MOVE 'QUANTITE NULLE' TO W-CODE-REJET                    00012700
001280         GO TO 6020-VALIDE-FIN.                                   00012800
001281     IF RF00-DATE-PER NOT = SPACES                                00012810
001282         IF RF00-NO-LOT = SPACES                                  00012820
001283             MOVE 'PEREMPTION SANS NUMERO DE LOT' TO W-CODE-REJET 00012830
001284             GO TO 6020-VALIDE-FIN                                00012840
001285         END-IF                                                   00012850
001286         IF RF00-DATE-PER NOT NUMERIC                             00012860
001287             MOVE 'DATE PEREMPTION INVALIDE' TO W-CODE-REJET      00012870
001288             GO TO 6020-VALIDE-FIN.                               00012880
001290     MOVE RF00-NO-CMD TO W-NO-COMMANDE.                           00012900
001300     MOVE RF00-NOART TO W-ID-ARTICLE OF DCLCOMMANDEACHAT.         00013000
001310     MOVE RF00-ENTREPOT                                           00013100
001320         TO W-ID-ENTREPOT OF DCLCOMMANDEACHAT.                    00013200
001330     EXEC SQL                                                     00013300
001340         SELECT QTE_COMMANDEE, QTE_RECUE, ETAT,                   00013400
001350                ID_FOURNISSEUR, QTE_CONDIT                        00013500
001360           INTO :W-QTE-COMMANDEE, :W-QTE-RECUE, :W-ETAT-LIGNE,    00013600
001365                :W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT,            00013650
001370                :W-QTE-CONDIT                                     00013700
001380           FROM API7.COMMANDE_ACHAT                               00013800
001390          WHERE NO_COMMANDE = :W-NO-COMMANDE                      00013900
001400            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00014000
001550               THRU  9999-FIN-ANORMALE-FIN                        00015500
001560     END-EVALUATE.                                                00015600
001570     IF W-ETAT-LIGNE NOT = 'O'                                    00015700
001572         MOVE 'LIGNE COMMANDE NON OUVERTE' TO W-CODE-REJET        00015720
001574         GO TO 6020-VALIDE-FIN.                                   00015740
001576     IF W-QTE-CONDIT NOT > ZERO                                   00015760
001578         MOVE 1 TO W-QTE-CONDIT.                                  00015780
001580     COMPUTE W-QTE-STOCK = RF00-QTE-RECUE * W-QTE-CONDIT.         00015800
001582     PERFORM 6025-CTL-SERIE-DEB                                   00015820
001584       THRU  6025-CTL-SERIE-FIN.                                  00015840
001590 6020-VALIDE-FIN.                                                 00015900
001600      EXIT.                                                       00016000
001610***************                                                   00016100
001611 6025-CTL-SERIE-DEB.                                              00016110
001612     EXEC SQL                                                     00016120
001613         SELECT SERIALISE                                         00016130
001614           INTO :W-SERIALISE                                      00016140
001615           FROM API7.ARTICLE                                      00016150
001616          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00016160
001617     END-EXEC.                                                    00016170
001618     IF SQLCODE NOT = ZERO                                        00016180
001619         MOVE SQLCODE TO W-SQLCODE                                00016190
001620         MOVE 'SELECT ARTICLE SQLCODE = '                         00016200
001621              TO W-MESSAGE-ANOR                                   00016210
001622         PERFORM 9999-FIN-ANORMALE-DEB                            00016220
001623           THRU  9999-FIN-ANORMALE-FIN.                           00016230
001624     IF W-SERIALISE NOT = 'O'                                     00016240
001625         IF RF00-NO-SERIE NOT = SPACES                            00016250
001626             MOVE 'ARTICLE NON SERIALISE' TO W-CODE-REJET         00016260
001627         END-IF                                                   00016270
001628         GO TO 6025-CTL-SERIE-FIN.                                00016280
001629     IF RF00-NO-SERIE = SPACES                                    00016290
001630         MOVE 'NUMERO DE SERIE OBLIGATOIRE' TO W-CODE-REJET       00016300
001631         GO TO 6025-CTL-SERIE-FIN.                                00016310
001632     IF W-QTE-STOCK NOT = 1                                       00016320
001633         MOVE 'UNE UNITE PAR NUMERO DE SERIE' TO W-CODE-REJET     00016330
001634         GO TO 6025-CTL-SERIE-FIN.                                00016340
001635     EXEC SQL                                                     00016350
001636         SELECT COUNT(*)                                          00016360
001637           INTO :W-CNT-SERIE                                      00016370
001638           FROM API7.NUMERO_SERIE                                 00016380
001639          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00016390
001640            AND NO_SERIE = :RF00-NO-SERIE                         00016400
001641     END-EXEC.                                                    00016410
001642     IF W-CNT-SERIE NOT = ZERO                                    00016420
001643         MOVE 'NUMERO DE SERIE DEJA CONNU' TO W-CODE-REJET.       00016430
001644 6025-CTL-SERIE-FIN.                                              00016440
001645      EXIT.                                                       00016450
001646***************                                                   00016460
001647 6030-POSTE-DEB.                                                  00016470
001648     COMPUTE W-QTE-CUMUL = W-QTE-RECUE + W-QTE-STOCK.             00016480
001649     IF W-QTE-CUMUL NOT < W-QTE-COMMANDEE                         00016490
001650         MOVE 'S' TO W-ETAT-LIGNE                                 00016500
001660         ADD 1 TO W-CPT-SOLDES                                    00016600
001670     ELSE                                                         00016700
001690     EXEC SQL                                                     00016900
001700         UPDATE API7.COMMANDE_ACHAT                               00017000
001710            SET QTE_RECUE = :W-QTE-CUMUL,                         00017100
001720                ETAT      = :W-ETAT-LIGNE,                        00017200
001725                DATE_RECEPTION = DATE(:DAT-DATE-ISO)              00017250
001730          WHERE NO_COMMANDE = :W-NO-COMMANDE                      00017300
001740            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCOMMANDEACHAT    00017400
001750            AND ID_ENTREPOT =                                     00017500
001850 6030-POSTE-FIN.                                                  00018500
001860      EXIT.                                                       00018600
001870***************                                                   00018700
001871 6035-SERIE-DEB.                                                  00018710
001872     EXEC SQL                                                     00018720
001873         INSERT INTO API7.NUMERO_SERIE                            00018730
001874                (ID_ARTICLE, NO_SERIE, ID_ENTREPOT, LIE,          00018740
001875                 STATUT, DATE_RECEPTION, NO_COMMANDE)             00018750
001876         VALUES (:W-ID-ARTICLE OF DCLCOMMANDEACHAT,               00018760
001877                 :RF00-NO-SERIE,                                  00018770
001878                 :W-ID-ENTREPOT OF DCLCOMMANDEACHAT,              00018780
001879                 0, 'S', DATE(:DAT-DATE-ISO), :W-NO-COMMANDE)     00018790
001880     END-EXEC.                                                    00018800
001881     IF SQLCODE NOT = ZERO                                        00018810
001882         MOVE SQLCODE TO W-SQLCODE                                00018820
001883         MOVE 'INSERT NUMERO_SERIE SQLCODE = '                    00018830
001884              TO W-MESSAGE-ANOR                                   00018840
001885         PERFORM 9999-FIN-ANORMALE-DEB                            00018850
001886           THRU  9999-FIN-ANORMALE-FIN.                           00018860
001887     ADD 1 TO W-CPT-SERIES.                                       00018870
001888 6035-SERIE-FIN.                                                  00018880
001889      EXIT.                                                       00018890
001890***************                                                   00018900
001891 6040-MVT-E-DEB.                                                  00018910
001892     MOVE RF00-NOART TO MV00-NOART.                               00018920
001900     MOVE RF00-ENTREPOT TO MV00-ENTREPOT.                         00019000
001910     MOVE 'E' TO MV00-TYPE.                                       00019100
001920     MOVE W-QTE-STOCK TO MV00-QUANTITE.                           00019200
001930     MOVE SPACES TO MV00-ENT-DEST.                                00019300
001940     MOVE ZERO TO MV00-NO-TRF.                                    00019400
001950     MOVE W-ID-FOURNISSEUR OF DCLCOMMANDEACHAT                    00019500
001960         TO MV00-FOURN.                                           00019600
001962     MOVE RF00-NO-LOT TO MV00-NO-LOT.                             00019620
001964     MOVE RF00-DATE-PER TO MV00-DATE-PER.                         00019640
001966     MOVE SPACES TO MV00-STATUT.                                  00019660
001968     MOVE SPACES TO MV00-FILLER.                                  00019680
001980     WRITE MV00.                                                  00019800
001982     PERFORM 6050-ETIQUETTE-DEB                                   00019820
001984       THRU  6050-ETIQUETTE-FIN.                                  00019840
001990 6040-MVT-E-FIN.                                                  00019900
002000      EXIT.                                                       00020000
002001***************                                                   00020010
002002 6050-ETIQUETTE-DEB.                                              00020020
002003     MOVE RF00-NO-CMD TO RE00-NO-CMD.                             00020030
002004     MOVE RF00-NOART TO RE00-NOART.                               00020040
002005     MOVE RF00-ENTREPOT TO RE00-ENTREPOT.                         00020050
002006     MOVE W-QTE-STOCK TO RE00-QTE-RECUE.                          00020060
002007     MOVE RF00-NO-LOT TO RE00-NO-LOT.                             00020070
002008     MOVE RF00-DATE-PER TO RE00-DATE-PER.                         00020080
002009     MOVE W-DATE-LOT TO RE00-DATE-REC.                            00020090
002010     MOVE SPACES TO RE00-FILLER.                                  00020100
002011     WRITE RE00.                                                  00020110
002012 6050-ETIQUETTE-FIN.                                              00020120
002013      EXIT.                                                       00020130
002014***************                                                   00020140
002020 6070-REJET-DEB.                                                  00020200
002030     MOVE RF00-NO-CMD TO RJ00-NO-CMD.                             00020300
002040     MOVE RF00-NOART TO RJ00-NOART.                               00020400
002050     MOVE RF00-ENTREPOT TO RJ00-ENTREPOT.                         00020500
002060     MOVE RF00-QTE-RECUE TO RJ00-QTE-RECUE.                       00020600
002070     MOVE W-CODE-REJET TO RJ00-RAISON.                            00020700
002075     MOVE RF00-CODE-EAN TO RJ00-CODE-EAN.                         00020750
002080     MOVE SPACES TO RJ00-FILLER.                                  00020800
002090     WRITE RJ00.                                                  00020900
002100     ADD 1 TO W-CPT-REJETS.                                       00021000
002180     MOVE CTL-PIED-LOT TO MV00.                                   00021800
002190     WRITE MV00.                                                  00021900
002200     CLOSE MVT-FICHIER.                                           00022000
002205     CLOSE ETI-FICHIER.                                           00022050
002210     CLOSE REJ-FICHIER.                                           00022100
002220     DISPLAY 'RECEPTIONS LUES      = ' W-CPT-LUS.                 00022200
002230     DISPLAY 'RECEPTIONS POSTEES   = ' W-CPT-RECUS.               00022300
002240     DISPLAY 'LIGNES SOLDEES       = ' W-CPT-SOLDES.              00022400
002250     DISPLAY 'RECEPTIONS REJETEES  = ' W-CPT-REJETS.              00022500
002255     DISPLAY 'CODES EAN TRADUITS   = ' W-CPT-EAN.                 00022550
002257     DISPLAY 'NUMEROS DE SERIE     = ' W-CPT-SERIES.              00022570
002260 8000-FIN-TRT-FIN.                                                00022600
002270      EXIT.                                                       00022700
002280************                                                      00022800
