000180   10             CP00-NOART    PICTURE 9(9).                     00001800
000190   10             CP00-ENTREPOT PICTURE X(2).                     00001900
000200   10             CP00-QTE-CPT  PICTURE 9(9).                     00002000
000205   10             CP00-CODE-EAN PICTURE X(13).                    00002050
000210   10             CP00-MOTIF    PICTURE X(3).                     00002100
000215   10             CP00-FILLER   PICTURE X(44).                    00002150
000220 01               CP00-CTL.                                       00002200
000230   10             CP00-CTL-TYPE PICTURE X(3).                     00002300
000240   10             CP00-CTL-RESTE PICTURE X(77).                   00002400
000400   10             JI00-QTE-APRES PICTURE S9(9).                   00004000
000410   10             JI00-ECART    PICTURE S9(9).                    00004100
000420   10             JI00-LIBELLE  PICTURE X(20).                    00004200
000425   10             JI00-MOTIF    PICTURE X(3).                     00004250
000430   10             JI00-FILLER   PICTURE X(19).                    00004300
000440 FD                 REJ-FICHIER                                   00004400
000450      BLOCK              00000 RECORDS                            00004500
000460      DATA RECORD                                                 00004600
000510   10             RI00-ENTREPOT PICTURE X(2).                     00005100
000520   10             RI00-QTE-CPT  PICTURE 9(9).                     00005200
000530   10             RI00-RAISON   PICTURE X(30).                    00005300
000535   10             RI00-CODE-EAN PICTURE X(13).                    00005350
000540   10             RI00-MOTIF    PICTURE X(3).                     00005400
000545   10             RI00-FILLER   PICTURE X(14).                    00005450
000550 WORKING-STORAGE SECTION.                                         00005500
000560      EXEC SQL                                                    00005600
000570         INCLUDE SQLCA                                            00005700
000880 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00008800
000890 01  W-CNT-ENT      PIC S9(9) USAGE COMP.                         00008900
000900 01  W-QTE-STOCK    PIC S9(9) USAGE COMP.                         00009000
000905 01  W-QTE-CSG      PIC S9(9) USAGE COMP VALUE ZERO.              00009050
000910 01  W-STOCK-ABSENT PIC X     VALUE '0'.                          00009100
000920     88  STOCK-ABSENT         VALUE '1'.                          00009200
000930 01  W-ECART        PIC S9(9) USAGE COMP.                         00009300
000940 01  W-VAL-ECART    PIC S9(11)V9(2) USAGE COMP-3.                 00009400
000950 01  W-CNT-GEL      PIC S9(9) USAGE COMP VALUE ZERO.              00009500
000955 01  W-CNT-MOT      PIC S9(9) USAGE COMP VALUE ZERO.              00009550
000960 01  W-GEL-ACTIF    PIC X     VALUE '0'.                          00009600
000970     88  GEL-ACTIF            VALUE '1'.                          00009700
000980 COPY ANORMAL.                                                    00009800
000990 COPY DATCOM.                                                     00009900
001000 COPY CTLLOT.                                                     00010000
001010 COPY FICCOM.                                                     00010100
001015 COPY EANCOM.                                                     00010150
001020******                                                            00010200
001030 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010300
001040 01  W-CPT-AJUSTES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010400
001050 01  W-CPT-SANS-ECA PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010500
001060 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010600
001065 01  W-CPT-EAN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010650
001070 01  W-TOT-VAL-ECA  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00010700
001080******                                                            00010800
001090 01  W-LIGNE-ENTETE.                                              00010900
001150         '  ARTICLE  ENT      STOCK    '.                         00011500
001160     05  FILLER   PIC X(30) VALUE                                 00011600
001170         ' COMPTE      ECART     VALEUR'.                         00011700
001175     05  FILLER   PIC X(20) VALUE                                 00011750
001180         '      DEPOT MOT'.                                       00011800
001190 01  W-LIGNE-DETAIL.                                              00011900
001200     05  WD-NOART       PIC ZZZZZZZZ9.                            00012000
001210     05  FILLER   PIC X(2)  VALUE SPACES.                         00012100
001280     05  WD-ECART       PIC ---------9.                           00012800
001290     05  FILLER   PIC X(1)  VALUE SPACES.                         00012900
001300     05  WD-VAL-ECART   PIC ----------9.99.                       00013000
001305     05  FILLER   PIC X(1)  VALUE SPACES.                         00013050
001310     05  WD-QTE-CSG     PIC ZZZZZZZZ9.                            00013100
001312     05  FILLER   PIC X(1)  VALUE SPACES.                         00013120
001314     05  WD-MOTIF       PIC X(3).                                 00013140
001316     05  FILLER   PIC X(14) VALUE SPACES.                         00013160
001320 01  W-LIGNE-TOTAL.                                               00013200
001330     05  FILLER   PIC X(20) VALUE 'TOTAL AJUSTEMENTS : '.         00013300
001340     05  WT-CPT-AJU     PIC ZZZZZZZ9.                             00013400
002500         GO TO 6010-TRAITE-FIN.                                   00025000
002510     PERFORM 6030-LEC-STK-DEB                                     00025100
002520       THRU  6030-LEC-STK-FIN.                                    00025200
002522     IF CP00-QTE-CPT < W-QTE-CSG                                  00025220
002524         MOVE 'COMPTE INFERIEUR AU DEPOT' TO W-CODE-REJET         00025240
002526         PERFORM 6070-REJET-DEB                                   00025260
002528           THRU  6070-REJET-FIN                                   00025280
002530         GO TO 6010-TRAITE-FIN.                                   00025300
002532     COMPUTE W-ECART = CP00-QTE-CPT - W-QTE-STOCK - W-QTE-CSG.    00025320
002540     IF W-ECART = ZERO                                            00025400
002550         ADD 1 TO W-CPT-SANS-ECA                                  00025500
002560         GO TO 6010-TRAITE-FIN.                                   00025600
002561     IF CP00-MOTIF = SPACES                                       00025610
002562         MOVE 'MOTIF ECART OBLIGATOIRE' TO W-CODE-REJET           00025620
002563         PERFORM 6070-REJET-DEB                                   00025630
002564           THRU  6070-REJET-FIN                                   00025640
002565         GO TO 6010-TRAITE-FIN.                                   00025650
002570     COMPUTE W-VAL-ECART = W-ECART * W-PRIX.                      00025700
002580     ADD W-VAL-ECART TO W-TOT-VAL-ECA.                            00025800
002590     PERFORM 6040-EDIT-ECART-DEB                                  00025900
002650 6010-TRAITE-FIN.                                                 00026500
002660      EXIT.                                                       00026600
002670***************                                                   00026700
002671 6015-CODE-EAN-DEB.                                               00026710
002672     MOVE CP00-CODE-EAN TO EAN-CODE.                              00026720
002673     MOVE 'R' TO EAN-FONCTION.                                    00026730
002674     CALL 'CTLEAN' USING EAN-CONTROLE.                            00026740
002675     EVALUATE EAN-CODE-RETOUR                                     00026750
002676         WHEN ZERO                                                00026760
002677             CONTINUE                                             00026770
002678         WHEN 4                                                   00026780
002679             MOVE 'CODE EAN INVALIDE' TO W-CODE-REJET             00026790
002680         WHEN 8                                                   00026800
002681             MOVE 'CODE EAN INCONNU' TO W-CODE-REJET              00026810
002682         WHEN OTHER                                               00026820
002683             MOVE EAN-SQLCODE TO W-SQLCODE                        00026830
002684             MOVE 'SELECT ARTICLE_EAN SQLCODE = '                 00026840
002685                  TO W-MESSAGE-ANOR                               00026850
002686             PERFORM 9999-FIN-ANORMALE-DEB                        00026860
002687               THRU  9999-FIN-ANORMALE-FIN                        00026870
002688     END-EVALUATE.                                                00026880
002689     IF W-CODE-REJET NOT = SPACES                                 00026890
002690         GO TO 6015-CODE-EAN-FIN.                                 00026900
002691     IF CP00-NOART NUMERIC AND CP00-NOART NOT = ZERO              00026910
002692         AND CP00-NOART NOT = EAN-ID-ARTICLE                      00026920
002693         MOVE 'CODE EAN / ARTICLE DISCORDANTS' TO W-CODE-REJET    00026930
002694         GO TO 6015-CODE-EAN-FIN.                                 00026940
002695     MOVE EAN-ID-ARTICLE TO CP00-NOART.                           00026950
002696     ADD 1 TO W-CPT-EAN.                                          00026960
002697 6015-CODE-EAN-FIN.                                               00026970
002698      EXIT.                                                       00026980
002699***************                                                   00026990
002700 6020-VALIDE-DEB.                                                 00027000
002701     MOVE SPACES TO W-CODE-REJET.                                 00027010
002702     IF CP00-CODE-EAN NOT = SPACES                                00027020
002703         PERFORM 6015-CODE-EAN-DEB                                00027030
002704           THRU  6015-CODE-EAN-FIN                                00027040
002705         IF W-CODE-REJET NOT = SPACES                             00027050
002706             GO TO 6020-VALIDE-FIN.                               00027060
002707     MOVE CP00-NOART TO W-ID-ARTICLE OF DCLARTICLE.               00027070
002710     EXEC SQL                                                     00027100
002720         SELECT PRIX                                              00027200
002730           INTO :W-PRIX                                           00027300
002900          WHERE ID_ENTREPOT = :CP00-ENTREPOT                      00029000
002910     END-EXEC.                                                    00029100
002920     IF W-CNT-ENT = ZERO                                          00029200
002921         MOVE 'ENTREPOT INCONNU' TO W-CODE-REJET                  00029210
002922         GO TO 6020-VALIDE-FIN.                                   00029220
002923     IF CP00-MOTIF = SPACES                                       00029230
002924         GO TO 6020-VALIDE-FIN.                                   00029240
002925     EXEC SQL                                                     00029250
002926         SELECT COUNT(*)                                          00029260
002927           INTO :W-CNT-MOT                                        00029270
002928           FROM API7.MOTIF_AJUSTEMENT                             00029280
002929          WHERE CODE_MOTIF = :CP00-MOTIF                          00029290
002930            AND ACTIF = 'O'                                       00029300
002931     END-EXEC.                                                    00029310
002932     IF SQLCODE NOT = ZERO                                        00029320
002933         MOVE ZERO TO W-CNT-MOT.                                  00029330
002934     IF W-CNT-MOT = ZERO                                          00029340
002935         MOVE 'MOTIF INCONNU OU INACTIF' TO W-CODE-REJET.         00029350
002940 6020-VALIDE-FIN.                                                 00029400
002950      EXIT.                                                       00029500
002960***************                                                   00029600
003110     IF SQLCODE = ZERO AND W-CNT-GEL NOT = ZERO                   00031100
003120         MOVE '1' TO W-GEL-ACTIF.                                 00031200
003130     EXEC SQL                                                     00031300
003140         SELECT QUANTITE, COUT_MOYEN                              00031400
003150           INTO :W-QTE-STOCK, :W-COUT-MOYEN                       00031500
003160           FROM API7.STOCK                                        00031600
003170          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00031700
003180            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00031800
003220             CONTINUE                                             00032200
003230         WHEN 100                                                 00032300
003240             MOVE ZERO TO W-QTE-STOCK                             00032400
003245             MOVE ZERO TO W-COUT-MOYEN                            00032450
003250             MOVE '1' TO W-STOCK-ABSENT                           00032500
003260         WHEN OTHER                                               00032600
003270             MOVE SQLCODE TO W-SQLCODE                            00032700
003300             PERFORM 9999-FIN-ANORMALE-DEB                        00033000
003310               THRU  9999-FIN-ANORMALE-FIN                        00033100
003320     END-EVALUATE.                                                00033200
003321     EXEC SQL                                                     00033210
003322         SELECT COALESCE(SUM(QUANTITE), 0)                        00033220
003323           INTO :W-QTE-CSG                                        00033230
003324           FROM API7.STOCK_CONSIGNATION                           00033240
003325          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00033250
003326            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00033260
003327     END-EXEC.                                                    00033270
003328     IF SQLCODE NOT = ZERO                                        00033280
003329         MOVE SQLCODE TO W-SQLCODE                                00033290
003330         MOVE 'SELECT STOCK_CONSIGNATION SQLCODE = '              00033300
003331              TO W-MESSAGE-ANOR                                   00033310
003332         PERFORM 9999-FIN-ANORMALE-DEB                            00033320
003333           THRU  9999-FIN-ANORMALE-FIN.                           00033330
003334     IF NOT GEL-ACTIF                                             00033340
003340         GO TO 6030-LEC-STK-FIN.                                  00033400
003350     EXEC SQL                                                     00033500
003360         SELECT QUANTITE                                          00033600
003500     MOVE W-QTE-STOCK TO WD-QTE-STOCK.                            00035000
003510     MOVE CP00-QTE-CPT TO WD-QTE-CPT.                             00035100
003520     MOVE W-ECART TO WD-ECART.                                    00035200
003525     MOVE W-QTE-CSG TO WD-QTE-CSG.                                00035250
003527     MOVE CP00-MOTIF TO WD-MOTIF.                                 00035270
003530     MOVE W-VAL-ECART TO WD-VAL-ECART.                            00035300
003540     MOVE W-LIGNE-DETAIL TO LI00.                                 00035400
003550     WRITE LI00.                                                  00035500
003740         END-IF                                                   00037400
003750         ADD 1 TO W-CPT-AJUSTES                                   00037500
003760         GO TO 6050-AJUSTE-FIN.                                   00037600
003770     COMPUTE W-QUANTITE OF DCLSTOCK = CP00-QTE-CPT - W-QTE-CSG.   00037700
003780     IF STOCK-ABSENT                                              00037800
003790         EXEC SQL                                                 00037900
003800             INSERT INTO API7.STOCK                               00038000
004060     MOVE CP00-NOART    TO JI00-NOART.                            00040600
004070     MOVE CP00-ENTREPOT TO JI00-ENTREPOT.                         00040700
004080     MOVE W-QTE-STOCK   TO JI00-QTE-AVANT.                        00040800
004090     COMPUTE JI00-QTE-APRES = CP00-QTE-CPT - W-QTE-CSG.           00040900
004100     MOVE W-ECART       TO JI00-ECART.                            00041000
004105     MOVE CP00-MOTIF    TO JI00-MOTIF.                            00041050
004110     MOVE 'AJUSTEMENT INVENTAIRE' TO JI00-LIBELLE.                00041100
004120     WRITE JI00.                                                  00041200
004130     PERFORM 6065-HISTORIQUE-DEB                                  00041300
004230     MOVE 'I' TO W-TYPE-MOUVEMENT.                                00042300
004240     MOVE W-ECART TO W-QUANTITE OF DCLMOUVEMENTSTOCK.             00042400
004250     MOVE SPACES TO W-ENT-DEST OF DCLMOUVEMENTSTOCK.              00042500
004252     MOVE W-PROGRAM-ID TO W-ORIGINE.                              00042520
004254     MOVE W-COUT-MOYEN TO W-COUT-MOUVEMENT.                       00042540
004256     MOVE SPACES TO W-LOT-MOUVEMENT.                              00042560
004258     MOVE ZERO TO W-NO-TRANSFERT.                                 00042580
004260     MOVE ZERO TO W-NO-MVT-LIE.                                   00042600
004262     MOVE SPACE TO W-STATUT-STOCK.                                00042620
004264     MOVE SPACE TO W-CONTREPASSE.                                 00042640
004265     MOVE CP00-MOTIF TO W-MOTIF-MVT.                              00042650
004266     EXEC SQL                                                     00042660
004268         SELECT COALESCE(MAX(NO_MOUVEMENT), 0) + 1                00042680
004270           INTO :W-NO-MOUVEMENT                                   00042700
004272           FROM API7.MOUVEMENT_STOCK                              00042720
004274     END-EXEC.                                                    00042740
004276     IF SQLCODE NOT = ZERO                                        00042760
004278         MOVE SQLCODE TO W-SQLCODE                                00042780
004280         MOVE 'SELECT MAX MOUVEMENT SQLCODE = '                   00042800
004282              TO W-MESSAGE-ANOR                                   00042820
004284         PERFORM 9999-FIN-ANORMALE-DEB                            00042840
004286           THRU  9999-FIN-ANORMALE-FIN.                           00042860
004288     EXEC SQL                                                     00042880
004290         INSERT INTO API7.MOUVEMENT_STOCK                         00042900
004292                (ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,         00042920
004294                 QUANTITE, ENT_DEST, DATE_MOUVEMENT, ORIGINE,     00042940
004296                 NO_MOUVEMENT, COUT_MOUVEMENT, LOT_MOUVEMENT,     00042960
004298                 NO_TRANSFERT, STATUT_STOCK, CONTREPASSE,         00042980
004300                 NO_MVT_LIE, MOTIF_MVT)                           00043000
004302         VALUES (:W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,              00043020
004304                 :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,             00043040
004306                 :W-TYPE-MOUVEMENT,                               00043060
004308                 :W-QUANTITE OF DCLMOUVEMENTSTOCK,                00043080
004310                 :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                00043100
004312                 DATE(:DAT-DATE-ISO), :W-ORIGINE,                 00043120
004314                 :W-NO-MOUVEMENT, :W-COUT-MOUVEMENT,              00043140
004316                 :W-LOT-MOUVEMENT, :W-NO-TRANSFERT,               00043160
004318                 :W-STATUT-STOCK, :W-CONTREPASSE,                 00043180
004320                 :W-NO-MVT-LIE, :W-MOTIF-MVT)                     00043200
004370     END-EXEC.                                                    00043700
004380     IF SQLCODE NOT = ZERO                                        00043800
004390         MOVE SQLCODE TO W-SQLCODE                                00043900
004490     MOVE CP00-ENTREPOT TO RI00-ENTREPOT.                         00044900
004500     MOVE CP00-QTE-CPT  TO RI00-QTE-CPT.                          00045000
004510     MOVE W-CODE-REJET  TO RI00-RAISON.                           00045100
004512     MOVE CP00-CODE-EAN TO RI00-CODE-EAN.                         00045120
004513     MOVE CP00-MOTIF    TO RI00-MOTIF.                            00045130
004514     MOVE SPACES TO RI00-FILLER.                                  00045140
004520     WRITE RI00.                                                  00045200
004530     ADD 1 TO W-CPT-REJETS.                                       00045300
004540 6070-REJET-FIN.                                                  00045400
004710     DISPLAY 'AJUSTEMENTS APPLIQUES= ' W-CPT-AJUSTES.             00047100
004720     DISPLAY 'COMPTAGES SANS ECART = ' W-CPT-SANS-ECA.            00047200
004730     DISPLAY 'COMPTAGES REJETES    = ' W-CPT-REJETS.              00047300
004735     DISPLAY 'CODES EAN TRADUITS   = ' W-CPT-EAN.                 00047350
004740 8000-FIN-TRT-FIN.                                                00047400
004750      EXIT.                                                       00047500
004760************                                                      00047600
