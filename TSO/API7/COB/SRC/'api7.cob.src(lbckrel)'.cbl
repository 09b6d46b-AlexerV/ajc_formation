000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000090     SELECT     JRN-FICHIER   ASSIGN    JRNALL.                   00000900
000110     SELECT     LISTBCK       ASSIGN    LISTBCK.                  00001100
000120 DATA DIVISION.                                                   00001200
000130 FILE SECTION.                                                    00001300
000540 FD                 JRN-FICHIER                                   00005400
000550      BLOCK              00000 RECORDS                            00005500
000560      DATA RECORD                                                 00005600
000680   10             JA00-SUBST    PICTURE X(1).                     00006800
000690   10             JA00-NOART-ORIG PICTURE 9(9).                   00006900
000700   10             JA00-FILLER   PICTURE X(4) .                    00007000
000850 FD                 LISTBCK                                       00008500
000860      BLOCK              00000 RECORDS                            00008600
000870      DATA RECORD                                                 00008700
001120      EXEC SQL                                                    00011200
001130         INCLUDE GELINV                                           00011300
001140      END-EXEC.                                                   00011400
001142******                                                            00011420
001144      EXEC SQL                                                    00011440
001146         INCLUDE RELIQAT                                          00011460
001148      END-EXEC.                                                   00011480
001150******                                                            00011500
001160      EXEC SQL                                                    00011600
001170         DECLARE C-ENTDEP CURSOR FOR                              00011700
001200          WHERE LIE = :W-LIE OF DCLDEPTENTREPOT                   00012000
001210          ORDER BY ID_ENTREPOT                                    00012100
001220      END-EXEC.                                                   00012200
001221******                                                            00012210
001222      EXEC SQL                                                    00012220
001223         DECLARE C-RELIQ CURSOR FOR                               00012230
001224         SELECT LIE, ID_ARTICLE, DATE_CDE, NOART_KIT,             00012240
001225                QTE_DEM, QTE_SERV, QTE_RELI                       00012250
001226           FROM API7.RELIQUAT                                     00012260
001227          WHERE ETAT = 'O'                                        00012270
001228          ORDER BY DATE_CDE, ID_ARTICLE                           00012280
001229      END-EXEC.                                                   00012290
001230******                                                            00012300
001240 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LBCKREL'.                    00012400
001250 01  W-SQLCODE      PIC +++9.                                     00012500
001260 01  W-EOF-REL      PIC X     VALUE '0'.                          00012600
001270     88  FIN-REL-OK           VALUE '1'.                          00012700
001280 01  W-EOF-ENT      PIC X     VALUE '0'.                          00012800
001290     88  FIN-ENT-OK           VALUE '1'.                          00012900
001300 01  W-QTE-RESTE    PIC S9(9) USAGE COMP.                         00013000
001370     05  W-ISO-MM   PIC X(2).                                     00013700
001380     05  FILLER     PIC X(1)  VALUE '-'.                          00013800
001390     05  W-ISO-JJ   PIC X(2).                                     00013900
001410 01  W-CNT-RELIQ    PIC S9(9) USAGE COMP VALUE ZERO.              00014100
001440 01  W-AGE-JOURS    PIC S9(9) USAGE COMP.                         00014400
001450 01  W-CNT-GEL      PIC S9(9) USAGE COMP VALUE ZERO.              00014500
001460 01  W-NO-LOT-SERVI PIC X(10) VALUE SPACES.                       00014600
001470 COPY ANORMAL.                                                    00014700
001475 COPY JRNCOM.                                                     00014750
001480******                                                            00014800
001490 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00014900
001500 01  W-CPT-SOLDES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00015000
001850 PROCEDURE DIVISION.                                              00018500
001860 1000-LBCKREL-DEB.                                                00018600
001870     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00018700
001875     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00018750
001880     MOVE 'D' TO JRN-PHASE                                        00018800
001885     CALL 'JRNEXEC' USING JRN-EXECUTION                           00018850
001900     PERFORM 5000-INIT-DEB                                        00019000
001910       THRU  5000-INIT-FIN.                                       00019100
001920     PERFORM 6010-TRAITE-DEB                                      00019200
001930       THRU  6010-TRAITE-FIN                                      00019300
001940       UNTIL FIN-REL-OK.                                          00019400
001950     PERFORM 8000-FIN-TRT-DEB                                     00019500
001960       THRU  8000-FIN-TRT-FIN.                                    00019600
001970     PERFORM 9990-FIN-NORMALE-DEB                                 00019700
001980       THRU  9990-FIN-NORMALE-FIN.                                00019800
001990 1000-LBCKREL-FIN.                                                00019900
002000     EXIT.                                                        00020000
002100 5000-INIT-DEB.                                                   00021000
002102     EXEC SQL                                                     00021020
002104         OPEN C-RELIQ                                             00021040
002106     END-EXEC.                                                    00021060
002108     IF SQLCODE NOT = ZERO                                        00021080
002110         MOVE SQLCODE TO W-SQLCODE                                00021100
002112         MOVE 'OPEN C-RELIQ SQLCODE = '                           00021120
002114              TO W-MESSAGE-ANOR                                   00021140
002116         PERFORM 9999-FIN-ANORMALE-DEB                            00021160
002118           THRU  9999-FIN-ANORMALE-FIN.                           00021180
002120     OPEN OUTPUT JRN-FICHIER.                                     00021200
002140     OPEN OUTPUT LISTBCK.                                         00021400
002150     MOVE W-LIGNE-ENTETE TO LK00.                                 00021500
002160     WRITE LK00.                                                  00021600
002200      EXIT.                                                       00022000
002210***************                                                   00022100
002220 6010-TRAITE-DEB.                                                 00022200
002221     EXEC SQL                                                     00022210
002222         FETCH C-RELIQ                                            00022220
002223          INTO :W-LIE OF DCLRELIQUAT,                             00022230
002224               :W-ID-ARTICLE OF DCLRELIQUAT,                      00022240
002225               :W-DATE-CDE OF DCLRELIQUAT,                        00022250
002226               :W-NOART-KIT,                                      00022260
002227               :W-QTE-DEM OF DCLRELIQUAT,                         00022270
002228               :W-QTE-SERV,                                       00022280
002229               :W-QTE-RELI                                        00022290
002230     END-EXEC.                                                    00022300
002231     EVALUATE SQLCODE                                             00022310
002232         WHEN 100                                                 00022320
002233             MOVE '1' TO W-EOF-REL                                00022330
002234             GO TO 6010-TRAITE-FIN                                00022340
002235         WHEN ZERO                                                00022350
002236             CONTINUE                                             00022360
002237         WHEN OTHER                                               00022370
002238             MOVE SQLCODE TO W-SQLCODE                            00022380
002239             MOVE 'FETCH C-RELIQ SQLCODE = '                      00022390
002240                  TO W-MESSAGE-ANOR                               00022400
002241             PERFORM 9999-FIN-ANORMALE-DEB                        00022410
002242               THRU  9999-FIN-ANORMALE-FIN                        00022420
002243     END-EVALUATE.                                                00022430
002260     ADD 1 TO W-CPT-LUS.                                          00022600
002270     PERFORM 6030-ALLOUE-DEB                                      00022700
002280       THRU  6030-ALLOUE-FIN.                                     00022800
002300      EXIT.                                                       00023000
002310***************                                                   00023100
002320 6030-ALLOUE-DEB.                                                 00023200
002330     MOVE W-QTE-RELI TO W-QTE-RESTE.                              00023300
002340     MOVE ZERO TO W-QTE-SERVIE.                                   00023400
002345     MOVE W-ID-ARTICLE OF DCLRELIQUAT                             00023450
002350         TO W-ID-ARTICLE OF DCLARTICLE.                           00023500
002360     EXEC SQL                                                     00023600
002370         SELECT STATUT                                            00023700
002380           INTO :W-STATUT                                         00023800
002440         PERFORM 6060-REPORTE-DEB                                 00024400
002450           THRU  6060-REPORTE-FIN                                 00024500
002460         GO TO 6030-ALLOUE-FIN.                                   00024600
002470     MOVE W-LIE OF DCLRELIQUAT TO W-LIE OF DCLDEPTENTREPOT.       00024700
002480     MOVE '0' TO W-EOF-ENT.                                       00024800
002490     EXEC SQL                                                     00024900
002500         OPEN C-ENTDEP                                            00025000
002550     EXEC SQL                                                     00025500
002560         CLOSE C-ENTDEP                                           00025600
002570     END-EXEC.                                                    00025700
002572     IF W-QTE-SERVIE NOT = ZERO                                   00025720
002574         PERFORM 6058-MAJ-RELIQ-DEB                               00025740
002576           THRU  6058-MAJ-RELIQ-FIN.                              00025760
002580     IF W-QTE-RESTE = ZERO                                        00025800
002590         ADD 1 TO W-CPT-SOLDES                                    00025900
002600     ELSE                                                         00026000
002840             PERFORM 9999-FIN-ANORMALE-DEB                        00028400
002850               THRU  9999-FIN-ANORMALE-FIN                        00028500
002860     END-EVALUATE.                                                00028600
002865     MOVE W-ID-ARTICLE OF DCLRELIQUAT                             00028650
002870         TO W-ID-ARTICLE OF DCLSTOCK.                             00028700
002880     MOVE W-ID-ENTREPOT OF DCLDEPTENTREPOT                        00028800
002890         TO W-ID-ENTREPOT OF DCLSTOCK.                            00028900
002900     EXEC SQL                                                     00029000
002940          WHERE ID_ENTREPOT =                                     00029400
002950                :W-ID-ENTREPOT OF DCLSTOCK                        00029500
002960            AND ETAT = 'O'                                        00029600
002970           AND :W-ID-ARTICLE OF DCLRELIQUAT BETWEEN ART_DEBUT     00029700
002980                                AND ART_FIN                       00029800
002990     END-EXEC.                                                    00029900
003000     IF SQLCODE = ZERO AND W-CNT-GEL NOT = ZERO                   00030000
003300     ADD W-QTE-PRISE TO W-QTE-SERVIE.                             00033000
003310     PERFORM 6052-LOT-FEFO-DEB                                    00033100
003320       THRU  6052-LOT-FEFO-FIN.                                   00033200
003322     PERFORM 6054-TRACE-RSV-DEB                                   00033220
003324       THRU  6054-TRACE-RSV-FIN.                                  00033240
003330     PERFORM 6055-JOURNAL-DEB                                     00033300
003340       THRU  6055-JOURNAL-FIN.                                    00033400
003350 6040-SERT-ENT-FIN.                                               00033500
003580     EXEC SQL                                                     00035800
003590         SELECT NO_LOT                                            00035900
003600           INTO :W-NO-LOT-SERVI                                   00036000
003610           FROM API7.STOCK_LOT L                                  00036100
003620          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00036200
003630            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00036300
003640            AND QUANTITE > 0                                      00036400
003642            AND NOT EXISTS                                        00036420
003644                 (SELECT 1 FROM API7.RAPPEL_LOT R                 00036440
003646                   WHERE R.ID_ARTICLE = L.ID_ARTICLE              00036460
003648                     AND R.NO_LOT = L.NO_LOT)                     00036480
003650          ORDER BY DATE_PEREMPTION, DATE_RECEPTION                00036500
003660          FETCH FIRST 1 ROW ONLY                                  00036600
003670     END-EXEC.                                                    00036700
003700 6052-LOT-FEFO-FIN.                                               00037000
003710      EXIT.                                                       00037100
003720***************                                                   00037200
003721 6054-TRACE-RSV-DEB.                                              00037210
003722     EXEC SQL                                                     00037220
003723         UPDATE API7.RESERVATION_STOCK                            00037230
003724            SET QTE_RESERVEE = QTE_RESERVEE + :W-QTE-PRISE,       00037240
003725                DATE_MAJ = CURRENT DATE                           00037250
003726          WHERE LIE = :W-LIE OF DCLRELIQUAT                       00037260
003727            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00037270
003728            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00037280
003729            AND ID_FOURNISSEUR = ' '                              00037290
003730            AND DATE_RESERVATION = CURRENT DATE                   00037300
003731            AND DATE_CDE = :W-DATE-CDE OF DCLRELIQUAT             00037310
003732            AND ID_ARTICLE_CDE = :W-ID-ARTICLE OF DCLRELIQUAT     00037320
003733            AND NOART_KIT = :W-NOART-KIT                          00037330
003734            AND NO_LOT = :W-NO-LOT-SERVI                          00037340
003735            AND ETAT = 'R'                                        00037350
003736     END-EXEC.                                                    00037360
003737     IF SQLCODE = 100                                             00037370
003738         EXEC SQL                                                 00037380
003739             INSERT INTO API7.RESERVATION_STOCK                   00037390
003740                    (LIE, ID_ARTICLE, ID_ENTREPOT, ID_FOURNISSEUR,00037400
003741                     DATE_RESERVATION, DATE_CDE, ID_ARTICLE_CDE,  00037410
003742                     NOART_KIT, NO_LOT, QTE_RESERVEE, ETAT,       00037420
003743                     DATE_MAJ)                                    00037430
003744             VALUES (:W-LIE OF DCLRELIQUAT,                       00037440
003745                     :W-ID-ARTICLE OF DCLSTOCK,                   00037450
003746                     :W-ID-ENTREPOT OF DCLSTOCK, ' ',             00037460
003747                     CURRENT DATE, :W-DATE-CDE OF DCLRELIQUAT,    00037470
003748                     :W-ID-ARTICLE OF DCLRELIQUAT, :W-NOART-KIT,  00037480
003749                     :W-NO-LOT-SERVI, :W-QTE-PRISE, 'R',          00037490
003750                     CURRENT DATE)                                00037500
003751         END-EXEC                                                 00037510
003752     END-IF.                                                      00037520
003753     IF SQLCODE NOT = ZERO                                        00037530
003754         MOVE SQLCODE TO W-SQLCODE                                00037540
003755         MOVE 'INSERT RESERVATION_STOCK SQLCODE = '               00037550
003756              TO W-MESSAGE-ANOR                                   00037560
003757         PERFORM 9999-FIN-ANORMALE-DEB                            00037570
003758           THRU  9999-FIN-ANORMALE-FIN.                           00037580
003759 6054-TRACE-RSV-FIN.                                              00037590
003760      EXIT.                                                       00037600
003761***************                                                   00037610
003762 6055-JOURNAL-DEB.                                                00037620
003763     MOVE W-LIE OF DCLRELIQUAT TO JA00-LIE.                       00037630
003764     MOVE W-ID-ARTICLE OF DCLRELIQUAT TO JA00-NOART.              00037640
003765     MOVE W-ID-ENTREPOT OF DCLSTOCK TO JA00-ENTREPOT.             00037650
003770     MOVE W-QTE-DEM OF DCLRELIQUAT TO JA00-QTE-DEM.               00037700
003780     MOVE W-QTE-PRISE TO JA00-QTE-SERV.                           00037800
003790     MOVE W-QTE-RESTE TO JA00-QTE-RELI.                           00037900
003800     MOVE W-NO-LOT-SERVI TO JA00-NO-LOT.                          00038000
003810     MOVE W-NOART-KIT TO JA00-NOART-KIT.                          00038100
003820     MOVE SPACE TO JA00-SUBST.                                    00038200
003830     MOVE ZERO TO JA00-NOART-ORIG.                                00038300
003840     MOVE SPACES TO JA00-FILLER.                                  00038400
003860 6055-JOURNAL-FIN.                                                00038600
003870      EXIT.                                                       00038700
003880***************                                                   00038800
003881 6058-MAJ-RELIQ-DEB.                                              00038810
003882     IF W-QTE-RESTE = ZERO                                        00038820
003883         MOVE 'S' TO W-ETAT OF DCLRELIQUAT                        00038830
003884     ELSE                                                         00038840
003885         MOVE 'O' TO W-ETAT OF DCLRELIQUAT.                       00038850
003886     EXEC SQL                                                     00038860
003887         UPDATE API7.RELIQUAT                                     00038870
003888            SET QTE_SERV = QTE_SERV + :W-QTE-SERVIE,              00038880
003889                QTE_RELI = :W-QTE-RESTE,                          00038890
003890                ETAT = :W-ETAT OF DCLRELIQUAT,                    00038900
003891                DATE_MAJ = CURRENT DATE                           00038910
003892          WHERE LIE = :W-LIE OF DCLRELIQUAT                       00038920
003893            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLRELIQUAT         00038930
003894            AND DATE_CDE = :W-DATE-CDE OF DCLRELIQUAT             00038940
003895            AND NOART_KIT = :W-NOART-KIT                          00038950
003896            AND ETAT = 'O'                                        00038960
003897     END-EXEC.                                                    00038970
003898     IF SQLCODE NOT = ZERO                                        00038980
003899         MOVE SQLCODE TO W-SQLCODE                                00038990
003900         MOVE 'UPDATE API7.RELIQUAT SQLCODE = '                   00039000
003901              TO W-MESSAGE-ANOR                                   00039010
003902         PERFORM 9999-FIN-ANORMALE-DEB                            00039020
003903           THRU  9999-FIN-ANORMALE-FIN.                           00039030
003904     IF W-NOART-KIT = ZERO                                        00039040
003905         GO TO 6058-MAJ-RELIQ-20.                                 00039050
003906     EXEC SQL                                                     00039060
003907         SELECT COUNT(*)                                          00039070
003908           INTO :W-CNT-RELIQ                                      00039080
003909           FROM API7.RELIQUAT                                     00039090
003910          WHERE LIE = :W-LIE OF DCLRELIQUAT                       00039100
003911            AND NOART_KIT = :W-NOART-KIT                          00039110
003912            AND DATE_CDE = :W-DATE-CDE OF DCLRELIQUAT             00039120
003913            AND ETAT = 'O'                                        00039130
003914     END-EXEC.                                                    00039140
003915     IF SQLCODE NOT = ZERO                                        00039150
003916         MOVE SQLCODE TO W-SQLCODE                                00039160
003917         MOVE 'SELECT COUNT API7.RELIQUAT SQLCODE = '             00039170
003918              TO W-MESSAGE-ANOR                                   00039180
003919         PERFORM 9999-FIN-ANORMALE-DEB                            00039190
003920           THRU  9999-FIN-ANORMALE-FIN.                           00039200
003921     IF W-CNT-RELIQ = ZERO                                        00039210
003922         EXEC SQL                                                 00039220
003923             UPDATE API7.SUIVI_COMMANDE                           00039230
003924                SET QTE_SERV = QTE_DEM,                           00039240
003925                    QTE_RELI = 0,                                 00039250
003926                    ETAT = 'S',                                   00039260
003927                    DATE_MAJ = CURRENT DATE                       00039270
003928              WHERE LIE = :W-LIE OF DCLRELIQUAT                   00039280
003929                AND ID_ARTICLE = :W-NOART-KIT                     00039290
003930                AND DATE_CDE = :W-DATE-CDE OF DCLRELIQUAT         00039300
003931                AND ETAT IN ('R', 'P')                            00039310
003932         END-EXEC                                                 00039320
003933     ELSE                                                         00039330
003934         EXEC SQL                                                 00039340
003935             UPDATE API7.SUIVI_COMMANDE                           00039350
003936                SET ETAT = 'P',                                   00039360
003937                    DATE_MAJ = CURRENT DATE                       00039370
003938              WHERE LIE = :W-LIE OF DCLRELIQUAT                   00039380
003939                AND ID_ARTICLE = :W-NOART-KIT                     00039390
003940                AND DATE_CDE = :W-DATE-CDE OF DCLRELIQUAT         00039400
003941                AND ETAT = 'R'                                    00039410
003942         END-EXEC                                                 00039420
003943     END-IF.                                                      00039430
003944     GO TO 6058-MAJ-RELIQ-30.                                     00039440
003945 6058-MAJ-RELIQ-20.                                               00039450
003946     EXEC SQL                                                     00039460
003947         UPDATE API7.SUIVI_COMMANDE                               00039470
003948            SET QTE_SERV = QTE_SERV + :W-QTE-SERVIE,              00039480
003949                QTE_RELI = :W-QTE-RESTE,                          00039490
003950                ETAT = CASE WHEN :W-QTE-RESTE = 0                 00039500
003951                            THEN 'S' ELSE 'P' END,                00039510
003952                DATE_MAJ = CURRENT DATE                           00039520
003953          WHERE LIE = :W-LIE OF DCLRELIQUAT                       00039530
003954            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLRELIQUAT         00039540
003955            AND DATE_CDE = :W-DATE-CDE OF DCLRELIQUAT             00039550
003956            AND ETAT IN ('R', 'P')                                00039560
003957     END-EXEC.                                                    00039570
003958 6058-MAJ-RELIQ-30.                                               00039580
003959     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00039590
003960         MOVE SQLCODE TO W-SQLCODE                                00039600
003961         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  00039610
003962              TO W-MESSAGE-ANOR                                   00039620
003963         PERFORM 9999-FIN-ANORMALE-DEB                            00039630
003964           THRU  9999-FIN-ANORMALE-FIN.                           00039640
003965 6058-MAJ-RELIQ-FIN.                                              00039650
003966      EXIT.                                                       00039660
003967***************                                                   00039670
003968 6060-REPORTE-DEB.                                                00039680
003990     ADD 1 TO W-CPT-REPORTES.                                     00039900
004000     PERFORM 6065-EDIT-AGE-DEB                                    00040000
004010       THRU  6065-EDIT-AGE-FIN.                                   00040100
004030      EXIT.                                                       00040300
004040***************                                                   00040400
004050 6065-EDIT-AGE-DEB.                                               00040500
004070     MOVE W-DATE-CDE OF DCLRELIQUAT TO W-DATE-ISO.                00040700
004100     EXEC SQL                                                     00041000
004110         SELECT DAYS(CURRENT DATE) - DAYS(DATE(:W-DATE-ISO))      00041100
004120           INTO :W-AGE-JOURS                                      00041200
004140     END-EXEC.                                                    00041400
004150     IF SQLCODE NOT = ZERO                                        00041500
004160         MOVE ZERO TO W-AGE-JOURS.                                00041600
004170     MOVE W-ID-ARTICLE OF DCLRELIQUAT TO WD-NOART.                00041700
004180     MOVE W-LIE OF DCLRELIQUAT TO WD-LIE.                         00041800
004190     MOVE W-QTE-RESTE TO WD-QTE-RELI.                             00041900
004200     MOVE W-ISO-JJ TO WD-DATE-JJ.                                 00042000
004210     MOVE W-ISO-MM TO WD-DATE-MM.                                 00042100
004220     MOVE W-ISO-AAAA TO WD-DATE-AAAA.                             00042200
004230     MOVE W-AGE-JOURS TO WD-AGE.                                  00042300
004240     MOVE W-LIGNE-DETAIL TO LK00.                                 00042400
004250     WRITE LK00.                                                  00042500
004300     MOVE W-CPT-REPORTES TO WT-CPT-REP.                           00043000
004310     MOVE W-LIGNE-TOTAL TO LK00.                                  00043100
004320     WRITE LK00.                                                  00043200
004325     EXEC SQL                                                     00043250
004330         CLOSE C-RELIQ                                            00043300
004335     END-EXEC.                                                    00043350
004340     CLOSE JRN-FICHIER.                                           00043400
004360     CLOSE LISTBCK.                                               00043600
004370     DISPLAY 'RELIQUATS LUS        = ' W-CPT-LUS.                 00043700
004380     DISPLAY 'RELIQUATS SOLDES     = ' W-CPT-SOLDES.              00043800
004390     DISPLAY 'RELIQUATS PARTIELS   = ' W-CPT-PARTIELS.            00043900
004400     DISPLAY 'RELIQUATS REPORTES   = ' W-CPT-REPORTES.            00044000
004401     MOVE 'F' TO JRN-PHASE.                                       00044010
004402     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00044020
004403     COMPUTE JRN-NB-ECRITS = W-CPT-SOLDES + W-CPT-PARTIELS.       00044030
004404     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00044040
004405     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00044050
004410 8000-FIN-TRT-FIN.                                                00044100
004420      EXIT.                                                       00044200
004430************                                                      00044300
