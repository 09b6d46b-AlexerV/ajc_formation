000200   10             PC00-QTE-RESV PICTURE 9(9).                     00002000
000210   10             PC00-QTE-PREL PICTURE 9(9).                     00002100
000220   10             PC00-NO-LOT   PICTURE X(10).                    00002200
000225   10             PC00-NO-SERIE PICTURE X(10).                    00002250
000230   10             PC00-FILLER   PICTURE X(22).                    00002300
000240 FD                 JRN-FICHIER                                   00002400
000250      BLOCK              00000 RECORDS                            00002500
000260      DATA RECORD                                                 00002600
000330   10             JE00-QTE-RESV PICTURE 9(9).                     00003300
000340   10             JE00-QTE-PREL PICTURE 9(9).                     00003400
000350   10             JE00-LIBELLE  PICTURE X(30).                    00003500
000355   10             JE00-NO-LOT   PICTURE X(10).                    00003550
000360   10             JE00-FILLER   PICTURE X(2).                     00003600
000370 FD                 REJ-FICHIER                                   00003700
000380      BLOCK              00000 RECORDS                            00003800
000390      DATA RECORD                                                 00003900
000460   10             RE00-QTE-RESV PICTURE 9(9).                     00004600
000470   10             RE00-QTE-PREL PICTURE 9(9).                     00004700
000480   10             RE00-RAISON   PICTURE X(30).                    00004800
000485   10             RE00-NO-SERIE PICTURE X(10).                    00004850
000490   10             RE00-FILLER   PICTURE X(2).                     00004900
000500 WORKING-STORAGE SECTION.                                         00005000
000510      EXEC SQL                                                    00005100
000520         INCLUDE SQLCA                                            00005200
000630      EXEC SQL                                                    00006300
000640         INCLUDE STOCKLOT                                         00006400
000650      END-EXEC.                                                   00006500
000651*****                                                             00006510
000652      EXEC SQL                                                    00006520
000653         DECLARE C-CONSIG CURSOR FOR                              00006530
000654         SELECT ID_FOURNISSEUR, QTE_RESERVEE, PRIX_CONVENU        00006540
000655           FROM API7.STOCK_CONSIGNATION                           00006550
000656          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00006560
000657            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00006570
000658            AND QTE_RESERVEE > 0                                  00006580
000659          ORDER BY DATE_MAJ, ID_FOURNISSEUR                       00006590
000660      END-EXEC.                                                   00006600
000661*****                                                             00006610
000662      EXEC SQL                                                    00006620
000663         DECLARE C-RSVCF CURSOR FOR                               00006630
000664         SELECT ID_FOURNISSEUR, CHAR(DATE_RESERVATION, ISO),      00006640
000665                CHAR(DATE_CDE, ISO), ID_ARTICLE_CDE, NOART_KIT,   00006650
000666                NO_LOT, QTE_RESERVEE                              00006660
000667           FROM API7.RESERVATION_STOCK                            00006670
000668          WHERE LIE = :W-SUI-LIE                                  00006680
000669            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00006690
000670            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00006700
000671            AND ETAT = 'R'                                        00006710
000672          ORDER BY DATE_RESERVATION, ID_FOURNISSEUR               00006720
000673      END-EXEC.                                                   00006730
000674******                                                            00006740
000675 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCONFEXP'.                   00006750
000680 01  W-SQLCODE      PIC +++9.                                     00006800
000690 01  W-EOF-PCK      PIC X     VALUE '0'.                          00006900
000700     88  FIN-PCK-OK           VALUE '1'.                          00007000
000710 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00007100
000720 01  W-QTE-PREL     PIC S9(9) USAGE COMP.                         00007200
000730 01  W-QTE-LIBEREE  PIC S9(9) USAGE COMP.                         00007300
000732 01  W-SUI-LIE      PIC S9(9) USAGE COMP.                         00007320
000734 01  W-SUI-NOART    PIC S9(9) USAGE COMP.                         00007340
000736 01  W-NB-RAPPEL    PIC S9(9) USAGE COMP.                         00007360
000737 01  W-HIS-TYPE     PIC X     VALUE SPACE.                        00007370
000738 01  W-HIS-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00007380
000739 01  W-HIS-COUT     PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00007390
000740 01  W-HIS-LOT      PIC X(10) VALUE SPACES.                       00007400
000741 01  W-CSG-ORDRE    PIC X     VALUE SPACE.                        00007410
000742 01  W-CSG-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00007420
000743 01  W-CSG-RESV     PIC S9(9) USAGE COMP VALUE ZERO.              00007430
000744 01  W-RESV-PROP    PIC S9(9) USAGE COMP VALUE ZERO.              00007440
000745 01  W-RESV-CSG     PIC S9(9) USAGE COMP VALUE ZERO.              00007450
000746 01  W-PREL-PROP    PIC S9(9) USAGE COMP VALUE ZERO.              00007460
000747 01  W-PREL-CSG     PIC S9(9) USAGE COMP VALUE ZERO.              00007470
000748 01  W-CSG-FOURN    PIC X(5)  VALUE SPACES.                       00007480
000749 01  W-CSG-LIGNE    PIC S9(9) USAGE COMP VALUE ZERO.              00007490
000750 01  W-CSG-PRIX     PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00007500
000751 01  W-CSG-LIB      PIC S9(9) USAGE COMP VALUE ZERO.              00007510
000752 01  W-CSG-CONSO    PIC S9(9) USAGE COMP VALUE ZERO.              00007520
000753 01  W-CSG-LIE      PIC S9(9) USAGE COMP VALUE ZERO.              00007530
000754 01  W-EOF-CSG      PIC X     VALUE '0'.                          00007540
000755     88  FIN-CSG-OK           VALUE '1'.                          00007550
000756 01  W-SERIALISE    PIC X     VALUE SPACE.                        00007560
000757 01  W-DUREE-PRET   PIC S9(4) USAGE COMP VALUE ZERO.              00007570
000758 01  W-CNT-SERIE    PIC S9(9) USAGE COMP VALUE ZERO.              00007580
000759 01  W-RSV-RESTE    PIC S9(9) USAGE COMP VALUE ZERO.              00007590
000760 01  W-RSV-PRISE    PIC S9(9) USAGE COMP VALUE ZERO.              00007600
000761 01  W-RSV-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00007610
000762 01  W-RSV-FOURN    PIC X(5)  VALUE SPACES.                       00007620
000763 01  W-RSV-DATE     PIC X(10) VALUE SPACES.                       00007630
000764 01  W-RSV-DCDE     PIC X(10) VALUE SPACES.                       00007640
000765 01  W-RSV-ARTCDE   PIC S9(9) USAGE COMP VALUE ZERO.              00007650
000766 01  W-RSV-KIT      PIC S9(9) USAGE COMP VALUE ZERO.              00007660
000767 01  W-RSV-LOT      PIC X(10) VALUE SPACES.                       00007670
000768 01  W-EOF-RSV      PIC X     VALUE '0'.                          00007680
000769     88  FIN-RSV-OK           VALUE '1'.                          00007690
000770 COPY ANORMAL.                                                    00007700
000771 COPY JRNCOM.                                                     00007710
000772 COPY DATCOM.                                                     00007720
000773******                                                            00007730
000774 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007740
000780 01  W-CPT-CONFIRM  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007800
000790 01  W-CPT-COURTS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00007900
000800 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008000
000805 01  W-CPT-SERIES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008050
000810******                                                            00008100
000820 PROCEDURE DIVISION.                                              00008200
000830 1000-LCONFEXP-DEB.                                               00008300
000840     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00008400
000842     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00008420
000844     MOVE 'D' TO JRN-PHASE                                        00008440
000846     CALL 'JRNEXEC' USING JRN-EXECUTION                           00008460
000850     PERFORM 5000-INIT-DEB                                        00008500
000860       THRU  5000-INIT-FIN.                                       00008600
000870     PERFORM 6010-TRAITE-DEB                                      00008700
001340     MOVE PC00-NOART TO W-ID-ARTICLE OF DCLSTOCK.                 00013400
001350     MOVE PC00-ENTREPOT TO W-ID-ENTREPOT OF DCLSTOCK.             00013500
001360     EXEC SQL                                                     00013600
001365         SELECT QUANTITE, QTE_RESERVEE, COUT_MOYEN                00013650
001370           INTO :W-QUANTITE OF DCLSTOCK, :W-QTE-RESERVEE,         00013700
001375                :W-COUT-MOYEN                                     00013750
001390           FROM API7.STOCK                                        00013900
001400          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00014000
001410            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00014100
001530             PERFORM 9999-FIN-ANORMALE-DEB                        00015300
001540               THRU  9999-FIN-ANORMALE-FIN                        00015400
001550     END-EVALUATE.                                                00015500
001551     EXEC SQL                                                     00015510
001552         SELECT COALESCE(SUM(QUANTITE), 0),                       00015520
001553                COALESCE(SUM(QTE_RESERVEE), 0),                   00015530
001554                COALESCE((SELECT ORDRE_CONSO                      00015540
001555                            FROM API7.ARTICLE                     00015550
001556                           WHERE ID_ARTICLE =                     00015560
001557                                 :W-ID-ARTICLE OF DCLSTOCK), 'P') 00015570
001558           INTO :W-CSG-QTE, :W-CSG-RESV, :W-CSG-ORDRE             00015580
001559           FROM API7.STOCK_CONSIGNATION                           00015590
001560          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00015600
001561            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00015610
001562     END-EXEC.                                                    00015620
001563     IF SQLCODE NOT = ZERO                                        00015630
001564         MOVE SQLCODE TO W-SQLCODE                                00015640
001565         MOVE 'SELECT STOCK_CONSIGNATION SQLCODE = '              00015650
001566              TO W-MESSAGE-ANOR                                   00015660
001567         PERFORM 9999-FIN-ANORMALE-DEB                            00015670
001568           THRU  9999-FIN-ANORMALE-FIN.                           00015680
001569     IF PC00-QTE-RESV > W-QTE-RESERVEE + W-CSG-RESV               00015690
001570         MOVE 'RESERVATION INSUFFISANTE' TO W-CODE-REJET          00015700
001571         GO TO 6020-VALIDE-FIN.                                   00015710
001572     IF W-CSG-ORDRE = 'C'                                         00015720
001573         IF PC00-QTE-RESV > W-CSG-RESV                            00015730
001574             MOVE W-CSG-RESV TO W-RESV-CSG                        00015740
001575         ELSE                                                     00015750
001576             MOVE PC00-QTE-RESV TO W-RESV-CSG                     00015760
001577         END-IF                                                   00015770
001578         COMPUTE W-RESV-PROP = PC00-QTE-RESV - W-RESV-CSG         00015780
001579         IF PC00-QTE-PREL > W-RESV-CSG                            00015790
001580             MOVE W-RESV-CSG TO W-PREL-CSG                        00015800
001581         ELSE                                                     00015810
001582             MOVE PC00-QTE-PREL TO W-PREL-CSG                     00015820
001583         END-IF                                                   00015830
001584         COMPUTE W-PREL-PROP = PC00-QTE-PREL - W-PREL-CSG         00015840
001585     ELSE                                                         00015850
001586         IF PC00-QTE-RESV > W-QTE-RESERVEE                        00015860
001587             MOVE W-QTE-RESERVEE TO W-RESV-PROP                   00015870
001588         ELSE                                                     00015880
001589             MOVE PC00-QTE-RESV TO W-RESV-PROP                    00015890
001590         END-IF                                                   00015900
001591         COMPUTE W-RESV-CSG = PC00-QTE-RESV - W-RESV-PROP         00015910
001592         IF PC00-QTE-PREL > W-RESV-PROP                           00015920
001593             MOVE W-RESV-PROP TO W-PREL-PROP                      00015930
001594         ELSE                                                     00015940
001595             MOVE PC00-QTE-PREL TO W-PREL-PROP                    00015950
001596         END-IF                                                   00015960
001597         COMPUTE W-PREL-CSG = PC00-QTE-PREL - W-PREL-PROP.        00015970
001598     IF W-PREL-PROP > W-QUANTITE OF DCLSTOCK                      00015980
001599         OR W-PREL-CSG > W-CSG-QTE                                00015990
001600         MOVE 'QUANTITE STOCK INSUFFISANTE' TO W-CODE-REJET.      00016000
001602     IF W-CODE-REJET = SPACES AND PC00-NO-LOT NOT = SPACES        00016020
001604         PERFORM 6025-LOT-RAPPEL-DEB                              00016040
001606           THRU  6025-LOT-RAPPEL-FIN.                             00016060
001607     IF W-CODE-REJET = SPACES                                     00016070
001608         PERFORM 6027-CTL-SERIE-DEB                               00016080
001609           THRU  6027-CTL-SERIE-FIN.                              00016090
001610 6020-VALIDE-FIN.                                                 00016100
001620      EXIT.                                                       00016200
001630***************                                                   00016300
001631 6025-LOT-RAPPEL-DEB.                                             00016310
001632     EXEC SQL                                                     00016320
001633         SELECT COUNT(*)                                          00016330
001634           INTO :W-NB-RAPPEL                                      00016340
001635           FROM API7.RAPPEL_LOT                                   00016350
001636          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00016360
001637            AND NO_LOT = :PC00-NO-LOT                             00016370
001638     END-EXEC.                                                    00016380
001639     IF SQLCODE NOT = ZERO                                        00016390
001640         MOVE SQLCODE TO W-SQLCODE                                00016400
001641         MOVE 'SELECT RAPPEL_LOT SQLCODE = '                      00016410
001642              TO W-MESSAGE-ANOR                                   00016420
001643         PERFORM 9999-FIN-ANORMALE-DEB                            00016430
001644           THRU  9999-FIN-ANORMALE-FIN.                           00016440
001645     IF W-NB-RAPPEL NOT = ZERO                                    00016450
001646         MOVE 'LOT RAPPELE PAR LE FOURNISSEUR' TO W-CODE-REJET.   00016460
001647 6025-LOT-RAPPEL-FIN.                                             00016470
001648      EXIT.                                                       00016480
001649***************                                                   00016490
001650 6027-CTL-SERIE-DEB.                                              00016500
001651     EXEC SQL                                                     00016510
001652         SELECT SERIALISE, DUREE_PRET                             00016520
001653           INTO :W-SERIALISE, :W-DUREE-PRET                       00016530
001654           FROM API7.ARTICLE                                      00016540
001655          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00016550
001656     END-EXEC.                                                    00016560
001657     IF SQLCODE NOT = ZERO                                        00016570
001658         MOVE SQLCODE TO W-SQLCODE                                00016580
001659         MOVE 'SELECT ARTICLE SQLCODE = '                         00016590
001660              TO W-MESSAGE-ANOR                                   00016600
001661         PERFORM 9999-FIN-ANORMALE-DEB                            00016610
001662           THRU  9999-FIN-ANORMALE-FIN.                           00016620
001663     IF W-SERIALISE NOT = 'O'                                     00016630
001664         IF PC00-NO-SERIE NOT = SPACES                            00016640
001665             MOVE 'ARTICLE NON SERIALISE' TO W-CODE-REJET         00016650
001666         END-IF                                                   00016660
001667         GO TO 6027-CTL-SERIE-FIN.                                00016670
001668     IF PC00-QTE-PREL > 1                                         00016680
001669         MOVE 'UNE UNITE PAR NUMERO DE SERIE' TO W-CODE-REJET     00016690
001670         GO TO 6027-CTL-SERIE-FIN.                                00016700
001671     IF PC00-QTE-PREL = ZERO                                      00016710
001672         IF PC00-NO-SERIE NOT = SPACES                            00016720
001673             MOVE 'NUMERO DE SERIE SANS PRELEVEMENT'              00016730
001674                  TO W-CODE-REJET                                 00016740
001675         END-IF                                                   00016750
001676         GO TO 6027-CTL-SERIE-FIN.                                00016760
001677     IF PC00-NO-SERIE = SPACES                                    00016770
001678         MOVE 'NUMERO DE SERIE OBLIGATOIRE' TO W-CODE-REJET       00016780
001679         GO TO 6027-CTL-SERIE-FIN.                                00016790
001680     EXEC SQL                                                     00016800
001681         SELECT COUNT(*)                                          00016810
001682           INTO :W-CNT-SERIE                                      00016820
001683           FROM API7.NUMERO_SERIE                                 00016830
001684          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00016840
001685            AND NO_SERIE = :PC00-NO-SERIE                         00016850
001686            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00016860
001687            AND STATUT = 'S'                                      00016870
001688     END-EXEC.                                                    00016880
001689     IF SQLCODE NOT = ZERO                                        00016890
001690         MOVE SQLCODE TO W-SQLCODE                                00016900
001691         MOVE 'SELECT NUMERO_SERIE SQLCODE = '                    00016910
001692              TO W-MESSAGE-ANOR                                   00016920
001693         PERFORM 9999-FIN-ANORMALE-DEB                            00016930
001694           THRU  9999-FIN-ANORMALE-FIN.                           00016940
001695     IF W-CNT-SERIE = ZERO                                        00016950
001696         MOVE 'NUMERO DE SERIE NON DISPONIBLE' TO W-CODE-REJET.   00016960
001697 6027-CTL-SERIE-FIN.                                              00016970
001698      EXIT.                                                       00016980
001699***************                                                   00016990
001700 6030-CONFIRME-DEB.                                               00017000
001701     MOVE W-PREL-PROP TO W-QTE-PREL.                              00017010
001702     MOVE W-RESV-PROP TO W-QTE-LIBEREE.                           00017020
001703     EXEC SQL                                                     00017030
001704         UPDATE API7.STOCK                                        00017040
001705            SET QUANTITE = QUANTITE - :W-QTE-PREL,                00017050
001706                QTE_RESERVEE = QTE_RESERVEE - :W-QTE-LIBEREE      00017060
001710          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00017100
001720            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00017200
001730     END-EXEC.                                                    00017300
001780         PERFORM 9999-FIN-ANORMALE-DEB                            00017800
001790           THRU  9999-FIN-ANORMALE-FIN.                           00017900
001800     ADD 1 TO W-CPT-CONFIRM.                                      00018000
001802     IF W-PREL-PROP > ZERO OR W-PREL-CSG = ZERO                   00018020
001804         MOVE 'S' TO W-HIS-TYPE                                   00018040
001806         MOVE W-PREL-PROP TO W-HIS-QTE                            00018060
001808         MOVE W-COUT-MOYEN TO W-HIS-COUT                          00018080
001810         MOVE PC00-NO-LOT TO W-HIS-LOT                            00018100
001812         PERFORM 6035-HISTORIQUE-DEB                              00018120
001814           THRU  6035-HISTORIQUE-FIN.                             00018140
001816     IF W-RESV-CSG > ZERO                                         00018160
001818         PERFORM 6045-CONSIG-DEB                                  00018180
001820           THRU  6045-CONSIG-FIN.                                 00018200
001822     PERFORM 6039-CONSO-RSV-DEB                                   00018220
001824       THRU  6039-CONSO-RSV-FIN.                                  00018240
001830     IF PC00-NO-LOT NOT = SPACES                                  00018300
001840         PERFORM 6037-MAJ-LOT-DEB                                 00018400
001850           THRU  6037-MAJ-LOT-FIN.                                00018500
001852     PERFORM 6040-SUIVI-DEB                                       00018520
001854       THRU  6040-SUIVI-FIN.                                      00018540
001855     IF PC00-NO-SERIE NOT = SPACES                                00018550
001856         PERFORM 6050-SERIE-DEB                                   00018560
001857           THRU  6050-SERIE-FIN.                                  00018570
001860     IF PC00-QTE-PREL < PC00-QTE-RESV                             00018600
001870         ADD 1 TO W-CPT-COURTS.                                   00018700
001880 6030-CONFIRME-FIN.                                               00018800
001930         TO W-ID-ARTICLE OF DCLMOUVEMENTSTOCK.                    00019300
001940     MOVE PC00-ENTREPOT                                           00019400
001950         TO W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK.                   00019500
001960     MOVE W-HIS-TYPE TO W-TYPE-MOUVEMENT.                         00019600
001970     MOVE W-HIS-QTE                                               00019700
001980         TO W-QUANTITE OF DCLMOUVEMENTSTOCK.                      00019800
001990     MOVE SPACES TO W-ENT-DEST OF DCLMOUVEMENTSTOCK.              00019900
001992     MOVE W-PROGRAM-ID TO W-ORIGINE.                              00019920
001994     MOVE W-HIS-COUT TO W-COUT-MOUVEMENT.                         00019940
001996     MOVE W-HIS-LOT TO W-LOT-MOUVEMENT.                           00019960
001998     MOVE ZERO TO W-NO-TRANSFERT.                                 00019980
002000     MOVE ZERO TO W-NO-MVT-LIE.                                   00020000
002002     MOVE SPACE TO W-STATUT-STOCK.                                00020020
002004     MOVE SPACE TO W-CONTREPASSE.                                 00020040
002006     EXEC SQL                                                     00020060
002008         SELECT COALESCE(MAX(NO_MOUVEMENT), 0) + 1                00020080
002010           INTO :W-NO-MOUVEMENT                                   00020100
002012           FROM API7.MOUVEMENT_STOCK                              00020120
002014     END-EXEC.                                                    00020140
002016     IF SQLCODE NOT = ZERO                                        00020160
002018         MOVE SQLCODE TO W-SQLCODE                                00020180
002020         MOVE 'SELECT MAX MOUVEMENT SQLCODE = '                   00020200
002022              TO W-MESSAGE-ANOR                                   00020220
002024         PERFORM 9999-FIN-ANORMALE-DEB                            00020240
002026           THRU  9999-FIN-ANORMALE-FIN.                           00020260
002028     EXEC SQL                                                     00020280
002030         INSERT INTO API7.MOUVEMENT_STOCK                         00020300
002032                (ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,         00020320
002034                 QUANTITE, ENT_DEST, DATE_MOUVEMENT, ORIGINE,     00020340
002036                 NO_MOUVEMENT, COUT_MOUVEMENT, LOT_MOUVEMENT,     00020360
002038                 NO_TRANSFERT, STATUT_STOCK, CONTREPASSE,         00020380
002040                 NO_MVT_LIE)                                      00020400
002042         VALUES (:W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,              00020420
002044                 :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,             00020440
002046                 :W-TYPE-MOUVEMENT,                               00020460
002048                 :W-QUANTITE OF DCLMOUVEMENTSTOCK,                00020480
002050                 :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                00020500
002052                 DATE(:DAT-DATE-ISO), :W-ORIGINE,                 00020520
002054                 :W-NO-MOUVEMENT, :W-COUT-MOUVEMENT,              00020540
002056                 :W-LOT-MOUVEMENT, :W-NO-TRANSFERT,               00020560
002058                 :W-STATUT-STOCK, :W-CONTREPASSE,                 00020580
002060                 :W-NO-MVT-LIE)                                   00020600
002110     END-EXEC.                                                    00021100
002120     IF SQLCODE NOT = ZERO                                        00021200
002130         MOVE SQLCODE TO W-SQLCODE                                00021300
002250     MOVE PC00-NO-LOT TO W-NO-LOT.                                00022500
002260     EXEC SQL                                                     00022600
002270         UPDATE API7.STOCK_LOT                                    00022700
002280            SET QUANTITE = QUANTITE - :W-QTE-PREL                 00022800
002290          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT         00022900
002300            AND ID_ENTREPOT =                                     00023000
002310                :W-ID-ENTREPOT OF DCLSTOCKLOT                     00023100
002320            AND NO_LOT = :W-NO-LOT                                00023200
002330            AND QUANTITE >= :W-QTE-PREL                           00023300
002340     END-EXEC.                                                    00023400
002350     IF SQLCODE = 100                                             00023500
002360         DISPLAY 'LOT NON SOLDE ' PC00-NO-LOT                     00023600
002410              TO W-MESSAGE-ANOR                                   00024100
002420         PERFORM 9999-FIN-ANORMALE-DEB                            00024200
002430           THRU  9999-FIN-ANORMALE-FIN.                           00024300
002432     IF W-QTE-PREL > ZERO                                         00024320
002434         PERFORM 6038-TRACE-LOT-DEB                               00024340
002436           THRU  6038-TRACE-LOT-FIN.                              00024360
002440 6037-MAJ-LOT-FIN.                                                00024400
002450      EXIT.                                                       00024500
002460***************                                                   00024600
002461 6038-TRACE-LOT-DEB.                                              00024610
002462     MOVE PC00-LIE TO W-SUI-LIE.                                  00024620
002463     EXEC SQL                                                     00024630
002464         INSERT INTO API7.LOT_EXPEDIE                             00024640
002465                (LIE, ID_ARTICLE, ID_ENTREPOT, NO_LOT, QUANTITE,  00024650
002466                 DATE_EXPEDITION)                                 00024660
002467         VALUES (:W-SUI-LIE, :W-ID-ARTICLE OF DCLSTOCKLOT,        00024670
002468                 :W-ID-ENTREPOT OF DCLSTOCKLOT, :W-NO-LOT,        00024680
002469                 :W-QTE-PREL, DATE(:DAT-DATE-ISO))                00024690
002470     END-EXEC.                                                    00024700
002471     IF SQLCODE NOT = ZERO                                        00024710
002472         MOVE SQLCODE TO W-SQLCODE                                00024720
002473         MOVE 'INSERT LOT_EXPEDIE SQLCODE = '                     00024730
002474              TO W-MESSAGE-ANOR                                   00024740
002475         PERFORM 9999-FIN-ANORMALE-DEB                            00024750
002476           THRU  9999-FIN-ANORMALE-FIN.                           00024760
002477 6038-TRACE-LOT-FIN.                                              00024770
002478      EXIT.                                                       00024780
002479***************                                                   00024790
002480 6039-CONSO-RSV-DEB.                                              00024800
002481     MOVE PC00-LIE TO W-SUI-LIE.                                  00024810
002482     MOVE PC00-QTE-RESV TO W-RSV-RESTE.                           00024820
002483     MOVE '0' TO W-EOF-RSV.                                       00024830
002484     EXEC SQL                                                     00024840
002485         OPEN C-RSVCF                                             00024850
002486     END-EXEC.                                                    00024860
002487     IF SQLCODE NOT = ZERO                                        00024870
002488         MOVE SQLCODE TO W-SQLCODE                                00024880
002489         MOVE 'OPEN C-RSVCF SQLCODE = '                           00024890
002490              TO W-MESSAGE-ANOR                                   00024900
002491         PERFORM 9999-FIN-ANORMALE-DEB                            00024910
002492           THRU  9999-FIN-ANORMALE-FIN.                           00024920
002493     PERFORM 6042-RSV-LIGNE-DEB                                   00024930
002494        THRU 6042-RSV-LIGNE-FIN                                   00024940
002495       UNTIL FIN-RSV-OK OR W-RSV-RESTE = ZERO.                    00024950
002496     EXEC SQL                                                     00024960
002497         CLOSE C-RSVCF                                            00024970
002498     END-EXEC.                                                    00024980
002499     IF W-RSV-RESTE > ZERO                                        00024990
002500         DISPLAY 'RESERVATION NON TRACEE ART ' PC00-NOART         00025000
002501             ' DEPT ' PC00-LIE.                                   00025010
002502 6039-CONSO-RSV-FIN.                                              00025020
002503      EXIT.                                                       00025030
002504***************                                                   00025040
002505 6042-RSV-LIGNE-DEB.                                              00025050
002506     EXEC SQL                                                     00025060
002507         FETCH C-RSVCF                                            00025070
002508           INTO :W-RSV-FOURN, :W-RSV-DATE, :W-RSV-DCDE,           00025080
002509                :W-RSV-ARTCDE, :W-RSV-KIT, :W-RSV-LOT,            00025090
002510                :W-RSV-QTE                                        00025100
002511     END-EXEC.                                                    00025110
002512     EVALUATE SQLCODE                                             00025120
002513         WHEN 100                                                 00025130
002514             MOVE '1' TO W-EOF-RSV                                00025140
002515             GO TO 6042-RSV-LIGNE-FIN                             00025150
002516         WHEN ZERO                                                00025160
002517             CONTINUE                                             00025170
002518         WHEN OTHER                                               00025180
002519             MOVE SQLCODE TO W-SQLCODE                            00025190
002520             MOVE 'FETCH C-RSVCF SQLCODE = '                      00025200
002521                  TO W-MESSAGE-ANOR                               00025210
002522             PERFORM 9999-FIN-ANORMALE-DEB                        00025220
002523               THRU  9999-FIN-ANORMALE-FIN                        00025230
002524     END-EVALUATE.                                                00025240
002525     IF W-RSV-QTE > W-RSV-RESTE                                   00025250
002526         MOVE W-RSV-RESTE TO W-RSV-PRISE                          00025260
002527     ELSE                                                         00025270
002528         MOVE W-RSV-QTE TO W-RSV-PRISE.                           00025280
002529     EXEC SQL                                                     00025290
002530         UPDATE API7.RESERVATION_STOCK                            00025300
002531            SET QTE_RESERVEE =                                    00025310
002532                    CASE WHEN QTE_RESERVEE > :W-RSV-PRISE         00025320
002533                         THEN QTE_RESERVEE - :W-RSV-PRISE         00025330
002534                         ELSE QTE_RESERVEE END,                   00025340
002535                ETAT = CASE WHEN QTE_RESERVEE > :W-RSV-PRISE      00025350
002536                            THEN 'R' ELSE 'E' END,                00025360
002537                DATE_MAJ = DATE(:DAT-DATE-ISO)                    00025370
002538          WHERE LIE = :W-SUI-LIE                                  00025380
002539            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00025390
002540            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00025400
002541            AND ID_FOURNISSEUR = :W-RSV-FOURN                     00025410
002542            AND DATE_RESERVATION = DATE(:W-RSV-DATE)              00025420
002543            AND DATE_CDE = DATE(:W-RSV-DCDE)                      00025430
002544            AND ID_ARTICLE_CDE = :W-RSV-ARTCDE                    00025440
002545            AND NOART_KIT = :W-RSV-KIT                            00025450
002546            AND NO_LOT = :W-RSV-LOT                               00025460
002547            AND ETAT = 'R'                                        00025470
002548     END-EXEC.                                                    00025480
002549     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00025490
002550         MOVE SQLCODE TO W-SQLCODE                                00025500
002551         MOVE 'UPDATE RESERVATION_STOCK SQLCODE = '               00025510
002552              TO W-MESSAGE-ANOR                                   00025520
002553         PERFORM 9999-FIN-ANORMALE-DEB                            00025530
002554           THRU  9999-FIN-ANORMALE-FIN.                           00025540
002555     SUBTRACT W-RSV-PRISE FROM W-RSV-RESTE.                       00025550
002556 6042-RSV-LIGNE-FIN.                                              00025560
002557      EXIT.                                                       00025570
002558***************                                                   00025580
002559 6040-SUIVI-DEB.                                                  00025590
002560     MOVE PC00-LIE TO W-SUI-LIE.                                  00025600
002561     MOVE PC00-NOART TO W-SUI-NOART.                              00025610
002562     EXEC SQL                                                     00025620
002563         UPDATE API7.SUIVI_COMMANDE                               00025630
002564            SET ETAT = 'X',                                       00025640
002565                DATE_MAJ = DATE(:DAT-DATE-ISO)                    00025650
002566          WHERE LIE = :W-SUI-LIE                                  00025660
002567            AND ETAT = 'C'                                        00025670
002568            AND (ID_ARTICLE = :W-SUI-NOART                        00025680
002569             OR  ID_ARTICLE_SUBST = :W-SUI-NOART                  00025690
002570             OR  ID_ARTICLE IN                                    00025700
002571                (SELECT ID_ARTICLE_PARENT                         00025710
002572                   FROM API7.COMPOSITION                          00025720
002573                  WHERE ID_ARTICLE_COMPOSANT = :W-SUI-NOART))     00025730
002574     END-EXEC.                                                    00025740
002575     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00025750
002576         MOVE SQLCODE TO W-SQLCODE                                00025760
002577         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  00025770
002578              TO W-MESSAGE-ANOR                                   00025780
002579         PERFORM 9999-FIN-ANORMALE-DEB                            00025790
002580           THRU  9999-FIN-ANORMALE-FIN.                           00025800
002581 6040-SUIVI-FIN.                                                  00025810
002582      EXIT.                                                       00025820
002583***************                                                   00025830
002584 6045-CONSIG-DEB.                                                 00025840
002585     MOVE PC00-LIE TO W-CSG-LIE.                                  00025850
002586     MOVE '0' TO W-EOF-CSG.                                       00025860
002587     EXEC SQL                                                     00025870
002588         OPEN C-CONSIG                                            00025880
002589     END-EXEC.                                                    00025890
002590     IF SQLCODE NOT = ZERO                                        00025900
002591         MOVE SQLCODE TO W-SQLCODE                                00025910
002592         MOVE 'OPEN C-CONSIG SQLCODE = '                          00025920
002593              TO W-MESSAGE-ANOR                                   00025930
002594         PERFORM 9999-FIN-ANORMALE-DEB                            00025940
002595           THRU  9999-FIN-ANORMALE-FIN.                           00025950
002596     PERFORM 6047-CONSIG-FOURN-DEB                                00025960
002597        THRU 6047-CONSIG-FOURN-FIN                                00025970
002598       UNTIL FIN-CSG-OK OR W-RESV-CSG = ZERO.                     00025980
002599     EXEC SQL                                                     00025990
002600         CLOSE C-CONSIG                                           00026000
002601     END-EXEC.                                                    00026010
002602 6045-CONSIG-FIN.                                                 00026020
002603      EXIT.                                                       00026030
002604***************                                                   00026040
002605 6047-CONSIG-FOURN-DEB.                                           00026050
002606     EXEC SQL                                                     00026060
002607         FETCH C-CONSIG                                           00026070
002608           INTO :W-CSG-FOURN, :W-CSG-LIGNE, :W-CSG-PRIX           00026080
002609     END-EXEC.                                                    00026090
002610     EVALUATE SQLCODE                                             00026100
002611         WHEN 100                                                 00026110
002612             MOVE '1' TO W-EOF-CSG                                00026120
002613             GO TO 6047-CONSIG-FOURN-FIN                          00026130
002614         WHEN ZERO                                                00026140
002615             CONTINUE                                             00026150
002616         WHEN OTHER                                               00026160
002617             MOVE SQLCODE TO W-SQLCODE                            00026170
002618             MOVE 'FETCH C-CONSIG SQLCODE = '                     00026180
002619                  TO W-MESSAGE-ANOR                               00026190
002620             PERFORM 9999-FIN-ANORMALE-DEB                        00026200
002621               THRU  9999-FIN-ANORMALE-FIN                        00026210
002622     END-EVALUATE.                                                00026220
002623     IF W-CSG-LIGNE > W-RESV-CSG                                  00026230
002624         MOVE W-RESV-CSG TO W-CSG-LIB                             00026240
002625     ELSE                                                         00026250
002626         MOVE W-CSG-LIGNE TO W-CSG-LIB.                           00026260
002627     IF W-CSG-LIB > W-PREL-CSG                                    00026270
002628         MOVE W-PREL-CSG TO W-CSG-CONSO                           00026280
002629     ELSE                                                         00026290
002630         MOVE W-CSG-LIB TO W-CSG-CONSO.                           00026300
002631     EXEC SQL                                                     00026310
002632         UPDATE API7.STOCK_CONSIGNATION                           00026320
002633            SET QUANTITE = QUANTITE - :W-CSG-CONSO,               00026330
002634                QTE_RESERVEE = QTE_RESERVEE - :W-CSG-LIB          00026340
002635          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00026350
002636            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00026360
002637            AND ID_FOURNISSEUR = :W-CSG-FOURN                     00026370
002638     END-EXEC.                                                    00026380
002639     IF SQLCODE NOT = ZERO                                        00026390
002640         MOVE SQLCODE TO W-SQLCODE                                00026400
002641         MOVE 'UPDATE STOCK_CONSIGNATION SQLCODE = '              00026410
002642              TO W-MESSAGE-ANOR                                   00026420
002643         PERFORM 9999-FIN-ANORMALE-DEB                            00026430
002644           THRU  9999-FIN-ANORMALE-FIN.                           00026440
002645     SUBTRACT W-CSG-LIB FROM W-RESV-CSG.                          00026450
002646     SUBTRACT W-CSG-CONSO FROM W-PREL-CSG.                        00026460
002647     IF W-CSG-CONSO = ZERO                                        00026470
002648         GO TO 6047-CONSIG-FOURN-FIN.                             00026480
002649     EXEC SQL                                                     00026490
002650         INSERT INTO API7.CONSO_CONSIGNATION                      00026500
002651                (ID_FOURNISSEUR, ID_ARTICLE, ID_ENTREPOT, LIE,    00026510
002652                 DATE_CONSO, QUANTITE, PRIX_CONVENU, ETAT,        00026520
002653                 NO_FACT)                                         00026530
002654         VALUES (:W-CSG-FOURN, :W-ID-ARTICLE OF DCLSTOCK,         00026540
002655                 :W-ID-ENTREPOT OF DCLSTOCK, :W-CSG-LIE,          00026550
002656                 DATE(:DAT-DATE-ISO), :W-CSG-CONSO, :W-CSG-PRIX,  00026560
002657                 'A', NULL)                                       00026570
002658     END-EXEC.                                                    00026580
002659     IF SQLCODE NOT = ZERO                                        00026590
002660         MOVE SQLCODE TO W-SQLCODE                                00026600
002661         MOVE 'INSERT CONSO_CONSIGNATION SQLCODE = '              00026610
002662              TO W-MESSAGE-ANOR                                   00026620
002663         PERFORM 9999-FIN-ANORMALE-DEB                            00026630
002664           THRU  9999-FIN-ANORMALE-FIN.                           00026640
002665     MOVE 'U' TO W-HIS-TYPE.                                      00026650
002666     MOVE W-CSG-CONSO TO W-HIS-QTE.                               00026660
002667     MOVE W-CSG-PRIX TO W-HIS-COUT.                               00026670
002668     MOVE SPACES TO W-HIS-LOT.                                    00026680
002669     PERFORM 6035-HISTORIQUE-DEB                                  00026690
002670       THRU  6035-HISTORIQUE-FIN.                                 00026700
002671 6047-CONSIG-FOURN-FIN.                                           00026710
002672      EXIT.                                                       00026720
002673***************                                                   00026730
002674 6050-SERIE-DEB.                                                  00026740
002675     EXEC SQL                                                     00026750
002676         UPDATE API7.NUMERO_SERIE                                 00026760
002677            SET STATUT = 'E',                                     00026770
002678                LIE = :PC00-LIE,                                  00026780
002679                DATE_SORTIE = DATE(:DAT-DATE-ISO),                00026790
002680                DATE_RETOUR_PREVUE =                              00026800
002681                    CASE WHEN :W-DUREE-PRET > 0                   00026810
002682                         THEN DATE(:DAT-DATE-ISO)                 00026820
002683                              + :W-DUREE-PRET DAYS                00026830
002684                         ELSE NULL                                00026840
002685                    END,                                          00026850
002686                DATE_RETOUR = NULL                                00026860
002687          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00026870
002688            AND NO_SERIE = :PC00-NO-SERIE                         00026880
002689     END-EXEC.                                                    00026890
002690     IF SQLCODE NOT = ZERO                                        00026900
002691         MOVE SQLCODE TO W-SQLCODE                                00026910
002692         MOVE 'UPDATE NUMERO_SERIE SQLCODE = '                    00026920
002693              TO W-MESSAGE-ANOR                                   00026930
002694         PERFORM 9999-FIN-ANORMALE-DEB                            00026940
002695           THRU  9999-FIN-ANORMALE-FIN.                           00026950
002696     ADD 1 TO W-CPT-SERIES.                                       00026960
002697 6050-SERIE-FIN.                                                  00026970
002698      EXIT.                                                       00026980
002699***************                                                   00026990
002700 6060-JOURNAL-DEB.                                                00027000
002701     MOVE PC00-LIE TO JE00-LIE.                                   00027010
002702     MOVE PC00-NOART TO JE00-NOART.                               00027020
002703     MOVE PC00-ENTREPOT TO JE00-ENTREPOT.                         00027030
002704     MOVE PC00-QTE-RESV TO JE00-QTE-RESV.                         00027040
002705     MOVE PC00-QTE-PREL TO JE00-QTE-PREL.                         00027050
002706     MOVE PC00-NO-LOT TO JE00-NO-LOT.                             00027060
002707     IF PC00-QTE-PREL < PC00-QTE-RESV                             00027070
002708         MOVE 'EXPEDITION COURTE' TO JE00-LIBELLE                 00027080
002709     ELSE                                                         00027090
002710         MOVE 'EXPEDITION CONFIRMEE' TO JE00-LIBELLE.             00027100
002711     MOVE SPACES TO JE00-FILLER.                                  00027110
002712     WRITE JE00.                                                  00027120
002713 6060-JOURNAL-FIN.                                                00027130
002714      EXIT.                                                       00027140
002715***************                                                   00027150
002716 6070-REJET-DEB.                                                  00027160
002717     MOVE PC00-LIE TO RE00-LIE.                                   00027170
002718     MOVE PC00-NOART TO RE00-NOART.                               00027180
002719     MOVE PC00-ENTREPOT TO RE00-ENTREPOT.                         00027190
002720     MOVE PC00-QTE-RESV TO RE00-QTE-RESV.                         00027200
002721     MOVE PC00-QTE-PREL TO RE00-QTE-PREL.                         00027210
002722     MOVE W-CODE-REJET TO RE00-RAISON.                            00027220
002723     MOVE PC00-NO-SERIE TO RE00-NO-SERIE.                         00027230
002724     MOVE SPACES TO RE00-FILLER.                                  00027240
002725     WRITE RE00.                                                  00027250
002726     ADD 1 TO W-CPT-REJETS.                                       00027260
002727 6070-REJET-FIN.                                                  00027270
002730      EXIT.                                                       00027300
002740***************                                                   00027400
002750 8000-FIN-TRT-DEB.                                                00027500
002800     DISPLAY 'EXPEDITIONS CONFIRM. = ' W-CPT-CONFIRM.             00028000
002810     DISPLAY 'EXPEDITIONS COURTES  = ' W-CPT-COURTS.              00028100
002820     DISPLAY 'CONFIRMATIONS REJET. = ' W-CPT-REJETS.              00028200
002821     DISPLAY 'NUMEROS SERIE SORTIS = ' W-CPT-SERIES.              00028210
002822     MOVE 'F' TO JRN-PHASE.                                       00028220
002823     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00028230
002824     MOVE W-CPT-CONFIRM TO JRN-NB-ECRITS.                         00028240
002825     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         00028250
002826     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00028260
002827     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00028270
002830 8000-FIN-TRT-FIN.                                                00028300
002840      EXIT.                                                       00028400
002850************                                                      00028500
