000050 FILE-CONTROL.                                                    00000500
000060     SELECT     CD-FICHIER    ASSIGN    CDEDEP.                   00000600
000070     SELECT     JRN-FICHIER   ASSIGN    JRNALL.                   00000700
000090     SELECT     REJ-FICHIER   ASSIGN    REJCDE.                   00000900
000100     SELECT     LISTALL       ASSIGN    LISTALL.                  00001000
000110 DATA DIVISION.                                                   00001100
000200   10             CD00-NOART    PICTURE 9(9).                     00002000
000210   10             CD00-QTE-DEM  PICTURE 9(9).                     00002100
000220   10             CD00-PRIORITE PICTURE 9(1).                     00002200
000225   10             CD00-APPROUVE PICTURE X(1).                     00002250
000230   10             CD00-FILLER   PICTURE X(51).                    00002300
000240 01               CD00-CTL.                                       00002400
000250   10             CD00-CTL-TYPE PICTURE X(3).                     00002500
000260   10             CD00-CTL-RESTE PICTURE X(77).                   00002600
000410   10             JA00-SUBST    PICTURE X(1).                     00004100
000420   10             JA00-NOART-ORIG PICTURE 9(9).                   00004200
000430   10             JA00-FILLER   PICTURE X(4).                     00004300
000580 FD                 REJ-FICHIER                                   00005800
000590      BLOCK              00000 RECORDS                            00005900
000600      DATA RECORD                                                 00006000
001120      EXEC SQL                                                    00011200
001130         INCLUDE GELINV                                           00011300
001140      END-EXEC.                                                   00011400
001141******                                                            00011410
001142      EXEC SQL                                                    00011420
001143         INCLUDE RELIQAT                                          00011430
001144      END-EXEC.                                                   00011440
001145******                                                            00011450
001146      EXEC SQL                                                    00011460
001147         INCLUDE SUIVCDE                                          00011470
001148      END-EXEC.                                                   00011480
001150******                                                            00011500
001160      EXEC SQL                                                    00011600
001170         DECLARE C-ENTDEP CURSOR FOR                              00011700
001370          ORDER BY PRIORITE                                       00013700
001380      END-EXEC.                                                   00013800
001390******                                                            00013900
001391      EXEC SQL                                                    00013910
001392         DECLARE C-CONSIG CURSOR FOR                              00013920
001393         SELECT ID_FOURNISSEUR, QUANTITE - QTE_RESERVEE           00013930
001394           FROM API7.STOCK_CONSIGNATION                           00013940
001395          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00013950
001396            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00013960
001397            AND QUANTITE > QTE_RESERVEE                           00013970
001398          ORDER BY DATE_MAJ, ID_FOURNISSEUR                       00013980
001399      END-EXEC.                                                   00013990
001400******                                                            00014000
001401 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCDEDEP'.                    00014010
001410 01  W-SQLCODE      PIC +++9.                                     00014100
001420 01  W-EOF-CD       PIC X     VALUE '0'.                          00014200
001430     88  FIN-CD-OK            VALUE '1'.                          00014300
001780 01  W-QTE-PRISE    PIC S9(9) USAGE COMP.                         00017800
001790 01  W-QTE-SERVIE   PIC S9(9) USAGE COMP.                         00017900
001800 01  W-CNT-GEL      PIC S9(9) USAGE COMP VALUE ZERO.              00018000
001801 01  W-QTE-CSG      PIC S9(9) USAGE COMP VALUE ZERO.              00018010
001802 01  W-PRISE-PROP   PIC S9(9) USAGE COMP VALUE ZERO.              00018020
001803 01  W-PRISE-CSG    PIC S9(9) USAGE COMP VALUE ZERO.              00018030
001804 01  W-CSG-RESTE    PIC S9(9) USAGE COMP VALUE ZERO.              00018040
001805 01  W-CSG-LIBRE    PIC S9(9) USAGE COMP VALUE ZERO.              00018050
001806 01  W-CSG-PRISE    PIC S9(9) USAGE COMP VALUE ZERO.              00018060
001807 01  W-CSG-FOURN    PIC X(5)  VALUE SPACES.                       00018070
001808 01  W-RSV-FOURN    PIC X(5)  VALUE SPACES.                       00018080
001809 01  W-RSV-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00018090
001810 01  W-RSV-ARTCDE   PIC S9(9) USAGE COMP VALUE ZERO.              00018100
001811 01  W-EOF-CSG      PIC X     VALUE '0'.                          00018110
001812     88  FIN-CSG-OK           VALUE '1'.                          00018120
001813******                                                            00018130
001820 01  W-CDE-COURANTE.                                              00018200
001830     05  W-CDE-LIE-C    PIC S9(9) USAGE COMP VALUE ZERO.          00018300
001840     05  W-CDE-NOART-C  PIC S9(9) USAGE COMP VALUE ZERO.          00018400
002060        10  W-LOT-SEQ    PIC S9(9) USAGE COMP.                    00020600
002070 01  WX-LOT         PIC S9(4) USAGE COMP VALUE ZERO.              00020700
002080 01  W-TOT-DONNEES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00020800
002082 01  W-FLUX         PIC 9(1)  VALUE ZERO.                         00020820
002084 01  W-NO-QUOT      PIC S9(9) USAGE COMP VALUE ZERO.              00020840
002086 01  W-FLX-ENT-DEB  PIC X(2)  VALUE SPACES.                       00020860
002088 01  W-FLX-ENT-FIN  PIC X(2)  VALUE HIGH-VALUES.                  00020880
002090 01  W-DEM-ART      PIC S9(9) USAGE COMP VALUE ZERO.              00020900
002100 01  W-ALL-CALC     PIC S9(9) USAGE COMP VALUE ZERO.              00021000
002110 01  W-ALL-DISTRIB  PIC S9(9) USAGE COMP VALUE ZERO.              00021100
002150     05  W-BUD-POSTE OCCURS 200 TIMES.                            00021500
002160        10  W-BUD-LIE    PIC S9(9) USAGE COMP.                    00021600
002170        10  W-BUD-VALEUR PIC S9(11)V9(2) USAGE COMP-3.            00021700
002172        10  W-BUD-CHARGE PIC X(1).                                00021720
002174        10  W-BUD-SEUIL  PIC S9(9)V9(2) USAGE COMP-3.             00021740
002176        10  W-BUD-MONTANT PIC S9(9)V9(2) USAGE COMP-3.            00021760
002178        10  W-BUD-CONSO  PIC S9(11)V9(2) USAGE COMP-3.            00021780
002180 01  WX-BUD         PIC S9(4) USAGE COMP VALUE ZERO.              00021800
002190 01  W-BUD-TROUVE   PIC X     VALUE '0'.                          00021900
002191 01  W-TAB-BDV.                                                   00021910
002192     05  W-NB-BDV   PIC S9(4) USAGE COMP VALUE ZERO.              00021920
002193     05  W-BDV-POSTE OCCURS 50 TIMES.                             00021930
002194        10  W-BDV-DIV    PIC X(3).                                00021940
002195        10  W-BDV-VALEUR PIC S9(11)V9(2) USAGE COMP-3.            00021950
002196 01  WX-BDV         PIC S9(4) USAGE COMP VALUE ZERO.              00021960
002197 01  W-BDV-MONTANT  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00021970
002200 01  W-VAL-LIGNE    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00022000
002210 01  W-CONSO-MTD    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00022100
002220 01  W-AAAA-JOUR    PIC S9(4) USAGE COMP VALUE ZERO.              00022200
002230 01  W-MM-JOUR      PIC S9(4) USAGE COMP VALUE ZERO.              00022300
002231 01  W-ATT-MOTIF    PIC X     VALUE SPACE.                        00022310
002232 01  W-ATT-NO       PIC S9(9) USAGE COMP VALUE ZERO.              00022320
002233 01  W-ATT-LIE      PIC S9(9) USAGE COMP VALUE ZERO.              00022330
002234 01  W-ATT-NOART    PIC S9(9) USAGE COMP VALUE ZERO.              00022340
002235 01  W-ATT-QTE      PIC S9(9) USAGE COMP VALUE ZERO.              00022350
002236 01  W-ATT-PRIO     PIC S9(4) USAGE COMP VALUE ZERO.              00022360
002240 COPY ANORMAL.                                                    00022400
002245 COPY JRNCOM.                                                     00022450
002250 COPY CTLLOT.                                                     00022500
002260 COPY FICCOM.                                                     00022600
002270 COPY DATCOM.                                                     00022700
002275 COPY DANCOM.                                                     00022750
002280******                                                            00022800
002290 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00022900
002300 01  W-CPT-SERVIES  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00023000
002320 01  W-CPT-BACKORD  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00023200
002330 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00023300
002340 01  W-CPT-SUBST    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00023400
002345 01  W-CPT-ATTENTE  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00023450
002347 01  W-CPT-DANGER   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00023470
002350******                                                            00023500
002360 01  W-LIGNE-ENT-ALL.                                             00023600
002370     05  FILLER   PIC X(30) VALUE                                 00023700
002510     05  FILLER   PIC X(5)  VALUE 'DEP. '.                        00025100
002520     05  WB-LIE         PIC ZZZZZZZZ9.                            00025200
002530     05  FILLER   PIC X(40) VALUE SPACES.                         00025300
002531 01  W-LIGNE-BUD-DIV.                                             00025310
002532     05  FILLER   PIC X(26) VALUE                                 00025320
002533         'ATTENTION BUDGET DEPASSE  '.                            00025330
002534     05  FILLER   PIC X(5)  VALUE 'DIV. '.                        00025340
002535     05  WB-DIV         PIC X(3).                                 00025350
002536     05  FILLER   PIC X(46) VALUE SPACES.                         00025360
002537 01  W-LIGNE-ATTENTE.                                             00025370
002538     05  FILLER   PIC X(26) VALUE                                 00025380
002539         'EN ATTENTE D''APPROBATION  '.                           00025390
002540     05  FILLER   PIC X(5)  VALUE 'DEP. '.                        00025400
002541     05  WA-LIE         PIC ZZZZZZZZ9.                            00025410
002542     05  FILLER   PIC X(6)  VALUE ' ART. '.                       00025420
002543     05  WA-NOART       PIC ZZZZZZZZ9.                            00025430
002544     05  FILLER   PIC X(1)  VALUE SPACE.                          00025440
002545     05  WA-MOTIF       PIC X(14).                                00025450
002546     05  FILLER   PIC X(10) VALUE SPACES.                         00025460
002547 01  W-LIGNE-DANGER.                                              00025470
002548     05  FILLER   PIC X(20) VALUE                                 00025480
002549         'ENTREPOT NON AGREE  '.                                  00025490
002550     05  FILLER   PIC X(5)  VALUE 'DEP. '.                        00025500
002551     05  WD-LIE         PIC ZZZZZZZZ9.                            00025510
002552     05  FILLER   PIC X(6)  VALUE ' ART. '.                       00025520
002553     05  WD-NOART       PIC ZZZZZZZZ9.                            00025530
002554     05  FILLER   PIC X(6)  VALUE ' ENT. '.                       00025540
002555     05  WD-ENTREPOT    PIC X(2).                                 00025550
002556     05  FILLER   PIC X(8)  VALUE ' CLASSE '.                     00025560
002557     05  WD-CLASSE      PIC X(2).                                 00025570
002558     05  FILLER   PIC X(13) VALUE SPACES.                         00025580
002559 01  W-LIGNE-DET-ALL.                                             00025590
002560     05  FILLER   PIC X(7)  VALUE '  DEP. '.                      00025600
002561     05  WL-LIE         PIC ZZZZZZZZ9.                            00025610
002570     05  FILLER   PIC X(6)  VALUE ' PRIO '.                       00025700
002580     05  WL-PRIORITE    PIC 9(1).                                 00025800
002590     05  FILLER   PIC X(6)  VALUE ' DEM: '.                       00025900
002650 PROCEDURE DIVISION.                                              00026500
002660 1000-LCDEDEP-DEB.                                                00026600
002670     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00026700
002672     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00026720
002674     MOVE 'D' TO JRN-PHASE                                        00026740
002676     CALL 'JRNEXEC' USING JRN-EXECUTION                           00026760
002680     PERFORM 5000-INIT-DEB                                        00026800
002690       THRU  5000-INIT-FIN.                                       00026900
002700     PERFORM 6005-CHARGE-DEB                                      00027000
002960       THRU  5100-CTL-LOT-FIN.                                    00029600
002970     OPEN INPUT  CD-FICHIER.                                      00029700
002980     OPEN OUTPUT JRN-FICHIER.                                     00029800
003000     OPEN OUTPUT REJ-FICHIER.                                     00030000
003010     OPEN OUTPUT LISTALL.                                         00030100
003020     MOVE W-LIGNE-ENT-ALL TO LL00.                                00030200
003230         MOVE ZERO TO W-SQLCODE                                   00032300
003240         PERFORM 9999-FIN-ANORMALE-DEB                            00032400
003250           THRU  9999-FIN-ANORMALE-FIN.                           00032500
003251     IF CTL-FLUX-PARALLELE                                        00032510
003252         MOVE CTL-ENT-FLUX TO W-FLUX                              00032520
003253         MOVE CTL-ENT-ENT-DEB TO W-FLX-ENT-DEB.                   00032530
003254     IF CTL-FLUX-PARALLELE AND CTL-ENT-ENT-FIN NOT = SPACES       00032540
003255         MOVE CTL-ENT-ENT-FIN TO W-FLX-ENT-FIN.                   00032550
003260     MOVE ZERO TO CTL-NB-DONNEES.                                 00032600
003270     MOVE '0' TO CTL-PIED-TROUVE.                                 00032700
003280     PERFORM 5110-LIT-LOT-DEB                                     00032800
004050         PERFORM 6070-REJET-DEB                                   00040500
004060           THRU  6070-REJET-FIN                                   00040600
004070         GO TO 6005-CHARGE-FIN.                                   00040700
004071     PERFORM 6025-CTL-APPRO-DEB                                   00040710
004072       THRU  6025-CTL-APPRO-FIN.                                  00040720
004073     IF W-ATT-MOTIF NOT = SPACE                                   00040730
004074         PERFORM 6027-ATTENTE-DEB                                 00040740
004075           THRU  6027-ATTENTE-FIN                                 00040750
004076         GO TO 6005-CHARGE-FIN.                                   00040760
004080     IF W-NB-CDES NOT < 5000                                      00040800
004090         MOVE 'FICHIER COMMANDES TROP GRAND'                      00040900
004100              TO W-MESSAGE-ANOR                                   00041000
004640     ADD 1 TO W-NB-BUD.                                           00046400
004650     MOVE CD00-LIE TO W-BUD-LIE (W-NB-BUD).                       00046500
004660     MOVE W-VAL-LIGNE TO W-BUD-VALEUR (W-NB-BUD).                 00046600
004665     MOVE '0' TO W-BUD-CHARGE (W-NB-BUD).                         00046650
004670 6006-CUMUL-BUD-FIN.                                              00046700
004680      EXIT.                                                       00046800
004690***************                                                   00046900
004860 6008-PLAN-ART-DEB.                                               00048600
004870     EXEC SQL                                                     00048700
004880         SELECT COALESCE(SUM(QUANTITE - QTE_RESERVEE), 0)         00048800
004882              + (SELECT COALESCE(SUM(C.QUANTITE                   00048820
004884                                     - C.QTE_RESERVEE), 0)        00048840
004886                   FROM API7.STOCK_CONSIGNATION C                 00048860
004887                    WHERE C.ID_ARTICLE = :W-ART-PLAN              00048870
004888                      AND C.ID_ENTREPOT > :W-FLX-ENT-DEB          00048880
004889                      AND C.ID_ENTREPOT <= :W-FLX-ENT-FIN)        00048890
004890           INTO :W-DISPO-PLAN                                     00048900
004900           FROM API7.STOCK                                        00049000
004910          WHERE ID_ARTICLE = :W-ART-PLAN                          00049100
004912            AND ID_ENTREPOT > :W-FLX-ENT-DEB                      00049120
004914            AND ID_ENTREPOT <= :W-FLX-ENT-FIN                     00049140
004920     END-EXEC.                                                    00049200
004930     IF SQLCODE NOT = ZERO                                        00049300
004940         MOVE ZERO TO W-DISPO-PLAN.                               00049400
006360     IF W-CNT-DEP = ZERO                                          00063600
006370         MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET               00063700
006380         GO TO 6020-VALIDE-FIN.                                   00063800
006381     EXEC SQL                                                     00063810
006382         SELECT COUNT(*) INTO :W-CNT-DEP                          00063820
006383           FROM API7.DEPARTEMENTS                                 00063830
006384          WHERE LIE = :CD00-LIE AND ACTIF = 'O'                   00063840
006385     END-EXEC.                                                    00063850
006386     IF W-CNT-DEP = ZERO                                          00063860
006387         MOVE 'DEPARTEMENT FERME' TO W-CODE-REJET                 00063870
006388         GO TO 6020-VALIDE-FIN.                                   00063880
006390     EXEC SQL                                                     00063900
006400         SELECT COUNT(*)                                          00064000
006410           INTO :W-CNT-ART                                        00064100
006690 6020-VALIDE-FIN.                                                 00066900
006700      EXIT.                                                       00067000
006710***************                                                   00067100
006711 6025-CTL-APPRO-DEB.                                              00067110
006712     MOVE SPACE TO W-ATT-MOTIF.                                   00067120
006713     IF CD00-APPROUVE = 'O'                                       00067130
006714         GO TO 6025-CTL-APPRO-FIN.                                00067140
006715     MOVE CD00-NOART TO W-ID-ARTICLE OF DCLARTICLE.               00067150
006716     EXEC SQL                                                     00067160
006717         SELECT PRIX                                              00067170
006718           INTO :W-PRIX                                           00067180
006719           FROM API7.ARTICLE                                      00067190
006720          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          00067200
006721     END-EXEC.                                                    00067210
006722     IF SQLCODE NOT = ZERO                                        00067220
006723         MOVE ZERO TO W-PRIX.                                     00067230
006724     COMPUTE W-VAL-LIGNE = CD00-QTE-DEM * W-PRIX.                 00067240
006725     PERFORM 6026-BUD-DEP-DEB                                     00067250
006726       THRU  6026-BUD-DEP-FIN.                                    00067260
006727     IF WX-BUD > W-NB-BUD                                         00067270
006728         GO TO 6025-CTL-APPRO-FIN.                                00067280
006729     IF W-BUD-SEUIL (WX-BUD) > ZERO                               00067290
006730         AND W-VAL-LIGNE > W-BUD-SEUIL (WX-BUD)                   00067300
006731         MOVE 'S' TO W-ATT-MOTIF                                  00067310
006732         GO TO 6025-CTL-APPRO-FIN.                                00067320
006733     IF W-BUD-MONTANT (WX-BUD) = ZERO                             00067330
006734         GO TO 6025-CTL-APPRO-FIN.                                00067340
006735     IF W-BUD-CONSO (WX-BUD) + W-BUD-VALEUR (WX-BUD)              00067350
006736         + W-VAL-LIGNE > W-BUD-MONTANT (WX-BUD)                   00067360
006737         MOVE 'B' TO W-ATT-MOTIF.                                 00067370
006738 6025-CTL-APPRO-FIN.                                              00067380
006739      EXIT.                                                       00067390
006740***************                                                   00067400
006741 6026-BUD-DEP-DEB.                                                00067410
006742     MOVE 1 TO WX-BUD.                                            00067420
006743 6026-BUD-DEP-10.                                                 00067430
006744     IF WX-BUD > W-NB-BUD                                         00067440
006745         GO TO 6026-BUD-DEP-20.                                   00067450
006746     IF W-BUD-LIE (WX-BUD) = CD00-LIE                             00067460
006747         GO TO 6026-BUD-DEP-30.                                   00067470
006748     ADD 1 TO WX-BUD.                                             00067480
006749     GO TO 6026-BUD-DEP-10.                                       00067490
006750 6026-BUD-DEP-20.                                                 00067500
006751     IF W-NB-BUD NOT < 200                                        00067510
006752         GO TO 6026-BUD-DEP-FIN.                                  00067520
006753     ADD 1 TO W-NB-BUD.                                           00067530
006754     MOVE W-NB-BUD TO WX-BUD.                                     00067540
006755     MOVE CD00-LIE TO W-BUD-LIE (WX-BUD).                         00067550
006756     MOVE ZERO TO W-BUD-VALEUR (WX-BUD).                          00067560
006757     MOVE '0' TO W-BUD-CHARGE (WX-BUD).                           00067570
006758 6026-BUD-DEP-30.                                                 00067580
006759     IF W-BUD-CHARGE (WX-BUD) = '1'                               00067590
006760         GO TO 6026-BUD-DEP-FIN.                                  00067600
006761     MOVE '1' TO W-BUD-CHARGE (WX-BUD).                           00067610
006762     MOVE ZERO TO W-BUD-CONSO (WX-BUD).                           00067620
006763     MOVE W-DJR-AAAA TO W-AAAA-JOUR.                              00067630
006764     MOVE W-DJR-MM TO W-MM-JOUR.                                  00067640
006765     MOVE CD00-LIE TO W-LIE OF DCLDEPARTEMENTS.                   00067650
006766     EXEC SQL                                                     00067660
006767         SELECT SEUIL_APPRO                                       00067670
006768           INTO :W-SEUIL-APPRO                                    00067680
006769           FROM API7.DEPARTEMENTS                                 00067690
006770          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   00067700
006771     END-EXEC.                                                    00067710
006772     IF SQLCODE NOT = ZERO                                        00067720
006773         MOVE ZERO TO W-SEUIL-APPRO.                              00067730
006774     MOVE W-SEUIL-APPRO TO W-BUD-SEUIL (WX-BUD).                  00067740
006775     EXEC SQL                                                     00067750
006776         SELECT COALESCE(SUM(MONTANT), 0)                         00067760
006777           INTO :W-MONTANT                                        00067770
006778           FROM API7.BUDGET_DEPT                                  00067780
006779          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   00067790
006780            AND ANNEE = :W-AAAA-JOUR                              00067800
006781            AND PERIODE = :W-MM-JOUR                              00067810
006782     END-EXEC.                                                    00067820
006783     IF SQLCODE NOT = ZERO                                        00067830
006784         MOVE ZERO TO W-MONTANT.                                  00067840
006785     MOVE W-MONTANT TO W-BUD-MONTANT (WX-BUD).                    00067850
006786     IF W-MONTANT = ZERO                                          00067860
006787         GO TO 6026-BUD-DEP-FIN.                                  00067870
006788     EXEC SQL                                                     00067880
006789         SELECT COALESCE(SUM(QUANTITE * PRIX_JOUR), 0)            00067890
006790           INTO :W-CONSO-MTD                                      00067900
006791           FROM API7.CONSO_DEPT                                   00067910
006792          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   00067920
006793            AND YEAR(DATE_SERVICE) = :W-AAAA-JOUR                 00067930
006794            AND MONTH(DATE_SERVICE) = :W-MM-JOUR                  00067940
006795     END-EXEC.                                                    00067950
006796     IF SQLCODE NOT = ZERO                                        00067960
006797         MOVE ZERO TO W-CONSO-MTD.                                00067970
006798     MOVE W-CONSO-MTD TO W-BUD-CONSO (WX-BUD).                    00067980
006799 6026-BUD-DEP-FIN.                                                00067990
006800      EXIT.                                                       00068000
006801***************                                                   00068010
006802 6027-ATTENTE-DEB.                                                00068020
006803     IF W-FLUX = ZERO                                             00068030
006804         GO TO 6027-ATTENTE-10.                                   00068040
006805     EXEC SQL                                                     00068050
006806         SELECT COALESCE(MAX(NO_SAISIE), 0)                       00068060
006807           INTO :W-ATT-NO                                         00068070
006808           FROM API7.COMMANDE_SAISIE                              00068080
006809           WITH UR                                                00068090
006810     END-EXEC.                                                    00068100
006811     IF SQLCODE NOT = ZERO                                        00068110
006812         MOVE SQLCODE TO W-SQLCODE                                00068120
006813         MOVE 'SELECT MAX NO_SAISIE SQLCODE = '                   00068130
006814              TO W-MESSAGE-ANOR                                   00068140
006815         PERFORM 9999-FIN-ANORMALE-DEB                            00068150
006816           THRU  9999-FIN-ANORMALE-FIN.                           00068160
006817     DIVIDE W-ATT-NO BY 10 GIVING W-NO-QUOT.                      00068170
006818     COMPUTE W-ATT-NO = W-NO-QUOT * 10 + 10 + W-FLUX.             00068180
006819     GO TO 6027-ATTENTE-20.                                       00068190
006820 6027-ATTENTE-10.                                                 00068200
006821     EXEC SQL                                                     00068210
006822         SELECT COALESCE(MAX(NO_SAISIE), 0) + 1                   00068220
006823           INTO :W-ATT-NO                                         00068230
006824           FROM API7.COMMANDE_SAISIE                              00068240
006825     END-EXEC.                                                    00068250
006826     IF SQLCODE NOT = ZERO                                        00068260
006827         MOVE SQLCODE TO W-SQLCODE                                00068270
006828         MOVE 'SELECT MAX NO_SAISIE SQLCODE = '                   00068280
006829              TO W-MESSAGE-ANOR                                   00068290
006830         PERFORM 9999-FIN-ANORMALE-DEB                            00068300
006831           THRU  9999-FIN-ANORMALE-FIN.                           00068310
006832 6027-ATTENTE-20.                                                 00068320
006833     MOVE CD00-LIE TO W-ATT-LIE.                                  00068330
006834     MOVE CD00-NOART TO W-ATT-NOART.                              00068340
006835     MOVE CD00-QTE-DEM TO W-ATT-QTE.                              00068350
006836     IF CD00-PRIORITE NOT NUMERIC                                 00068360
006837         OR CD00-PRIORITE = ZERO                                  00068370
006838         MOVE 9 TO W-ATT-PRIO                                     00068380
006839     ELSE                                                         00068390
006840         MOVE CD00-PRIORITE TO W-ATT-PRIO.                        00068400
006841     EXEC SQL                                                     00068410
006842         INSERT INTO API7.COMMANDE_SAISIE                         00068420
006843                (NO_SAISIE, LIE, ID_ARTICLE, QUANTITE,            00068430
006844                 PRIORITE, DATE_SAISIE, ETAT, QTE_DEMANDEE,       00068440
006845                 MOTIF_ATTENTE, DECISION, MOTIF_DECISION,         00068450
006846                 ID_VALIDEUR, DATE_DECISION)                      00068460
006847         VALUES (:W-ATT-NO, :W-ATT-LIE, :W-ATT-NOART,             00068470
006848                 :W-ATT-QTE, :W-ATT-PRIO, CURRENT DATE, 'A',      00068480
006849                 :W-ATT-QTE, :W-ATT-MOTIF, ' ', ' ', ' ', NULL)   00068490
006850     END-EXEC.                                                    00068500
006851     IF SQLCODE NOT = ZERO                                        00068510
006852         MOVE SQLCODE TO W-SQLCODE                                00068520
006853         MOVE 'INSERT COMMANDE_SAISIE SQLCODE = '                 00068530
006854              TO W-MESSAGE-ANOR                                   00068540
006855         PERFORM 9999-FIN-ANORMALE-DEB                            00068550
006856           THRU  9999-FIN-ANORMALE-FIN.                           00068560
006857     MOVE CD00-LIE TO WA-LIE.                                     00068570
006858     MOVE CD00-NOART TO WA-NOART.                                 00068580
006859     IF W-ATT-MOTIF = 'S'                                         00068590
006860         MOVE 'SEUIL DEPASSE' TO WA-MOTIF                         00068600
006861     ELSE                                                         00068610
006862         MOVE 'BUDGET DEPASSE' TO WA-MOTIF.                       00068620
006863     MOVE W-LIGNE-ATTENTE TO LL00.                                00068630
006864     WRITE LL00.                                                  00068640
006865     ADD 1 TO W-CPT-ATTENTE.                                      00068650
006866 6027-ATTENTE-FIN.                                                00068660
006867      EXIT.                                                       00068670
006868***************                                                   00068680
006869 6030-ALLOUE-DEB.                                                 00068690
006870     MOVE W-CDE-NOART-C TO W-NOART-ALLOUE.                        00068700
006871     MOVE W-CDE-QTE-C TO W-QTE-DEM-ALL.                           00068710
006872     MOVE ZERO TO W-KIT-PARENT.                                   00068720
006873     MOVE SPACE TO W-SUBST-FLAG.                                  00068730
006874     MOVE ZERO TO W-NOART-ORIG.                                   00068740
006875     MOVE SPACES TO W-ID-ENTREPOT OF DCLSUIVICOMMANDE.            00068750
006876     MOVE ZERO TO W-ID-ARTICLE-SUBST OF DCLSUIVICOMMANDE.         00068760
006877     MOVE W-CDE-ALLOUE (WX-CDE) TO W-QTE-RESTE.                   00068770
006878     MOVE ZERO TO W-QTE-SERVIE.                                   00068780
006879     IF W-QTE-RESTE > ZERO                                        00068790
006880         PERFORM 6035-SERT-ART-DEB                                00068800
006881           THRU  6035-SERT-ART-FIN.                               00068810
006882     COMPUTE W-QTE-RESTE = W-QTE-DEM-ALL - W-QTE-SERVIE.          00068820
006883     IF W-QTE-RESTE > ZERO                                        00068830
006884         PERFORM 6090-SUBSTITUE-DEB                               00068840
006885           THRU  6090-SUBSTITUE-FIN.                              00068850
006886     IF W-QTE-RESTE = ZERO                                        00068860
006887         ADD 1 TO W-CPT-SERVIES                                   00068870
006890     ELSE                                                         00068900
006900         ADD 1 TO W-CPT-PARTIELS                                  00069000
006910         IF W-QTE-SERVIE = ZERO                                   00069100
006940         END-IF                                                   00069400
006950         PERFORM 6060-BACKORDER-DEB                               00069500
006960           THRU  6060-BACKORDER-FIN.                              00069600
006961     MOVE W-CDE-QTE-C TO W-QTE-DEM OF DCLSUIVICOMMANDE.           00069610
006962     MOVE W-QTE-SERVIE TO W-QTE-SERV OF DCLSUIVICOMMANDE.         00069620
006963     MOVE W-QTE-RESTE TO W-QTE-RELI OF DCLSUIVICOMMANDE.          00069630
006964     IF W-QTE-RESTE = ZERO                                        00069640
006965         MOVE 'S' TO W-ETAT OF DCLSUIVICOMMANDE                   00069650
006966     ELSE                                                         00069660
006967         IF W-QTE-SERVIE = ZERO                                   00069670
006968             MOVE 'R' TO W-ETAT OF DCLSUIVICOMMANDE               00069680
006969         ELSE                                                     00069690
006970             MOVE 'P' TO W-ETAT OF DCLSUIVICOMMANDE.              00069700
006971     PERFORM 6065-SUIVI-DEB                                       00069710
006972       THRU  6065-SUIVI-FIN.                                      00069720
006973 6030-ALLOUE-FIN.                                                 00069730
006980      EXIT.                                                       00069800
006990***************                                                   00069900
007000 6035-SERT-ART-DEB.                                               00070000
007440     END-EXEC.                                                    00074400
007450     IF SQLCODE = ZERO AND W-CNT-GEL NOT = ZERO                   00074500
007460         GO TO 6040-SERT-ENT-FIN.                                 00074600
007461     MOVE 'E' TO DAN-FONCTION.                                    00074610
007462     MOVE W-NOART-ALLOUE TO DAN-ID-ARTICLE.                       00074620
007463     MOVE W-ID-ENTREPOT OF DCLSTOCK TO DAN-ID-ENTREPOT.           00074630
007464     MOVE SPACES TO DAN-ALLEE.                                    00074640
007465     CALL 'CTLDANG' USING DAN-CONTROLE.                           00074650
007466     EVALUATE DAN-CODE-RETOUR                                     00074660
007467         WHEN ZERO                                                00074670
007468             CONTINUE                                             00074680
007469         WHEN 4                                                   00074690
007470             MOVE W-CDE-LIE-C TO WD-LIE                           00074700
007471             MOVE W-NOART-ALLOUE TO WD-NOART                      00074710
007472             MOVE DAN-ID-ENTREPOT TO WD-ENTREPOT                  00074720
007473             MOVE DAN-CLASSE TO WD-CLASSE                         00074730
007474             MOVE W-LIGNE-DANGER TO LL00                          00074740
007475             WRITE LL00                                           00074750
007476             ADD 1 TO W-CPT-DANGER                                00074760
007477             GO TO 6040-SERT-ENT-FIN                              00074770
007478         WHEN OTHER                                               00074780
007479             MOVE DAN-SQLCODE TO W-SQLCODE                        00074790
007480             MOVE 'CTLDANG SQLCODE = '                            00074800
007481                  TO W-MESSAGE-ANOR                               00074810
007482             PERFORM 9999-FIN-ANORMALE-DEB                        00074820
007483               THRU  9999-FIN-ANORMALE-FIN                        00074830
007484     END-EVALUATE.                                                00074840
007485     EXEC SQL                                                     00074850
007486         SELECT S.QUANTITE - S.QTE_RESERVEE,                      00074860
007487                (SELECT COALESCE(SUM(C.QUANTITE                   00074870
007488                                     - C.QTE_RESERVEE), 0)        00074880
007489                   FROM API7.STOCK_CONSIGNATION C                 00074890
007490                  WHERE C.ID_ARTICLE = S.ID_ARTICLE               00074900
007491                    AND C.ID_ENTREPOT = S.ID_ENTREPOT),           00074910
007492                A.ORDRE_CONSO                                     00074920
007493           INTO :W-QTE-DISPO, :W-QTE-CSG, :W-ORDRE-CONSO          00074930
007494           FROM API7.STOCK S, API7.ARTICLE A                      00074940
007495          WHERE S.ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK          00074950
007496            AND S.ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK        00074960
007497            AND A.ID_ARTICLE = S.ID_ARTICLE                       00074970
007498     END-EXEC.                                                    00074980
007499     EVALUATE SQLCODE                                             00074990
007500         WHEN 100                                                 00075000
007502             MOVE ZERO TO W-QTE-DISPO                             00075020
007504             MOVE ZERO TO W-QTE-CSG                               00075040
007506         WHEN ZERO                                                00075060
007508             CONTINUE                                             00075080
007510         WHEN OTHER                                               00075100
007512             MOVE SQLCODE TO W-SQLCODE                            00075120
007514             MOVE 'SELECT QUANTITE API7.STOCK SQLCODE = '         00075140
007516                  TO W-MESSAGE-ANOR                               00075160
007518             PERFORM 9999-FIN-ANORMALE-DEB                        00075180
007520               THRU  9999-FIN-ANORMALE-FIN                        00075200
007522     END-EVALUATE.                                                00075220
007524     IF W-QTE-DISPO < ZERO                                        00075240
007526         MOVE ZERO TO W-QTE-DISPO.                                00075260
007528     IF W-QTE-DISPO + W-QTE-CSG NOT > ZERO                        00075280
007530         GO TO 6040-SERT-ENT-FIN.                                 00075300
007532     IF W-QTE-DISPO + W-QTE-CSG > W-QTE-RESTE                     00075320
007534         MOVE W-QTE-RESTE TO W-QTE-PRISE                          00075340
007536     ELSE                                                         00075360
007538         COMPUTE W-QTE-PRISE = W-QTE-DISPO + W-QTE-CSG.           00075380
007540     IF W-ORDRE-CONSO = 'C'                                       00075400
007542         IF W-QTE-CSG > W-QTE-PRISE                               00075420
007544             MOVE W-QTE-PRISE TO W-PRISE-CSG                      00075440
007546         ELSE                                                     00075460
007548             MOVE W-QTE-CSG TO W-PRISE-CSG                        00075480
007550         END-IF                                                   00075500
007552         COMPUTE W-PRISE-PROP = W-QTE-PRISE - W-PRISE-CSG         00075520
007554     ELSE                                                         00075540
007556         IF W-QTE-DISPO > W-QTE-PRISE                             00075560
007558             MOVE W-QTE-PRISE TO W-PRISE-PROP                     00075580
007560         ELSE                                                     00075600
007562             MOVE W-QTE-DISPO TO W-PRISE-PROP                     00075620
007564         END-IF                                                   00075640
007566         COMPUTE W-PRISE-CSG = W-QTE-PRISE - W-PRISE-PROP.        00075660
007576     PERFORM 6052-LOT-FEFO-DEB                                    00075760
007586       THRU  6052-LOT-FEFO-FIN.                                   00075860
007596     IF W-PRISE-PROP > ZERO                                       00075960
007606         PERFORM 6050-RSV-STOCK-DEB                               00076060
007616           THRU  6050-RSV-STOCK-FIN.                              00076160
007626     IF W-PRISE-CSG > ZERO                                        00076260
007636         PERFORM 6051-RSV-CONSIG-DEB                              00076360
007646           THRU  6051-RSV-CONSIG-FIN.                             00076460
007740     SUBTRACT W-QTE-PRISE FROM W-QTE-RESTE.                       00077400
007750     ADD W-QTE-PRISE TO W-QTE-SERVIE.                             00077500
007780     PERFORM 6055-JOURNAL-DEB                                     00077800
007790       THRU  6055-JOURNAL-FIN.                                    00077900
007800 6040-SERT-ENT-FIN.                                               00078000
007810      EXIT.                                                       00078100
007820***************                                                   00078200
007830 6050-RSV-STOCK-DEB.                                              00078300
007840     MOVE W-PRISE-PROP TO W-QTE-RESERVEE.                         00078400
007850     EXEC SQL                                                     00078500
007860         UPDATE API7.STOCK                                        00078600
007870            SET QTE_RESERVEE = QTE_RESERVEE                       00078700
007950              TO W-MESSAGE-ANOR                                   00079500
007960         PERFORM 9999-FIN-ANORMALE-DEB                            00079600
007970           THRU  9999-FIN-ANORMALE-FIN.                           00079700
007972     MOVE SPACES TO W-RSV-FOURN.                                  00079720
007974     MOVE W-PRISE-PROP TO W-RSV-QTE.                              00079740
007976     PERFORM 6054-TRACE-RSV-DEB                                   00079760
007978       THRU  6054-TRACE-RSV-FIN.                                  00079780
007980 6050-RSV-STOCK-FIN.                                              00079800
007990      EXIT.                                                       00079900
008000***************                                                   00080000
008001 6051-RSV-CONSIG-DEB.                                             00080010
008002     MOVE W-PRISE-CSG TO W-CSG-RESTE.                             00080020
008003     MOVE '0' TO W-EOF-CSG.                                       00080030
008004     EXEC SQL                                                     00080040
008005         OPEN C-CONSIG                                            00080050
008006     END-EXEC.                                                    00080060
008007     IF SQLCODE NOT = ZERO                                        00080070
008008         MOVE SQLCODE TO W-SQLCODE                                00080080
008009         MOVE 'OPEN C-CONSIG SQLCODE = '                          00080090
008010              TO W-MESSAGE-ANOR                                   00080100
008011         PERFORM 9999-FIN-ANORMALE-DEB                            00080110
008012           THRU  9999-FIN-ANORMALE-FIN.                           00080120
008013     PERFORM 6053-RSV-FOURN-DEB                                   00080130
008014        THRU 6053-RSV-FOURN-FIN                                   00080140
008015       UNTIL FIN-CSG-OK OR W-CSG-RESTE = ZERO.                    00080150
008016     EXEC SQL                                                     00080160
008017         CLOSE C-CONSIG                                           00080170
008018     END-EXEC.                                                    00080180
008019 6051-RSV-CONSIG-FIN.                                             00080190
008020      EXIT.                                                       00080200
008021***************                                                   00080210
008022 6053-RSV-FOURN-DEB.                                              00080220
008023     EXEC SQL                                                     00080230
008024         FETCH C-CONSIG                                           00080240
008025           INTO :W-CSG-FOURN, :W-CSG-LIBRE                        00080250
008026     END-EXEC.                                                    00080260
008027     EVALUATE SQLCODE                                             00080270
008028         WHEN 100                                                 00080280
008029             MOVE '1' TO W-EOF-CSG                                00080290
008030             GO TO 6053-RSV-FOURN-FIN                             00080300
008031         WHEN ZERO                                                00080310
008032             CONTINUE                                             00080320
008033         WHEN OTHER                                               00080330
008034             MOVE SQLCODE TO W-SQLCODE                            00080340
008035             MOVE 'FETCH C-CONSIG SQLCODE = '                     00080350
008036                  TO W-MESSAGE-ANOR                               00080360
008037             PERFORM 9999-FIN-ANORMALE-DEB                        00080370
008038               THRU  9999-FIN-ANORMALE-FIN                        00080380
008039     END-EVALUATE.                                                00080390
008040     IF W-CSG-LIBRE > W-CSG-RESTE                                 00080400
008041         MOVE W-CSG-RESTE TO W-CSG-PRISE                          00080410
008042     ELSE                                                         00080420
008043         MOVE W-CSG-LIBRE TO W-CSG-PRISE.                         00080430
008044     EXEC SQL                                                     00080440
008045         UPDATE API7.STOCK_CONSIGNATION                           00080450
008046            SET QTE_RESERVEE = QTE_RESERVEE + :W-CSG-PRISE        00080460
008047          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00080470
008048            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00080480
008049            AND ID_FOURNISSEUR = :W-CSG-FOURN                     00080490
008050     END-EXEC.                                                    00080500
008051     IF SQLCODE NOT = ZERO                                        00080510
008052         MOVE SQLCODE TO W-SQLCODE                                00080520
008053         MOVE 'UPDATE API7.STOCK_CONSIGNATION SQLCODE = '         00080530
008054              TO W-MESSAGE-ANOR                                   00080540
008055         PERFORM 9999-FIN-ANORMALE-DEB                            00080550
008056           THRU  9999-FIN-ANORMALE-FIN.                           00080560
008057     SUBTRACT W-CSG-PRISE FROM W-CSG-RESTE.                       00080570
008058     MOVE W-CSG-FOURN TO W-RSV-FOURN.                             00080580
008059     MOVE W-CSG-PRISE TO W-RSV-QTE.                               00080590
008060     PERFORM 6054-TRACE-RSV-DEB                                   00080600
008061       THRU  6054-TRACE-RSV-FIN.                                  00080610
008062 6053-RSV-FOURN-FIN.                                              00080620
008063      EXIT.                                                       00080630
008064***************                                                   00080640
008065 6054-TRACE-RSV-DEB.                                              00080650
008066     IF W-SUBST-FLAG = 'S'                                        00080660
008067         MOVE W-NOART-ORIG TO W-RSV-ARTCDE                        00080670
008068     ELSE                                                         00080680
008069         MOVE W-NOART-ALLOUE TO W-RSV-ARTCDE.                     00080690
008070     EXEC SQL                                                     00080700
008071         UPDATE API7.RESERVATION_STOCK                            00080710
008072            SET QTE_RESERVEE = QTE_RESERVEE + :W-RSV-QTE,         00080720
008073                DATE_MAJ = DATE(:DAT-DATE-ISO)                    00080730
008074          WHERE LIE = :W-CDE-LIE-C                                00080740
008075            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00080750
008076            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00080760
008077            AND ID_FOURNISSEUR = :W-RSV-FOURN                     00080770
008078            AND DATE_RESERVATION = DATE(:DAT-DATE-ISO)            00080780
008079            AND DATE_CDE = DATE(:DAT-DATE-ISO)                    00080790
008080            AND ID_ARTICLE_CDE = :W-RSV-ARTCDE                    00080800
008081            AND NOART_KIT = :W-KIT-PARENT                         00080810
008082            AND NO_LOT = :W-NO-LOT-SERVI                          00080820
008083            AND ETAT = 'R'                                        00080830
008084     END-EXEC.                                                    00080840
008085     IF SQLCODE = 100                                             00080850
008086         EXEC SQL                                                 00080860
008087             INSERT INTO API7.RESERVATION_STOCK                   00080870
008088                    (LIE, ID_ARTICLE, ID_ENTREPOT, ID_FOURNISSEUR,00080880
008089                     DATE_RESERVATION, DATE_CDE, ID_ARTICLE_CDE,  00080890
008090                     NOART_KIT, NO_LOT, QTE_RESERVEE, ETAT,       00080900
008091                     DATE_MAJ)                                    00080910
008092             VALUES (:W-CDE-LIE-C, :W-ID-ARTICLE OF DCLSTOCK,     00080920
008093                     :W-ID-ENTREPOT OF DCLSTOCK, :W-RSV-FOURN,    00080930
008094                     DATE(:DAT-DATE-ISO), DATE(:DAT-DATE-ISO),    00080940
008095                     :W-RSV-ARTCDE, :W-KIT-PARENT,                00080950
008096                     :W-NO-LOT-SERVI, :W-RSV-QTE, 'R',            00080960
008097                     DATE(:DAT-DATE-ISO))                         00080970
008098         END-EXEC                                                 00080980
008099     END-IF.                                                      00080990
008100     IF SQLCODE NOT = ZERO                                        00081000
008101         MOVE SQLCODE TO W-SQLCODE                                00081010
008102         MOVE 'INSERT RESERVATION_STOCK SQLCODE = '               00081020
008103              TO W-MESSAGE-ANOR                                   00081030
008104         PERFORM 9999-FIN-ANORMALE-DEB                            00081040
008105           THRU  9999-FIN-ANORMALE-FIN.                           00081050
008106 6054-TRACE-RSV-FIN.                                              00081060
008107      EXIT.                                                       00081070
008108***************                                                   00081080
008109 6052-LOT-FEFO-DEB.                                               00081090
008110     MOVE SPACES TO W-NO-LOT-SERVI.                               00081100
008111     EXEC SQL                                                     00081110
008112         SELECT NO_LOT                                            00081120
008113           INTO :W-NO-LOT-SERVI                                   00081130
008114           FROM API7.STOCK_LOT L                                  00081140
008115          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00081150
008116            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00081160
008117            AND QUANTITE > 0                                      00081170
008118            AND NOT EXISTS                                        00081180
008119                 (SELECT 1 FROM API7.RAPPEL_LOT R                 00081190
008120                   WHERE R.ID_ARTICLE = L.ID_ARTICLE              00081200
008121                     AND R.NO_LOT = L.NO_LOT)                     00081210
008122          ORDER BY DATE_PEREMPTION, DATE_RECEPTION                00081220
008123          FETCH FIRST 1 ROW ONLY                                  00081230
008124     END-EXEC.                                                    00081240
008130     IF SQLCODE NOT = ZERO                                        00081300
008140         MOVE SPACES TO W-NO-LOT-SERVI.                           00081400
008150 6052-LOT-FEFO-FIN.                                               00081500
008280     MOVE W-NOART-ORIG TO JA00-NOART-ORIG.                        00082800
008290     MOVE SPACES TO JA00-FILLER.                                  00082900
008300     WRITE JA00.                                                  00083000
008301     IF W-ID-ENTREPOT OF DCLSUIVICOMMANDE = SPACES                00083010
008302         MOVE W-ID-ENTREPOT OF DCLSTOCK                           00083020
008303             TO W-ID-ENTREPOT OF DCLSUIVICOMMANDE.                00083030
008304     IF W-SUBST-FLAG = 'S'                                        00083040
008305         AND W-ID-ARTICLE-SUBST OF DCLSUIVICOMMANDE = ZERO        00083050
008306         MOVE W-NOART-ALLOUE                                      00083060
008307             TO W-ID-ARTICLE-SUBST OF DCLSUIVICOMMANDE.           00083070
008310 6055-JOURNAL-FIN.                                                00083100
008320      EXIT.                                                       00083200
008330***************                                                   00083300
008480      EXIT.                                                       00084800
008490***************                                                   00084900
008500 6060-BACKORDER-DEB.                                              00085000
008510     MOVE W-CDE-NOART-C TO W-ID-ARTICLE OF DCLRELIQUAT.           00085100
008520     MOVE W-CDE-QTE-C TO W-QTE-DEM OF DCLRELIQUAT.                00085200
008530     MOVE W-QTE-SERVIE TO W-QTE-SERV OF DCLRELIQUAT.              00085300
008540     MOVE W-QTE-RESTE TO W-QTE-RELI OF DCLRELIQUAT.               00085400
008550     MOVE ZERO TO W-NOART-KIT.                                    00085500
008560     PERFORM 6062-INS-RELIQ-DEB                                   00085600
008570       THRU  6062-INS-RELIQ-FIN.                                  00085700
008580     ADD 1 TO W-CPT-BACKORD.                                      00085800
008610 6060-BACKORDER-FIN.                                              00086100
008620      EXIT.                                                       00086200
008621***************                                                   00086210
008622 6062-INS-RELIQ-DEB.                                              00086220
008623     MOVE W-CDE-LIE-C TO W-LIE OF DCLRELIQUAT.                    00086230
008624     EXEC SQL                                                     00086240
008625         UPDATE API7.RELIQUAT                                     00086250
008626            SET QTE_DEM = QTE_DEM                                 00086260
008627                        + :W-QTE-DEM OF DCLRELIQUAT,              00086270
008628                QTE_SERV = QTE_SERV                               00086280
008629                         + :W-QTE-SERV OF DCLRELIQUAT,            00086290
008630                QTE_RELI = QTE_RELI                               00086300
008631                         + :W-QTE-RELI OF DCLRELIQUAT,            00086310
008632                DATE_MAJ = DATE(:DAT-DATE-ISO)                    00086320
008633          WHERE LIE = :W-LIE OF DCLRELIQUAT                       00086330
008634            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLRELIQUAT         00086340
008635            AND DATE_CDE = DATE(:DAT-DATE-ISO)                    00086350
008636            AND NOART_KIT = :W-NOART-KIT                          00086360
008637            AND ETAT = 'O'                                        00086370
008638     END-EXEC.                                                    00086380
008639     IF SQLCODE = 100                                             00086390
008640         EXEC SQL                                                 00086400
008641             INSERT INTO API7.RELIQUAT                            00086410
008642                    (LIE, ID_ARTICLE, DATE_CDE, NOART_KIT,        00086420
008643                     QTE_DEM, QTE_SERV, QTE_RELI, ETAT,           00086430
008644                     DATE_MAJ)                                    00086440
008645             VALUES (:W-LIE OF DCLRELIQUAT,                       00086450
008646                     :W-ID-ARTICLE OF DCLRELIQUAT,                00086460
008647                     DATE(:DAT-DATE-ISO), :W-NOART-KIT,           00086470
008648                     :W-QTE-DEM OF DCLRELIQUAT,                   00086480
008649                     :W-QTE-SERV OF DCLRELIQUAT,                  00086490
008650                     :W-QTE-RELI OF DCLRELIQUAT, 'O',             00086500
008651                     DATE(:DAT-DATE-ISO))                         00086510
008652         END-EXEC                                                 00086520
008653     END-IF.                                                      00086530
008654     IF SQLCODE NOT = ZERO                                        00086540
008655         MOVE SQLCODE TO W-SQLCODE                                00086550
008656         MOVE 'INSERT API7.RELIQUAT SQLCODE = '                   00086560
008657              TO W-MESSAGE-ANOR                                   00086570
008658         PERFORM 9999-FIN-ANORMALE-DEB                            00086580
008659           THRU  9999-FIN-ANORMALE-FIN.                           00086590
008660 6062-INS-RELIQ-FIN.                                              00086600
008661      EXIT.                                                       00086610
008662***************                                                   00086620
008663 6065-SUIVI-DEB.                                                  00086630
008664     MOVE W-CDE-LIE-C TO W-LIE OF DCLSUIVICOMMANDE.               00086640
008665     MOVE W-CDE-NOART-C TO W-ID-ARTICLE OF DCLSUIVICOMMANDE.      00086650
008666     EXEC SQL                                                     00086660
008667         UPDATE API7.SUIVI_COMMANDE                               00086670
008668            SET QTE_DEM = QTE_DEM                                 00086680
008669                        + :W-QTE-DEM OF DCLSUIVICOMMANDE,         00086690
008670                QTE_SERV = QTE_SERV                               00086700
008671                         + :W-QTE-SERV OF DCLSUIVICOMMANDE,       00086710
008672                QTE_RELI = QTE_RELI                               00086720
008673                         + :W-QTE-RELI OF DCLSUIVICOMMANDE,       00086730
008674                ETAT = CASE                                       00086740
008675                       WHEN ETAT = :W-ETAT OF DCLSUIVICOMMANDE    00086750
008676                       THEN ETAT                                  00086760
008677                       ELSE 'P'                                   00086770
008678                       END,                                       00086780
008679                DATE_MAJ = DATE(:DAT-DATE-ISO)                    00086790
008680          WHERE LIE = :W-LIE OF DCLSUIVICOMMANDE                  00086800
008681            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLSUIVICOMMANDE    00086810
008682            AND DATE_CDE = DATE(:DAT-DATE-ISO)                    00086820
008683     END-EXEC.                                                    00086830
008684     IF SQLCODE = 100                                             00086840
008685         EXEC SQL                                                 00086850
008686             INSERT INTO API7.SUIVI_COMMANDE                      00086860
008687                    (LIE, ID_ARTICLE, DATE_CDE, QTE_DEM,          00086870
008688                     QTE_SERV, QTE_RELI, ID_ENTREPOT,             00086880
008689                     ID_ARTICLE_SUBST, ETAT, DATE_MAJ)            00086890
008690             VALUES (:W-LIE OF DCLSUIVICOMMANDE,                  00086900
008691                     :W-ID-ARTICLE OF DCLSUIVICOMMANDE,           00086910
008692                     DATE(:DAT-DATE-ISO),                         00086920
008693                     :W-QTE-DEM OF DCLSUIVICOMMANDE,              00086930
008694                     :W-QTE-SERV OF DCLSUIVICOMMANDE,             00086940
008695                     :W-QTE-RELI OF DCLSUIVICOMMANDE,             00086950
008696                     :W-ID-ENTREPOT OF DCLSUIVICOMMANDE,          00086960
008697                     :W-ID-ARTICLE-SUBST OF DCLSUIVICOMMANDE,     00086970
008698                     :W-ETAT OF DCLSUIVICOMMANDE,                 00086980
008699                     DATE(:DAT-DATE-ISO))                         00086990
008700         END-EXEC                                                 00087000
008701     END-IF.                                                      00087010
008702     IF SQLCODE NOT = ZERO                                        00087020
008703         MOVE SQLCODE TO W-SQLCODE                                00087030
008704         MOVE 'INSERT SUIVI_COMMANDE SQLCODE = '                  00087040
008705              TO W-MESSAGE-ANOR                                   00087050
008706         PERFORM 9999-FIN-ANORMALE-DEB                            00087060
008707           THRU  9999-FIN-ANORMALE-FIN.                           00087070
008708 6065-SUIVI-FIN.                                                  00087080
008709      EXIT.                                                       00087090
008710***************                                                   00087100
008711 6070-REJET-DEB.                                                  00087110
008712     MOVE CD00-LIE TO RC00-LIE.                                   00087120
008713     MOVE CD00-NOART TO RC00-NOART.                               00087130
008714     MOVE CD00-QTE-DEM TO RC00-QTE-DEM.                           00087140
008715     MOVE W-CODE-REJET TO RC00-RAISON.                            00087150
008716     WRITE RC00.                                                  00087160
008717     ADD 1 TO W-CPT-REJETS.                                       00087170
008718 6070-REJET-FIN.                                                  00087180
008720      EXIT.                                                       00087200
008730***************                                                   00087300
008740 6080-KIT-DEB.                                                    00087400
008750     MOVE ZERO TO W-NB-CMP.                                       00087500
008752     MOVE SPACES TO W-ID-ENTREPOT OF DCLSUIVICOMMANDE.            00087520
008754     MOVE ZERO TO W-ID-ARTICLE-SUBST OF DCLSUIVICOMMANDE.         00087540
008756     MOVE W-CDE-QTE-C TO W-QTE-DEM OF DCLSUIVICOMMANDE.           00087560
008760     MOVE '0' TO W-EOF-CMP.                                       00087600
008770     EXEC SQL                                                     00087700
008780         OPEN C-COMPKIT                                           00087800
009030         PERFORM 6086-BACK-KIT-DEB                                00090300
009040           THRU  6086-BACK-KIT-FIN                                00090400
009050         ADD 1 TO W-CPT-PARTIELS                                  00090500
009051         MOVE ZERO TO W-QTE-SERV OF DCLSUIVICOMMANDE              00090510
009052         MOVE W-CDE-QTE-C TO W-QTE-RELI OF DCLSUIVICOMMANDE       00090520
009053         MOVE 'R' TO W-ETAT OF DCLSUIVICOMMANDE                   00090530
009054         PERFORM 6065-SUIVI-DEB                                   00090540
009055           THRU  6065-SUIVI-FIN                                   00090550
009060         GO TO 6080-KIT-FIN.                                      00090600
009070     MOVE 1 TO WX-CMP.                                            00090700
009080 6080-KIT-30.                                                     00090800
009240     ADD 1 TO WX-CMP.                                             00092400
009250     GO TO 6080-KIT-30.                                           00092500
009260 6080-KIT-40.                                                     00092600
009262     IF KIT-COMPLET                                               00092620
009264         ADD 1 TO W-CPT-SERVIES                                   00092640
009266         MOVE W-CDE-QTE-C TO W-QTE-SERV OF DCLSUIVICOMMANDE       00092660
009268         MOVE ZERO TO W-QTE-RELI OF DCLSUIVICOMMANDE              00092680
009270         MOVE 'S' TO W-ETAT OF DCLSUIVICOMMANDE                   00092700
009272     ELSE                                                         00092720
009274         ADD 1 TO W-CPT-PARTIELS                                  00092740
009276         MOVE ZERO TO W-QTE-SERV OF DCLSUIVICOMMANDE              00092760
009278         MOVE W-CDE-QTE-C TO W-QTE-RELI OF DCLSUIVICOMMANDE       00092780
009280         MOVE 'P' TO W-ETAT OF DCLSUIVICOMMANDE.                  00092800
009282     PERFORM 6065-SUIVI-DEB                                       00092820
009284       THRU  6065-SUIVI-FIN.                                      00092840
009310 6080-KIT-FIN.                                                    00093100
009320      EXIT.                                                       00093200
009330***************                                                   00093300
009660     EXEC SQL                                                     00096600
009670         SELECT COALESCE(SUM(S.QUANTITE                           00096700
009680                             - S.QTE_RESERVEE), 0)                00096800
009681              + (SELECT COALESCE(SUM(C.QUANTITE                   00096810
009682                                     - C.QTE_RESERVEE), 0)        00096820
009683                   FROM API7.STOCK_CONSIGNATION C                 00096830
009684                  WHERE C.ID_ARTICLE = :W-NOART-ALLOUE            00096840
009685                    AND C.ID_ENTREPOT IN                          00096850
009686                        (SELECT ID_ENTREPOT                       00096860
009687                           FROM API7.DEPT_ENTREPOT                00096870
009688                          WHERE LIE = :W-CDE-LIE-C)               00096880
009689                    AND NOT EXISTS                                00096890
009690                        (SELECT 1                                 00096900
009691                           FROM API7.GEL_INVENTAIRE G             00096910
009692                          WHERE G.ID_ENTREPOT = C.ID_ENTREPOT     00096920
009693                            AND G.ETAT = 'O'                      00096930
009694                            AND :W-NOART-ALLOUE                   00096940
009695                                BETWEEN G.ART_DEBUT               00096950
009696                                    AND G.ART_FIN))               00096960
009697           INTO :W-QTE-DISPO-TOT                                  00096970
009700           FROM API7.STOCK S                                      00097000
009710          WHERE S.ID_ARTICLE = :W-NOART-ALLOUE                    00097100
009720            AND S.ID_ENTREPOT IN                                  00097200
009920 6086-BACK-KIT-10.                                                00099200
009930     IF WX-CMP > W-NB-CMP                                         00099300
009940         GO TO 6086-BACK-KIT-FIN.                                 00099400
009950     MOVE W-CMP-NOART (WX-CMP) TO W-ID-ARTICLE OF DCLRELIQUAT.    00099500
009960     MOVE W-CMP-QTE (WX-CMP) TO W-QTE-DEM OF DCLRELIQUAT.         00099600
009970     MOVE ZERO TO W-QTE-SERV OF DCLRELIQUAT.                      00099700
009980     MOVE W-CMP-QTE (WX-CMP) TO W-QTE-RELI OF DCLRELIQUAT.        00099800
009990     MOVE W-CDE-NOART-C TO W-NOART-KIT.                           00099900
010000     PERFORM 6062-INS-RELIQ-DEB                                   00100000
010010       THRU  6062-INS-RELIQ-FIN.                                  00100100
010040     ADD 1 TO W-CPT-BACKORD.                                      00100400
010050     ADD 1 TO WX-CMP.                                             00100500
010060     GO TO 6086-BACK-KIT-10.                                      00100600
010080      EXIT.                                                       00100800
010090***************                                                   00100900
010100 6088-BACK-RESTE-DEB.                                             00101000
010110     MOVE W-NOART-ALLOUE TO W-ID-ARTICLE OF DCLRELIQUAT.          00101100
010120     MOVE W-QTE-DEM-ALL TO W-QTE-DEM OF DCLRELIQUAT.              00101200
010130     MOVE W-QTE-SERVIE TO W-QTE-SERV OF DCLRELIQUAT.              00101300
010140     MOVE W-QTE-RESTE TO W-QTE-RELI OF DCLRELIQUAT.               00101400
010150     MOVE W-CDE-NOART-C TO W-NOART-KIT.                           00101500
010160     PERFORM 6062-INS-RELIQ-DEB                                   00101600
010170       THRU  6062-INS-RELIQ-FIN.                                  00101700
010200     ADD 1 TO W-CPT-BACKORD.                                      00102000
010210 6088-BACK-RESTE-FIN.                                             00102100
010220      EXIT.                                                       00102200
010410 6092-ESSAIE-SUB-DEB.                                             00104100
010420     EXEC SQL                                                     00104200
010430         FETCH C-SUBST                                            00104300
010440           INTO :W-ID-ARTICLE-SUBST OF DCLSUBSTITUTION            00104400
010450     END-EXEC.                                                    00104500
010460     EVALUATE SQLCODE                                             00104600
010470         WHEN 100                                                 00104700
010560             PERFORM 9999-FIN-ANORMALE-DEB                        00105600
010570               THRU  9999-FIN-ANORMALE-FIN                        00105700
010580     END-EVALUATE.                                                00105800
010585     MOVE W-ID-ARTICLE-SUBST OF DCLSUBSTITUTION                   00105850
010590         TO W-NOART-ALLOUE.                                       00105900
010600     MOVE 'S' TO W-SUBST-FLAG.                                    00106000
010610     MOVE W-CDE-NOART-C TO W-NOART-ORIG.                          00106100
010620     PERFORM 6035-SERT-ART-DEB                                    00106200
010720     MOVE 1 TO WX-BUD.                                            00107200
010730 6095-CTL-BUDGET-10.                                              00107300
010740     IF WX-BUD > W-NB-BUD                                         00107400
010745         PERFORM 6096-CTL-BUD-DIV-DEB                             00107450
010750           THRU  6096-CTL-BUD-DIV-FIN                             00107500
010755         GO TO 6095-CTL-BUDGET-FIN.                               00107550
010760     MOVE W-BUD-LIE (WX-BUD)                                      00107600
010770         TO W-LIE OF DCLBUDGETDEPT.                               00107700
010772     PERFORM 6097-CUMUL-DIV-DEB                                   00107720
010774       THRU  6097-CUMUL-DIV-FIN.                                  00107740
010780     EXEC SQL                                                     00107800
010790         SELECT COALESCE(SUM(MONTANT), 0)                         00107900
010800           INTO :W-MONTANT                                        00108000
011070 6095-CTL-BUDGET-FIN.                                             00110700
011080      EXIT.                                                       00110800
011090***************                                                   00110900
011091 6096-CTL-BUD-DIV-DEB.                                            00110910
011092     MOVE 1 TO WX-BDV.                                            00110920
011093 6096-CTL-BUD-DIV-10.                                             00110930
011094     IF WX-BDV > W-NB-BDV                                         00110940
011095         GO TO 6096-CTL-BUD-DIV-FIN.                              00110950
011096     MOVE W-BDV-DIV (WX-BDV) TO W-CODE-DIVISION.                  00110960
011097     EXEC SQL                                                     00110970
011098         SELECT COALESCE(SUM(MONTANT), 0)                         00110980
011099           INTO :W-BDV-MONTANT                                    00110990
011100           FROM API7.BUDGET_DIVISION                              00111000
011101          WHERE CODE_DIVISION = :W-CODE-DIVISION                  00111010
011102            AND ANNEE = :W-AAAA-JOUR                              00111020
011103            AND PERIODE = :W-MM-JOUR                              00111030
011104     END-EXEC.                                                    00111040
011105     IF SQLCODE NOT = ZERO OR W-BDV-MONTANT = ZERO                00111050
011106         GO TO 6096-CTL-BUD-DIV-90.                               00111060
011107     EXEC SQL                                                     00111070
011108         SELECT COALESCE(SUM(C.QUANTITE * C.PRIX_JOUR), 0)        00111080
011109           INTO :W-CONSO-MTD                                      00111090
011110           FROM API7.CONSO_DEPT C, API7.DEPARTEMENTS D            00111100
011111          WHERE D.LIE = C.LIE                                     00111110
011112            AND D.CODE_DIVISION = :W-CODE-DIVISION                00111120
011113            AND YEAR(C.DATE_SERVICE) = :W-AAAA-JOUR               00111130
011114            AND MONTH(C.DATE_SERVICE) = :W-MM-JOUR                00111140
011115     END-EXEC.                                                    00111150
011116     IF SQLCODE NOT = ZERO                                        00111160
011117         MOVE ZERO TO W-CONSO-MTD.                                00111170
011118     IF W-CONSO-MTD + W-BDV-VALEUR (WX-BDV) > W-BDV-MONTANT       00111180
011119         MOVE W-BDV-DIV (WX-BDV) TO WB-DIV                        00111190
011120         MOVE W-LIGNE-BUD-DIV TO LL00                             00111200
011121         WRITE LL00                                               00111210
011122         DISPLAY 'BUDGET DEPASSE POUR DIV. '                      00111220
011123             W-BDV-DIV (WX-BDV).                                  00111230
011124 6096-CTL-BUD-DIV-90.                                             00111240
011125     ADD 1 TO WX-BDV.                                             00111250
011126     GO TO 6096-CTL-BUD-DIV-10.                                   00111260
011127 6096-CTL-BUD-DIV-FIN.                                            00111270
011128      EXIT.                                                       00111280
011129***************                                                   00111290
011130 6097-CUMUL-DIV-DEB.                                              00111300
011131     MOVE W-BUD-LIE (WX-BUD) TO W-LIE OF DCLDEPARTEMENTS.         00111310
011132     EXEC SQL                                                     00111320
011133         SELECT CODE_DIVISION                                     00111330
011134           INTO :W-CODE-DIVISION                                  00111340
011135           FROM API7.DEPARTEMENTS                                 00111350
011136          WHERE LIE = :W-LIE OF DCLDEPARTEMENTS                   00111360
011137     END-EXEC.                                                    00111370
011138     IF SQLCODE NOT = ZERO OR W-CODE-DIVISION = SPACES            00111380
011139         GO TO 6097-CUMUL-DIV-FIN.                                00111390
011140     MOVE 1 TO WX-BDV.                                            00111400
011141 6097-CUMUL-DIV-10.                                               00111410
011142     IF WX-BDV > W-NB-BDV                                         00111420
011143         GO TO 6097-CUMUL-DIV-20.                                 00111430
011144     IF W-BDV-DIV (WX-BDV) = W-CODE-DIVISION                      00111440
011145         ADD W-BUD-VALEUR (WX-BUD) TO W-BDV-VALEUR (WX-BDV)       00111450
011146         GO TO 6097-CUMUL-DIV-FIN.                                00111460
011147     ADD 1 TO WX-BDV.                                             00111470
011148     GO TO 6097-CUMUL-DIV-10.                                     00111480
011149 6097-CUMUL-DIV-20.                                               00111490
011150     IF W-NB-BDV NOT < 50                                         00111500
011151         GO TO 6097-CUMUL-DIV-FIN.                                00111510
011152     ADD 1 TO W-NB-BDV.                                           00111520
011153     MOVE W-CODE-DIVISION TO W-BDV-DIV (W-NB-BDV).                00111530
011154     MOVE W-BUD-VALEUR (WX-BUD) TO W-BDV-VALEUR (W-NB-BDV).       00111540
011155 6097-CUMUL-DIV-FIN.                                              00111550
011156      EXIT.                                                       00111560
011157***************                                                   00111570
011158 8000-FIN-TRT-DEB.                                                00111580
011159     MOVE 1 TO WX-LOT.                                            00111590
011160 8000-FIN-TRT-10.                                                 00111600
011161     IF WX-LOT > W-NB-LOTS                                        00111610
011162         GO TO 8000-FIN-TRT-20.                                   00111620
011163     MOVE 'E' TO FIC-MODE.                                        00111630
011164     MOVE W-LOT-ID (WX-LOT) TO FIC-ID.                            00111640
011170     MOVE W-LOT-DATE (WX-LOT) TO FIC-DATE.                        00111700
011180     MOVE W-LOT-SEQ (WX-LOT) TO FIC-SEQ.                          00111800
011190     MOVE W-PROGRAM-ID TO FIC-PROGRAMME.                          00111900
011250 8000-FIN-TRT-20.                                                 00112500
011260     CLOSE CD-FICHIER.                                            00112600
011270     CLOSE JRN-FICHIER.                                           00112700
011290     CLOSE REJ-FICHIER.                                           00112900
011300     CLOSE LISTALL.                                               00113000
011310     DISPLAY 'COMMANDES LUES       = ' W-CPT-LUS.                 00113100
011340     DISPLAY 'RELIQUATS CREES      = ' W-CPT-BACKORD.             00113400
011350     DISPLAY 'COMMANDES REJETEES   = ' W-CPT-REJETS.              00113500
011360     DISPLAY 'LIGNES SUBSTITUEES   = ' W-CPT-SUBST.               00113600
011361     DISPLAY 'EN ATTENTE APPROB.   = ' W-CPT-ATTENTE.             00113610
011362     DISPLAY 'ENTREPOTS NON AGREES = ' W-CPT-DANGER.              00113620
011363     IF W-FLUX NOT = ZERO                                         00113630
011364         DISPLAY 'FLUX PARALLELE       = ' W-FLUX.                00113640
011365     MOVE 'F' TO JRN-PHASE.                                       00113650
011366     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00113660
011367     COMPUTE JRN-NB-ECRITS = W-CPT-SERVIES + W-CPT-PARTIELS.      00113670
011368     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         00113680
011369     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00113690
011370     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00113700
011371 8000-FIN-TRT-FIN.                                                00113710
011380      EXIT.                                                       00113800
011390************                                                      00113900
011400************                                                      00114000
