000230   10             MV00-ENT-DEST PICTURE X(2).                     00002300
000240   10             MV00-FOURN    PICTURE X(5).                     00002400
000250   10             MV00-NO-TRF   PICTURE 9(9).                     00002500
000252   10             MV00-NO-MVT   REDEFINES MV00-NO-TRF             00002520
000254                                PICTURE 9(9).                     00002540
000256   10             MV00-NO-RETOUR REDEFINES MV00-NO-TRF            00002560
000258                                PICTURE 9(9).                     00002580
000260   10             MV00-NO-LOT   PICTURE X(10).                    00002600
000270   10             MV00-DATE-PER PICTURE X(8).                     00002700
000275   10             MV00-STATUT   PICTURE X(1).                     00002750
000280   10             MV00-CODE-EAN PICTURE X(13).                    00002800
000282   10             MV00-MOTIF    PICTURE X(3).                     00002820
000284   10             MV00-FILLER   PICTURE X(8).                     00002840
000290 01               MV00-CTL.                                       00002900
000300   10             MV00-CTL-TYPE PICTURE X(3).                     00003000
000310   10             MV00-CTL-RESTE PICTURE X(77).                   00003100
001220 01  W-MAJ-COUT     PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00012200
001230 01  W-COUT-VALABLE PIC X     VALUE '0'.                          00012300
001240     88  COUT-VALABLE         VALUE '1'.                          00012400
001242 01  W-DEV-FOURN    PIC X(3)  VALUE SPACES.                       00012420
001244 01  W-DEV-LOC      PIC X(3)  VALUE SPACES.                       00012440
001250 01  W-COUT-SOURCE  PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00012500
001260 01  W-COUT-NOUVEAU PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00012600
001270 01  W-NOUV-QUAR    PIC S9(9) USAGE COMP.                         00012700
001280 01  W-NOUV-ABIM    PIC S9(9) USAGE COMP.                         00012800
001290 01  W-ENT-GEL      PIC X(2)  VALUE SPACES.                       00012900
001292 01  W-AVO-RETOUR   PIC S9(9) USAGE COMP VALUE ZERO.              00012920
001294 01  W-AVO-ETAT-AVANT PIC X(1) VALUE SPACE.                       00012940
001296 01  W-AVO-ETAT-APRES PIC X(1) VALUE SPACE.                       00012960
001300 01  W-CNT-GEL      PIC S9(9) USAGE COMP VALUE ZERO.              00013000
001301 01  W-CP-NO-MVT    PIC S9(9) USAGE COMP VALUE ZERO.              00013010
001302 01  W-CP-TYPE      PIC X(1)  VALUE SPACE.                        00013020
001303 01  W-CP-QTE       PIC S9(9) USAGE COMP VALUE ZERO.              00013030
001304 01  W-CP-COUT      PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00013040
001305 01  W-CP-TRF       PIC S9(9) USAGE COMP VALUE ZERO.              00013050
001306 01  W-CP-STATUT    PIC X(1)  VALUE SPACE.                        00013060
001307 01  W-CP-MOTIF     PIC X(3)  VALUE SPACES.                       00013070
001308 01  W-CNT-MOT      PIC S9(9) USAGE COMP VALUE ZERO.              00013080
001309 01  W-CSG-PRIX     PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00013090
001310 01  W-DATE-PER-ISO.                                              00013100
001320    05  W-PER-AAAA PIC X(4).                                      00013200
001330    05  FILLER     PIC X(1)  VALUE '-'.                           00013300
001670 COPY CTLLOT.                                                     00016700
001680 COPY FICCOM.                                                     00016800
001690 COPY DATCOM.                                                     00016900
001692 COPY PRMCOM.                                                     00016920
001693 COPY DEVCOM.                                                     00016930
001694 COPY EANCOM.                                                     00016940
001695 COPY DANCOM.                                                     00016950
001696 01  W-PRM-TOL-X.                                                 00016960
001697     05  W-PRM-TOL  PIC 9(3).                                     00016970
001700******                                                            00017000
001710 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00017100
001720 01  W-CPT-APPLIQ   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00017200
001730 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00017300
001735 01  W-CPT-CONTRE   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00017350
001737 01  W-CPT-EAN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00017370
001738 01  W-FLUX         PIC 9(1)  VALUE ZERO.                         00017380
001739 01  W-NO-QUOT      PIC S9(9) USAGE COMP VALUE ZERO.              00017390
001740******                                                            00017400
001750 PROCEDURE DIVISION.                                              00017500
001760 1000-LMVTSTK-DEB.                                                00017600
001990     READ PARMCAP AT END                                          00019900
002000         MOVE '1' TO W-EOF-CAP.                                   00020000
002010     IF FIN-CAP-OK                                                00020100
002020         PERFORM 5010-PRM-CAPA-DEB                                00020200
002030           THRU  5010-PRM-CAPA-FIN                                00020300
002040     ELSE                                                         00020400
002050         MOVE PQ00-TOLERANCE TO W-TOLERANCE.                      00020500
002060     CLOSE PARMCAP.                                               00020600
002070     PERFORM 5100-CTL-LOT-DEB                                     00020700
002080       THRU  5100-CTL-LOT-FIN.                                    00020800
002082     MOVE SPACES TO DEV-DEVISE.                                   00020820
002084     MOVE ZERO TO DEV-MONTANT.                                    00020840
002086     CALL 'CONVDEV' USING DEV-CONVERSION.                         00020860
002088     MOVE DEV-DEVISE-LOC TO W-DEV-LOC.                            00020880
002090     OPEN INPUT  MV-FICHIER.                                      00020900
002100     OPEN OUTPUT JRN-FICHIER.                                     00021000
002110     OPEN OUTPUT REJ-FICHIER.                                     00021100
002120     OPEN OUTPUT LISTCAP.                                         00021200
002130 5000-INIT-FIN.                                                   00021300
002140      EXIT.                                                       00021400
002141***************                                                   00021410
002142 5010-PRM-CAPA-DEB.                                               00021420
002143     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          00021430
002144     MOVE 'TOLERANCE' TO PRM-NOM.                                 00021440
002145     CALL 'PARMLIT' USING PRM-LECTURE.                            00021450
002146     MOVE PRM-VALEUR TO W-PRM-TOL-X.                              00021460
002147     IF PRM-CODE-RETOUR = ZERO                                    00021470
002148         AND W-PRM-TOL NUMERIC                                    00021480
002149         MOVE W-PRM-TOL TO W-TOLERANCE                            00021490
002150     ELSE                                                         00021500
002151         MOVE 10 TO W-TOLERANCE                                   00021510
002152         DISPLAY 'PAS DE TOLERANCE CAPA - 10 PCT DEFAUT'.         00021520
002153 5010-PRM-CAPA-FIN.                                               00021530
002154      EXIT.                                                       00021540
002155***************                                                   00021550
002160 5100-CTL-LOT-DEB.                                                00021600
002170     OPEN INPUT MV-FICHIER.                                       00021700
002180     MOVE ZERO TO CTL-NB-DONNEES.                                 00021800
002300         MOVE ZERO TO W-SQLCODE                                   00023000
002310         PERFORM 9999-FIN-ANORMALE-DEB                            00023100
002320           THRU  9999-FIN-ANORMALE-FIN.                           00023200
002322     IF CTL-FLUX-PARALLELE                                        00023220
002324         MOVE CTL-ENT-FLUX TO W-FLUX.                             00023240
002330     PERFORM 5110-LIT-LOT-DEB                                     00023300
002340       THRU  5110-LIT-LOT-FIN                                     00023400
002350       UNTIL CTL-EOF-OK.                                          00023500
002830         MOVE '1' TO W-EOF-MV                                     00028300
002840         GO TO 6010-TRAITE-FIN.                                   00028400
002850     ADD 1 TO W-CPT-LUS.                                          00028500
002852     IF MV00-TYPE = 'V'                                           00028520
002854         PERFORM 6080-CONTREPASSE-DEB                             00028540
002856           THRU  6080-CONTREPASSE-FIN                             00028560
002858         GO TO 6010-TRAITE-10.                                    00028580
002860     PERFORM 6020-VALIDE-DEB                                      00028600
002870       THRU  6020-VALIDE-FIN.                                     00028700
002880     IF W-CODE-REJET = SPACES                                     00028800
002900           THRU  6030-APPLIQUE-FIN.                               00029000
002910     IF W-CODE-REJET = SPACES                                     00029100
002920         AND MV00-NO-LOT NOT = SPACES                             00029200
002925         AND (MV00-TYPE = 'E' OR MV00-TYPE = 'S'                  00029250
002930                              OR MV00-TYPE = 'R')                 00029300
002940         PERFORM 6068-MAJ-LOT-DEB                                 00029400
002950           THRU  6068-MAJ-LOT-FIN.                                00029500
002955 6010-TRAITE-10.                                                  00029550
002956     IF MV00-TYPE = 'R' OR MV00-TYPE = 'V'                        00029560
002957         PERFORM 6089-ETAT-AVOIR-DEB                              00029570
002958           THRU  6089-ETAT-AVOIR-FIN.                             00029580
002960     IF W-CODE-REJET = SPACES                                     00029600
002970         PERFORM 6060-JOURNAL-DEB                                 00029700
002980           THRU  6060-JOURNAL-FIN                                 00029800
003020 6010-TRAITE-FIN.                                                 00030200
003030      EXIT.                                                       00030300
003040***************                                                   00030400
003041 6015-CODE-EAN-DEB.                                               00030410
003042     MOVE MV00-CODE-EAN TO EAN-CODE.                              00030420
003043     MOVE 'R' TO EAN-FONCTION.                                    00030430
003044     CALL 'CTLEAN' USING EAN-CONTROLE.                            00030440
003045     EVALUATE EAN-CODE-RETOUR                                     00030450
003046         WHEN ZERO                                                00030460
003047             CONTINUE                                             00030470
003048         WHEN 4                                                   00030480
003049             STRING 'EAN ERRONE ' MV00-CODE-EAN                   00030490
003050                 DELIMITED BY SIZE INTO W-CODE-REJET              00030500
003051         WHEN 8                                                   00030510
003052             STRING 'EAN INCONNU ' MV00-CODE-EAN                  00030520
003053                 DELIMITED BY SIZE INTO W-CODE-REJET              00030530
003054         WHEN OTHER                                               00030540
003055             MOVE EAN-SQLCODE TO W-SQLCODE                        00030550
003056             MOVE 'SELECT ARTICLE_EAN SQLCODE = '                 00030560
003057                  TO W-MESSAGE-ANOR                               00030570
003058             PERFORM 9999-FIN-ANORMALE-DEB                        00030580
003059               THRU  9999-FIN-ANORMALE-FIN                        00030590
003060     END-EVALUATE.                                                00030600
003061     IF W-CODE-REJET NOT = SPACES                                 00030610
003062         GO TO 6015-CODE-EAN-FIN.                                 00030620
003063     IF MV00-NOART NUMERIC AND MV00-NOART NOT = ZERO              00030630
003064         AND MV00-NOART NOT = EAN-ID-ARTICLE                      00030640
003065         MOVE 'EAN / ARTICLE DISCORDANTS' TO W-CODE-REJET         00030650
003066         GO TO 6015-CODE-EAN-FIN.                                 00030660
003067     MOVE EAN-ID-ARTICLE TO MV00-NOART.                           00030670
003068     ADD 1 TO W-CPT-EAN.                                          00030680
003069 6015-CODE-EAN-FIN.                                               00030690
003070      EXIT.                                                       00030700
003071***************                                                   00030710
003072 6020-VALIDE-DEB.                                                 00030720
003073     MOVE SPACES TO W-CODE-REJET.                                 00030730
003074     MOVE ZERO TO W-TRF-EXCLU.                                    00030740
003075     IF MV00-CODE-EAN NOT = SPACES                                00030750
003076         PERFORM 6015-CODE-EAN-DEB                                00030760
003077           THRU  6015-CODE-EAN-FIN                                00030770
003078         IF W-CODE-REJET NOT = SPACES                             00030780
003079             GO TO 6020-VALIDE-FIN.                               00030790
003080     EXEC SQL                                                     00030800
003090         SELECT COUNT(*)                                          00030900
003100           INTO :W-CNT-ART                                        00031000
003300                           AND MV00-TYPE NOT = 'L'                00033000
003310                           AND MV00-TYPE NOT = 'A'                00033100
003320                           AND MV00-TYPE NOT = 'X'                00033200
003325                           AND MV00-TYPE NOT = 'R'                00033250
003326                           AND MV00-TYPE NOT = 'J'                00033260
003327                           AND MV00-TYPE NOT = 'K'                00033270
003328                           AND MV00-TYPE NOT = 'P'                00033280
003330         MOVE 'TYPE MOUVEMENT INVALIDE' TO W-CODE-REJET           00033300
003340         GO TO 6020-VALIDE-FIN.                                   00033400
003350     IF MV00-QUANTITE = ZERO                                      00033500
003380     IF MV00-TYPE = 'C' AND MV00-NO-TRF = ZERO                    00033800
003390         MOVE 'NO TRANSFERT OBLIGATOIRE' TO W-CODE-REJET          00033900
003400         GO TO 6020-VALIDE-FIN.                                   00034000
003401     IF (MV00-TYPE = 'R' OR MV00-TYPE = 'P')                      00034010
003402         AND MV00-FOURN = SPACES                                  00034020
003404         MOVE 'FOURNISSEUR OBLIGATOIRE' TO W-CODE-REJET           00034040
003406         GO TO 6020-VALIDE-FIN.                                   00034060
003408     IF MV00-TYPE = 'Q' OR MV00-TYPE = 'A' OR MV00-TYPE = 'X'     00034080
003410         PERFORM 6028-CTL-MOTIF-DEB                               00034100
003412           THRU  6028-CTL-MOTIF-FIN                               00034120
003414         IF W-CODE-REJET NOT = SPACES                             00034140
003416             GO TO 6020-VALIDE-FIN.                               00034160
003418     IF MV00-TYPE = 'T'                                           00034180
003420         EXEC SQL                                                 00034200
003430             SELECT COUNT(*)                                      00034300
003440               INTO :W-CNT-ENT                                    00034400
003510             GO TO 6020-VALIDE-FIN                                00035100
003520         END-IF                                                   00035200
003530     END-IF.                                                      00035300
003540     IF MV00-TYPE = 'E' OR MV00-TYPE = 'P'                        00035400
003550         MOVE MV00-ENTREPOT TO W-ENT-CTL                          00035500
003560         MOVE MV00-QUANTITE TO W-QTE-CTL                          00035600
003570         PERFORM 6025-CTL-CAPA-DEB                                00035700
003610         MOVE MV00-QUANTITE TO W-QTE-CTL                          00036100
003620         PERFORM 6025-CTL-CAPA-DEB                                00036200
003630           THRU  6025-CTL-CAPA-FIN.                               00036300
003631     IF W-CODE-REJET NOT = SPACES                                 00036310
003632         GO TO 6020-VALIDE-FIN.                                   00036320
003633     IF MV00-TYPE = 'E' OR MV00-TYPE = 'P' OR MV00-TYPE = 'T'     00036330
003634         PERFORM 6026-CTL-DANGER-DEB                              00036340
003635           THRU  6026-CTL-DANGER-FIN.                             00036350
003640     IF W-CODE-REJET NOT = SPACES                                 00036400
003650         GO TO 6020-VALIDE-FIN.                                   00036500
003660     MOVE MV00-ENTREPOT TO W-ENT-GEL.                             00036600
003880         OR INDSTRUC OF IENTREPOT (3) < ZERO                      00038800
003890         GO TO 6025-CTL-CAPA-FIN.                                 00038900
003900     EXEC SQL                                                     00039000
003905         SELECT COALESCE(SUM(QUANTITE + QTE_QUARANTAINE           00039050
003910                             + QTE_ABIMEE), 0)                    00039100
003915              + (SELECT COALESCE(SUM(C.QUANTITE), 0)              00039150
003920                   FROM API7.STOCK_CONSIGNATION C                 00039200
003925                  WHERE C.ID_ENTREPOT = :W-ENT-CTL)               00039250
003930           INTO :W-OCCUPATION                                     00039300
003940           FROM API7.STOCK                                        00039400
003950          WHERE ID_ENTREPOT = :W-ENT-CTL                          00039500
004300 6025-CTL-CAPA-FIN.                                               00043000
004310      EXIT.                                                       00043100
004320***************                                                   00043200
004321 6026-CTL-DANGER-DEB.                                             00043210
004322     MOVE 'E' TO DAN-FONCTION.                                    00043220
004323     MOVE MV00-NOART TO DAN-ID-ARTICLE.                           00043230
004324     MOVE W-ENT-CTL TO DAN-ID-ENTREPOT.                           00043240
004325     MOVE SPACES TO DAN-ALLEE.                                    00043250
004326     CALL 'CTLDANG' USING DAN-CONTROLE.                           00043260
004327     EVALUATE DAN-CODE-RETOUR                                     00043270
004328         WHEN ZERO                                                00043280
004329             CONTINUE                                             00043290
004330         WHEN 4                                                   00043300
004331             MOVE 'ENTREPOT NON AGREE CLASSE' TO W-CODE-REJET     00043310
004332         WHEN OTHER                                               00043320
004333             MOVE DAN-SQLCODE TO W-SQLCODE                        00043330
004334             MOVE 'CTLDANG SQLCODE = '                            00043340
004335                  TO W-MESSAGE-ANOR                               00043350
004336             PERFORM 9999-FIN-ANORMALE-DEB                        00043360
004337               THRU  9999-FIN-ANORMALE-FIN                        00043370
004338     END-EVALUATE.                                                00043380
004339 6026-CTL-DANGER-FIN.                                             00043390
004340      EXIT.                                                       00043400
004341***************                                                   00043410
004342 6027-CTL-GEL-DEB.                                                00043420
004343     EXEC SQL                                                     00043430
004350         SELECT COUNT(*)                                          00043500
004360           INTO :W-CNT-GEL                                        00043600
004370           FROM API7.GEL_INVENTAIRE                               00043700
004470 6027-CTL-GEL-FIN.                                                00044700
004480      EXIT.                                                       00044800
004490***************                                                   00044900
004491 6028-CTL-MOTIF-DEB.                                              00044910
004492     IF MV00-MOTIF = SPACES                                       00044920
004493         MOVE 'MOTIF OBLIGATOIRE' TO W-CODE-REJET                 00044930
004494         GO TO 6028-CTL-MOTIF-FIN.                                00044940
004495     EXEC SQL                                                     00044950
004496         SELECT COUNT(*)                                          00044960
004497           INTO :W-CNT-MOT                                        00044970
004498           FROM API7.MOTIF_AJUSTEMENT                             00044980
004499          WHERE CODE_MOTIF = :MV00-MOTIF                          00044990
004500            AND ACTIF = 'O'                                       00045000
004501     END-EXEC.                                                    00045010
004502     IF SQLCODE NOT = ZERO                                        00045020
004503         MOVE ZERO TO W-CNT-MOT.                                  00045030
004504     IF W-CNT-MOT = ZERO                                          00045040
004505         MOVE 'MOTIF INCONNU OU INACTIF' TO W-CODE-REJET.         00045050
004506 6028-CTL-MOTIF-FIN.                                              00045060
004507      EXIT.                                                       00045070
004508***************                                                   00045080
004509 6030-APPLIQUE-DEB.                                               00045090
004510     MOVE '0' TO W-COUT-VALABLE.                                  00045100
004511     EVALUATE MV00-TYPE                                           00045110
004520         WHEN 'E'                                                 00045200
004530             PERFORM 6035-COUT-ENTREE-DEB                         00045300
004540               THRU  6035-COUT-ENTREE-FIN                         00045400
004560             MOVE MV00-QUANTITE TO W-MAJ-DELTA                    00045600
004570             PERFORM 6040-MAJ-STK-DEB                             00045700
004580               THRU  6040-MAJ-STK-FIN                             00045800
004581         WHEN 'J'                                                 00045810
004582             MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT                 00045820
004583             MOVE MV00-QUANTITE TO W-MAJ-DELTA                    00045830
004584             PERFORM 6040-MAJ-STK-DEB                             00045840
004585               THRU  6040-MAJ-STK-FIN                             00045850
004590         WHEN 'S'                                                 00045900
004600             MOVE '0' TO W-COUT-VALABLE                           00046000
004610             MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT                 00046100
004620             COMPUTE W-MAJ-DELTA = ZERO - MV00-QUANTITE           00046200
004630             PERFORM 6040-MAJ-STK-DEB                             00046300
004640               THRU  6040-MAJ-STK-FIN                             00046400
004641         WHEN 'K'                                                 00046410
004642             MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT                 00046420
004643             COMPUTE W-MAJ-DELTA = ZERO - MV00-QUANTITE           00046430
004644             PERFORM 6040-MAJ-STK-DEB                             00046440
004645               THRU  6040-MAJ-STK-FIN                             00046450
004650         WHEN 'T'                                                 00046500
004660             MOVE '0' TO W-COUT-VALABLE                           00046600
004670             MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT                 00046700
004810         WHEN 'X'                                                 00048100
004820             PERFORM 6037-MAJ-QUAL-DEB                            00048200
004830               THRU  6037-MAJ-QUAL-FIN                            00048300
004831         WHEN 'R'                                                 00048310
004832             IF MV00-STATUT = 'Q' OR MV00-STATUT = 'A'            00048320
004833                 PERFORM 6037-MAJ-QUAL-DEB                        00048330
004834                   THRU  6037-MAJ-QUAL-FIN                        00048340
004835             ELSE                                                 00048350
004836                 MOVE '0' TO W-COUT-VALABLE                       00048360
004837                 MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT             00048370
004838                 COMPUTE W-MAJ-DELTA = ZERO - MV00-QUANTITE       00048380
004839                 PERFORM 6040-MAJ-STK-DEB                         00048390
004840                   THRU  6040-MAJ-STK-FIN                         00048400
004841             END-IF                                               00048410
004842         WHEN 'P'                                                 00048420
004843             PERFORM 6090-RECEPT-CONSIG-DEB                       00048430
004844               THRU  6090-RECEPT-CONSIG-FIN                       00048440
004845     END-EVALUATE.                                                00048450
004850 6030-APPLIQUE-FIN.                                               00048500
004860      EXIT.                                                       00048600
004870***************                                                   00048700
004880 6038-EXPEDIE-DEB.                                                00048800
004881     IF W-FLUX = ZERO                                             00048810
004882         GO TO 6038-EXPEDIE-10.                                   00048820
004883     EXEC SQL                                                     00048830
004884         SELECT COALESCE(MAX(ID_TRANSFERT), 0)                    00048840
004885           INTO :W-ID-TRANSFERT                                   00048850
004886           FROM API7.TRANSFERT_ATTENTE                            00048860
004887           WITH UR                                                00048870
004888     END-EXEC.                                                    00048880
004889     IF SQLCODE NOT = ZERO                                        00048890
004890         MOVE SQLCODE TO W-SQLCODE                                00048900
004891         MOVE 'SELECT MAX TRANSFERT SQLCODE = '                   00048910
004892              TO W-MESSAGE-ANOR                                   00048920
004893         PERFORM 9999-FIN-ANORMALE-DEB                            00048930
004894           THRU  9999-FIN-ANORMALE-FIN.                           00048940
004895     DIVIDE W-ID-TRANSFERT BY 10 GIVING W-NO-QUOT.                00048950
004896     COMPUTE W-ID-TRANSFERT = W-NO-QUOT * 10 + 10 + W-FLUX.       00048960
004897     GO TO 6038-EXPEDIE-20.                                       00048970
004898 6038-EXPEDIE-10.                                                 00048980
004899     EXEC SQL                                                     00048990
004900         SELECT COALESCE(MAX(ID_TRANSFERT), 0) + 1                00049000
004910           INTO :W-ID-TRANSFERT                                   00049100
004920           FROM API7.TRANSFERT_ATTENTE                            00049200
004970              TO W-MESSAGE-ANOR                                   00049700
004980         PERFORM 9999-FIN-ANORMALE-DEB                            00049800
004990           THRU  9999-FIN-ANORMALE-FIN.                           00049900
004995 6038-EXPEDIE-20.                                                 00049950
005000     MOVE MV00-NOART TO W-ID-ARTICLE OF DCLTRANSFERTATT.          00050000
005010     MOVE MV00-ENTREPOT TO W-ENT-ORIGINE.                         00050100
005020     MOVE MV00-ENT-DEST                                           00050200
006100         GO TO 6035-COUT-ENTREE-10.                               00061000
006110     MOVE MV00-FOURN                                              00061100
006120         TO W-ID-FOURNISSEUR OF DCLARTICLEFOURN.                  00061200
006125     EXEC SQL                                                     00061250
006130         SELECT A.PRIX_ACHAT, F.DEVISE                            00061300
006135           INTO :W-PRIX-ACHAT, :W-DEV-FOURN                       00061350
006140           FROM API7.ARTICLE_FOURNISSEUR A,                       00061400
006145                API7.FOURNISSEUR F                                00061450
006150          WHERE A.ID_ARTICLE =                                    00061500
006155                :W-ID-ARTICLE OF DCLARTICLEFOURN                  00061550
006160            AND A.ID_FOURNISSEUR =                                00061600
006165                :W-ID-FOURNISSEUR OF DCLARTICLEFOURN              00061650
006170            AND F.ID_FOURNISSEUR = A.ID_FOURNISSEUR               00061700
006175     END-EXEC.                                                    00061750
006180     IF SQLCODE = ZERO                                            00061800
006185         GO TO 6035-COUT-ENTREE-20.                               00061850
006200 6035-COUT-ENTREE-10.                                             00062000
006205     EXEC SQL                                                     00062050
006210         SELECT A.PRIX_ACHAT, F.DEVISE                            00062100
006215           INTO :W-PRIX-ACHAT, :W-DEV-FOURN                       00062150
006220           FROM API7.ARTICLE_FOURNISSEUR A,                       00062200
006225                API7.FOURNISSEUR F                                00062250
006230          WHERE A.ID_ARTICLE =                                    00062300
006235                :W-ID-ARTICLE OF DCLARTICLEFOURN                  00062350
006240            AND F.ID_FOURNISSEUR = A.ID_FOURNISSEUR               00062400
006245          ORDER BY A.PRIX_ACHAT *                                 00062450
006250                CASE WHEN F.DEVISE = ' '                          00062500
006255                       OR F.DEVISE = :W-DEV-LOC THEN 1            00062550
006260                ELSE (SELECT T.TAUX                               00062600
006265                        FROM API7.TAUX_CHANGE T                   00062650
006270                       WHERE T.DEVISE = F.DEVISE                  00062700
006275                         AND T.DATE_TAUX =                        00062750
006280                            (SELECT MAX(U.DATE_TAUX)              00062800
006285                               FROM API7.TAUX_CHANGE U            00062850
006290                              WHERE U.DEVISE = F.DEVISE           00062900
006295                                AND U.DATE_TAUX <=                00062950
006300                                    DATE(:DAT-DATE-ISO)))         00063000
006305                END                                               00063050
006310          FETCH FIRST 1 ROW ONLY                                  00063100
006315     END-EXEC.                                                    00063150
006320     IF SQLCODE NOT = ZERO                                        00063200
006325         GO TO 6035-COUT-ENTREE-FIN.                              00063250
006330 6035-COUT-ENTREE-20.                                             00063300
006335     MOVE W-DEV-FOURN TO DEV-DEVISE.                              00063350
006340     MOVE DAT-DATE-ISO TO DEV-DATE-EFFET.                         00063400
006345     MOVE W-PRIX-ACHAT TO DEV-MONTANT.                            00063450
006350     CALL 'CONVDEV' USING DEV-CONVERSION.                         00063500
006355     IF DEV-CODE-RETOUR NOT = ZERO                                00063550
006360         DISPLAY 'ARTICLE ' MV00-NOART ' DEVISE ' W-DEV-FOURN     00063600
006365                 ' - PAS DE TAUX DE CHANGE'                       00063650
006370         GO TO 6035-COUT-ENTREE-FIN.                              00063700
006375     COMPUTE W-MAJ-COUT ROUNDED = DEV-MONTANT-LOC.                00063750
006380     MOVE '1' TO W-COUT-VALABLE.                                  00063800
006390 6035-COUT-ENTREE-FIN.                                            00063900
006400      EXIT.                                                       00064000
006420 6037-MAJ-QUAL-DEB.                                               00064200
006430     MOVE MV00-NOART TO W-ID-ARTICLE OF DCLSTOCK.                 00064300
006440     MOVE MV00-ENTREPOT TO W-ID-ENTREPOT OF DCLSTOCK.             00064400
006450     EXEC SQL                                                     00064500
006455         SELECT QUANTITE, QTE_RESERVEE,                           00064550
006460                QTE_QUARANTAINE, QTE_ABIMEE, COUT_MOYEN           00064600
006465           INTO :W-QUANTITE OF DCLSTOCK, :W-QTE-RESERVEE,         00064650
006470                :W-QTE-QUARANTAINE, :W-QTE-ABIMEE,                00064700
006475                :W-COUT-MOYEN                                     00064750
006500           FROM API7.STOCK                                        00065000
006510          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00065100
006520            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00065200
007080                 COMPUTE W-NOUV-ABIM =                            00070800
007090                     W-QTE-ABIMEE - MV00-QUANTITE                 00070900
007100             END-IF                                               00071000
007101         WHEN 'R'                                                 00071010
007102             IF MV00-STATUT = 'Q'                                 00071020
007103                 IF W-QTE-QUARANTAINE < MV00-QUANTITE             00071030
007104                     MOVE 'QTE QUARANTAINE INSUFF.'               00071040
007105                          TO W-CODE-REJET                         00071050
007106                 ELSE                                             00071060
007107                     COMPUTE W-NOUV-QUAR =                        00071070
007108                         W-QTE-QUARANTAINE - MV00-QUANTITE        00071080
007109                 END-IF                                           00071090
007110             ELSE                                                 00071100
007111                 IF W-QTE-ABIMEE < MV00-QUANTITE                  00071110
007112                     MOVE 'QTE ABIMEE INSUFFISANTE'               00071120
007113                          TO W-CODE-REJET                         00071130
007114                 ELSE                                             00071140
007115                     COMPUTE W-NOUV-ABIM =                        00071150
007116                         W-QTE-ABIMEE - MV00-QUANTITE             00071160
007117                 END-IF                                           00071170
007118             END-IF                                               00071180
007119     END-EVALUATE.                                                00071190
007120     IF W-CODE-REJET NOT = SPACES                                 00071200
007130         GO TO 6037-MAJ-QUAL-FIN.                                 00071300
007140     EXEC SQL                                                     00071400
007780      EXIT.                                                       00077800
007790***************                                                   00077900
007800 6045-CALC-COUT-DEB.                                              00078000
007810     IF COUT-VALABLE                                              00078100
007820         AND W-NOUVELLE-QTE > ZERO                                00078200
007830         COMPUTE W-COUT-NOUVEAU ROUNDED =                         00078300
007840             (W-QUANTITE OF DCLSTOCK * W-COUT-MOYEN               00078400
007860             / W-NOUVELLE-QTE                                     00078600
007870     ELSE                                                         00078700
007880         MOVE W-COUT-MOYEN TO W-COUT-NOUVEAU.                     00078800
007882     IF W-COUT-NOUVEAU < ZERO                                     00078820
007884         MOVE W-COUT-MOYEN TO W-COUT-NOUVEAU.                     00078840
007890 6045-CALC-COUT-FIN.                                              00078900
007900      EXIT.                                                       00079000
007910***************                                                   00079100
008520             MOVE 'DECLASSEMENT EN ABIME' TO JM00-LIBELLE         00085200
008530         WHEN 'X'                                                 00085300
008540             MOVE 'SORTIE CASSE APPLIQUEE' TO JM00-LIBELLE        00085400
008542         WHEN 'R'                                                 00085420
008544             MOVE 'RETOUR FOURNISSEUR' TO JM00-LIBELLE            00085440
008546         WHEN 'V'                                                 00085460
008548             MOVE 'CONTREPASSATION MVT' TO JM00-LIBELLE           00085480
008550         WHEN 'J'                                                 00085500
008552             MOVE 'REGULARISATION INTEGRITE +' TO JM00-LIBELLE    00085520
008554         WHEN 'K'                                                 00085540
008556             MOVE 'REGULARISATION INTEGRITE -' TO JM00-LIBELLE    00085560
008557         WHEN 'P'                                                 00085570
008558             MOVE 'RECEPTION EN DEPOT' TO JM00-LIBELLE            00085580
008559     END-EVALUATE.                                                00085590
008560     WRITE JM00.                                                  00085600
008570     ADD 1 TO W-CPT-APPLIQ.                                       00085700
008580     PERFORM 6065-HISTORIQUE-DEB                                  00085800
008700         TO W-QUANTITE OF DCLMOUVEMENTSTOCK.                      00087000
008710     MOVE MV00-ENT-DEST                                           00087100
008720         TO W-ENT-DEST OF DCLMOUVEMENTSTOCK.                      00087200
008722     MOVE W-PROGRAM-ID TO W-ORIGINE.                              00087220
008724     IF COUT-VALABLE                                              00087240
008726         MOVE W-MAJ-COUT TO W-COUT-MOUVEMENT                      00087260
008728     ELSE                                                         00087280
008730         MOVE W-COUT-MOYEN TO W-COUT-MOUVEMENT.                   00087300
008732     MOVE MV00-NO-LOT TO W-LOT-MOUVEMENT.                         00087320
008734     MOVE ZERO TO W-NO-TRANSFERT.                                 00087340
008735     MOVE SPACE TO W-STATUT-STOCK.                                00087350
008736     MOVE SPACE TO W-CONTREPASSE.                                 00087360
008737     MOVE ZERO TO W-NO-MVT-LIE.                                   00087370
008738     MOVE SPACES TO W-MOTIF-MVT.                                  00087380
008739     EVALUATE MV00-TYPE                                           00087390
008740         WHEN 'T'                                                 00087400
008741             MOVE W-ID-TRANSFERT TO W-NO-TRANSFERT                00087410
008742         WHEN 'C'                                                 00087420
008743             MOVE MV00-NO-TRF TO W-NO-TRANSFERT                   00087430
008744         WHEN 'Q'                                                 00087440
008745         WHEN 'A'                                                 00087450
008746         WHEN 'X'                                                 00087460
008747             MOVE MV00-MOTIF TO W-MOTIF-MVT                       00087470
008748         WHEN 'R'                                                 00087480
008749             MOVE MV00-STATUT TO W-STATUT-STOCK                   00087490
008750             MOVE MV00-NO-RETOUR TO W-NO-TRANSFERT                00087500
008757         WHEN 'V'                                                 00087570
008758             MOVE W-CP-TYPE TO W-TYPE-MOUVEMENT                   00087580
008760             COMPUTE W-QUANTITE OF DCLMOUVEMENTSTOCK =            00087600
008762                 ZERO - W-CP-QTE                                  00087620
008764             MOVE W-CP-COUT TO W-COUT-MOUVEMENT                   00087640
008766             MOVE W-CP-TRF TO W-NO-TRANSFERT                      00087660
008768             MOVE W-CP-STATUT TO W-STATUT-STOCK                   00087680
008770             MOVE 'C' TO W-CONTREPASSE                            00087700
008772             MOVE W-CP-NO-MVT TO W-NO-MVT-LIE                     00087720
008773             MOVE W-CP-MOTIF TO W-MOTIF-MVT                       00087730
008774     END-EVALUATE.                                                00087740
008775     IF W-FLUX = ZERO                                             00087750
008776         GO TO 6065-HISTORIQUE-10.                                00087760
008777     EXEC SQL                                                     00087770
008778         SELECT COALESCE(MAX(NO_MOUVEMENT), 0)                    00087780
008779           INTO :W-NO-MOUVEMENT                                   00087790
008780           FROM API7.MOUVEMENT_STOCK                              00087800
008781           WITH UR                                                00087810
008782     END-EXEC.                                                    00087820
008783     IF SQLCODE NOT = ZERO                                        00087830
008784         MOVE SQLCODE TO W-SQLCODE                                00087840
008785         MOVE 'SELECT MAX MOUVEMENT SQLCODE = '                   00087850
008786              TO W-MESSAGE-ANOR                                   00087860
008787         PERFORM 9999-FIN-ANORMALE-DEB                            00087870
008788           THRU  9999-FIN-ANORMALE-FIN.                           00087880
008789     DIVIDE W-NO-MOUVEMENT BY 10 GIVING W-NO-QUOT.                00087890
008790     COMPUTE W-NO-MOUVEMENT = W-NO-QUOT * 10 + 10 + W-FLUX.       00087900
008791     GO TO 6065-HISTORIQUE-20.                                    00087910
008792 6065-HISTORIQUE-10.                                              00087920
008793     EXEC SQL                                                     00087930
008794         SELECT COALESCE(MAX(NO_MOUVEMENT), 0) + 1                00087940
008795           INTO :W-NO-MOUVEMENT                                   00087950
008796           FROM API7.MOUVEMENT_STOCK                              00087960
008797     END-EXEC.                                                    00087970
008798     IF SQLCODE NOT = ZERO                                        00087980
008799         MOVE SQLCODE TO W-SQLCODE                                00087990
008800         MOVE 'SELECT MAX MOUVEMENT SQLCODE = '                   00088000
008801              TO W-MESSAGE-ANOR                                   00088010
008802         PERFORM 9999-FIN-ANORMALE-DEB                            00088020
008803           THRU  9999-FIN-ANORMALE-FIN.                           00088030
008804 6065-HISTORIQUE-20.                                              00088040
008805     EXEC SQL                                                     00088050
008806         INSERT INTO API7.MOUVEMENT_STOCK                         00088060
008807                (ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,         00088070
008808                 QUANTITE, ENT_DEST, DATE_MOUVEMENT, ORIGINE,     00088080
008809                 NO_MOUVEMENT, COUT_MOUVEMENT, LOT_MOUVEMENT,     00088090
008810                 NO_TRANSFERT, STATUT_STOCK, CONTREPASSE,         00088100
008811                 NO_MVT_LIE, MOTIF_MVT)                           00088110
008812         VALUES (:W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,              00088120
008814                 :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,             00088140
008816                 :W-TYPE-MOUVEMENT,                               00088160
008818                 :W-QUANTITE OF DCLMOUVEMENTSTOCK,                00088180
008820                 :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                00088200
008822                 DATE(:DAT-DATE-ISO), :W-ORIGINE,                 00088220
008824                 :W-NO-MOUVEMENT, :W-COUT-MOUVEMENT,              00088240
008826                 :W-LOT-MOUVEMENT, :W-NO-TRANSFERT,               00088260
008828                 :W-STATUT-STOCK, :W-CONTREPASSE,                 00088280
008830                 :W-NO-MVT-LIE, :W-MOTIF-MVT)                     00088300
008832     END-EXEC.                                                    00088320
008850     IF SQLCODE NOT = ZERO                                        00088500
008860         MOVE SQLCODE TO W-SQLCODE                                00088600
008870         MOVE 'INSERT MOUVEMENT_STOCK SQLCODE = '                 00088700
008880              TO W-MESSAGE-ANOR                                   00088800
008890         PERFORM 9999-FIN-ANORMALE-DEB                            00088900
008900           THRU  9999-FIN-ANORMALE-FIN.                           00089000
008901     IF MV00-TYPE NOT = 'V'                                       00089010
008902         GO TO 6065-HISTORIQUE-FIN.                               00089020
008903     EXEC SQL                                                     00089030
008904         UPDATE API7.MOUVEMENT_STOCK                              00089040
008905            SET CONTREPASSE = 'A',                                00089050
008906                NO_MVT_LIE = :W-NO-MOUVEMENT                      00089060
008907          WHERE NO_MOUVEMENT = :W-CP-NO-MVT                       00089070
008908     END-EXEC.                                                    00089080
008909     IF SQLCODE NOT = ZERO                                        00089090
008910         MOVE SQLCODE TO W-SQLCODE                                00089100
008911         MOVE 'UPDATE MOUVEMENT_STOCK SQLCODE = '                 00089110
008912              TO W-MESSAGE-ANOR                                   00089120
008913         PERFORM 9999-FIN-ANORMALE-DEB                            00089130
008914           THRU  9999-FIN-ANORMALE-FIN.                           00089140
008915 6065-HISTORIQUE-FIN.                                             00089150
008920      EXIT.                                                       00089200
008930***************                                                   00089300
008940 6068-MAJ-LOT-DEB.                                                00089400
008960     MOVE MV00-ENTREPOT                                           00089600
008970         TO W-ID-ENTREPOT OF DCLSTOCKLOT.                         00089700
008980     MOVE MV00-NO-LOT TO W-NO-LOT.                                00089800
008990     IF MV00-TYPE = 'S' OR MV00-TYPE = 'R'                        00089900
009000         GO TO 6068-MAJ-LOT-30.                                   00090000
009010     EXEC SQL                                                     00090100
009020         UPDATE API7.STOCK_LOT                                    00090200
009720 6068-MAJ-LOT-FIN.                                                00097200
009730     EXIT.                                                        00097300
009740***************                                                   00097400
009741 6080-CONTREPASSE-DEB.                                            00097410
009742     MOVE SPACES TO W-CODE-REJET.                                 00097420
009743     MOVE MV00-NO-MVT TO W-CP-NO-MVT.                             00097430
009744     EXEC SQL                                                     00097440
009745         SELECT ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,          00097450
009746                QUANTITE, ENT_DEST, COUT_MOUVEMENT,               00097460
009747                LOT_MOUVEMENT, NO_TRANSFERT, STATUT_STOCK,        00097470
009748                CONTREPASSE, MOTIF_MVT                            00097480
009749           INTO :W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,               00097490
009750                :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,              00097500
009751                :W-TYPE-MOUVEMENT,                                00097510
009752                :W-QUANTITE OF DCLMOUVEMENTSTOCK,                 00097520
009753                :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                 00097530
009754                :W-COUT-MOUVEMENT, :W-LOT-MOUVEMENT,              00097540
009755                :W-NO-TRANSFERT, :W-STATUT-STOCK,                 00097550
009756                :W-CONTREPASSE, :W-CP-MOTIF                       00097560
009757           FROM API7.MOUVEMENT_STOCK                              00097570
009758          WHERE NO_MOUVEMENT = :W-CP-NO-MVT                       00097580
009759     END-EXEC.                                                    00097590
009760     EVALUATE SQLCODE                                             00097600
009761         WHEN ZERO                                                00097610
009762             CONTINUE                                             00097620
009763         WHEN 100                                                 00097630
009764             MOVE 'MOUVEMENT INCONNU' TO W-CODE-REJET             00097640
009765             GO TO 6080-CONTREPASSE-FIN                           00097650
009766         WHEN OTHER                                               00097660
009767             MOVE SQLCODE TO W-SQLCODE                            00097670
009768             MOVE 'SELECT MOUVEMENT_STOCK SQLCODE = '             00097680
009769                  TO W-MESSAGE-ANOR                               00097690
009770             PERFORM 9999-FIN-ANORMALE-DEB                        00097700
009771               THRU  9999-FIN-ANORMALE-FIN                        00097710
009772     END-EVALUATE.                                                00097720
009773     IF W-CONTREPASSE = 'A'                                       00097730
009774         MOVE 'MVT DEJA CONTREPASSE' TO W-CODE-REJET              00097740
009775         GO TO 6080-CONTREPASSE-FIN.                              00097750
009776     IF W-CONTREPASSE = 'C'                                       00097760
009777         MOVE 'MVT DE CONTREPASSATION' TO W-CODE-REJET            00097770
009778         GO TO 6080-CONTREPASSE-FIN.                              00097780
009779     IF W-TYPE-MOUVEMENT = 'D' OR 'I' OR 'J' OR 'K'               00097790
009780                                 OR 'P' OR 'U'                    00097800
009781         MOVE 'TYPE NON CONTREPASSABLE' TO W-CODE-REJET           00097810
009782         GO TO 6080-CONTREPASSE-FIN.                              00097820
009783     MOVE W-TYPE-MOUVEMENT TO W-CP-TYPE.                          00097830
009784     MOVE W-QUANTITE OF DCLMOUVEMENTSTOCK TO W-CP-QTE.            00097840
009785     MOVE W-COUT-MOUVEMENT TO W-CP-COUT.                          00097850
009786     MOVE W-NO-TRANSFERT TO W-CP-TRF.                             00097860
009787     MOVE W-STATUT-STOCK TO W-CP-STATUT.                          00097870
009788     MOVE W-ID-ARTICLE OF DCLMOUVEMENTSTOCK TO MV00-NOART.        00097880
009789     MOVE W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK TO MV00-ENTREPOT.    00097890
009790     MOVE W-CP-QTE TO MV00-QUANTITE.                              00097900
009791     MOVE W-ENT-DEST OF DCLMOUVEMENTSTOCK TO MV00-ENT-DEST.       00097910
009792     MOVE W-LOT-MOUVEMENT TO MV00-NO-LOT.                         00097920
009793     MOVE W-CP-STATUT TO MV00-STATUT.                             00097930
009794     MOVE MV00-ENTREPOT TO W-ENT-GEL.                             00097940
009795     PERFORM 6027-CTL-GEL-DEB                                     00097950
009796       THRU  6027-CTL-GEL-FIN.                                    00097960
009797     IF W-CODE-REJET NOT = SPACES                                 00097970
009798         GO TO 6080-CONTREPASSE-FIN.                              00097980
009799     IF W-CP-TYPE = 'T'                                           00097990
009800         MOVE MV00-ENT-DEST TO W-ENT-GEL                          00098000
009801         PERFORM 6027-CTL-GEL-DEB                                 00098010
009802           THRU  6027-CTL-GEL-FIN                                 00098020
009803         IF W-CODE-REJET NOT = SPACES                             00098030
009804             GO TO 6080-CONTREPASSE-FIN.                          00098040
009805     MOVE W-CP-COUT TO W-MAJ-COUT.                                00098050
009806     MOVE '1' TO W-COUT-VALABLE.                                  00098060
009807     MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT.                        00098070
009808     EVALUATE W-CP-TYPE                                           00098080
009809         WHEN 'E'                                                 00098090
009810             COMPUTE W-MAJ-DELTA = ZERO - W-CP-QTE                00098100
009811             PERFORM 6040-MAJ-STK-DEB                             00098110
009812               THRU  6040-MAJ-STK-FIN                             00098120
009813         WHEN 'C'                                                 00098130
009814             PERFORM 6082-CP-RECEPT-DEB                           00098140
009815               THRU  6082-CP-RECEPT-FIN                           00098150
009816         WHEN 'T'                                                 00098160
009817             PERFORM 6083-CP-EXPEDIE-DEB                          00098170
009818               THRU  6083-CP-EXPEDIE-FIN                          00098180
009819         WHEN 'S'                                                 00098190
009820             MOVE W-CP-QTE TO W-MAJ-DELTA                         00098200
009821             PERFORM 6040-MAJ-STK-DEB                             00098210
009822               THRU  6040-MAJ-STK-FIN                             00098220
009823         WHEN 'R'                                                 00098230
009824             IF W-CP-STATUT = 'Q' OR W-CP-STATUT = 'A'            00098240
009825                 PERFORM 6085-CP-QUAL-DEB                         00098250
009826                   THRU  6085-CP-QUAL-FIN                         00098260
009827             ELSE                                                 00098270
009828                 MOVE W-CP-QTE TO W-MAJ-DELTA                     00098280
009829                 PERFORM 6040-MAJ-STK-DEB                         00098290
009830                   THRU  6040-MAJ-STK-FIN                         00098300
009831             END-IF                                               00098310
009832         WHEN OTHER                                               00098320
009833             PERFORM 6085-CP-QUAL-DEB                             00098330
009834               THRU  6085-CP-QUAL-FIN                             00098340
009835     END-EVALUATE.                                                00098350
009836     IF W-CODE-REJET NOT = SPACES                                 00098360
009837         GO TO 6080-CONTREPASSE-FIN.                              00098370
009838     IF MV00-NO-LOT NOT = SPACES                                  00098380
009839         AND (W-CP-TYPE = 'E' OR W-CP-TYPE = 'S'                  00098390
009840                              OR W-CP-TYPE = 'R')                 00098400
009841         PERFORM 6088-CP-LOT-DEB                                  00098410
009842           THRU  6088-CP-LOT-FIN.                                 00098420
009843     ADD 1 TO W-CPT-CONTRE.                                       00098430
009844 6080-CONTREPASSE-FIN.                                            00098440
009845      EXIT.                                                       00098450
009846***************                                                   00098460
009847 6082-CP-RECEPT-DEB.                                              00098470
009848     MOVE W-CP-TRF TO W-ID-TRANSFERT.                             00098480
009849     EXEC SQL                                                     00098490
009850         SELECT ETAT                                              00098500
009851           INTO :W-ETAT OF DCLTRANSFERTATT                        00098510
009852           FROM API7.TRANSFERT_ATTENTE                            00098520
009853          WHERE ID_TRANSFERT = :W-ID-TRANSFERT                    00098530
009854     END-EXEC.                                                    00098540
009855     EVALUATE SQLCODE                                             00098550
009856         WHEN ZERO                                                00098560
009857             CONTINUE                                             00098570
009858         WHEN 100                                                 00098580
009859             MOVE 'TRANSFERT INCONNU' TO W-CODE-REJET             00098590
009860             GO TO 6082-CP-RECEPT-FIN                             00098600
009861         WHEN OTHER                                               00098610
009862             MOVE SQLCODE TO W-SQLCODE                            00098620
009863             MOVE 'SELECT TRANSFERT_ATT SQLCODE = '               00098630
009864                  TO W-MESSAGE-ANOR                               00098640
009865             PERFORM 9999-FIN-ANORMALE-DEB                        00098650
009866               THRU  9999-FIN-ANORMALE-FIN                        00098660
009867     END-EVALUATE.                                                00098670
009868     IF W-ETAT OF DCLTRANSFERTATT NOT = 'R'                       00098680
009869         MOVE 'TRANSFERT NON RECU' TO W-CODE-REJET                00098690
009870         GO TO 6082-CP-RECEPT-FIN.                                00098700
009871     COMPUTE W-MAJ-DELTA = ZERO - W-CP-QTE.                       00098710
009872     PERFORM 6040-MAJ-STK-DEB                                     00098720
009873       THRU  6040-MAJ-STK-FIN.                                    00098730
009874     IF W-CODE-REJET NOT = SPACES                                 00098740
009875         GO TO 6082-CP-RECEPT-FIN.                                00098750
009876     EXEC SQL                                                     00098760
009877         UPDATE API7.TRANSFERT_ATTENTE                            00098770
009878            SET ETAT = 'T',                                       00098780
009879                DATE_RECEPTION = NULL                             00098790
009880          WHERE ID_TRANSFERT = :W-ID-TRANSFERT                    00098800
009881     END-EXEC.                                                    00098810
009882     IF SQLCODE NOT = ZERO                                        00098820
009883         MOVE SQLCODE TO W-SQLCODE                                00098830
009884         MOVE 'UPDATE TRANSFERT_ATT SQLCODE = '                   00098840
009885              TO W-MESSAGE-ANOR                                   00098850
009886         PERFORM 9999-FIN-ANORMALE-DEB                            00098860
009887           THRU  9999-FIN-ANORMALE-FIN.                           00098870
009888 6082-CP-RECEPT-FIN.                                              00098880
009889      EXIT.                                                       00098890
009890***************                                                   00098900
009891 6083-CP-EXPEDIE-DEB.                                             00098910
009892     MOVE W-CP-TRF TO W-ID-TRANSFERT.                             00098920
009893     EXEC SQL                                                     00098930
009894         SELECT ETAT                                              00098940
009895           INTO :W-ETAT OF DCLTRANSFERTATT                        00098950
009896           FROM API7.TRANSFERT_ATTENTE                            00098960
009897          WHERE ID_TRANSFERT = :W-ID-TRANSFERT                    00098970
009898     END-EXEC.                                                    00098980
009899     EVALUATE SQLCODE                                             00098990
009900         WHEN ZERO                                                00099000
009901             CONTINUE                                             00099010
009902         WHEN 100                                                 00099020
009903             MOVE 'TRANSFERT INCONNU' TO W-CODE-REJET             00099030
009904             GO TO 6083-CP-EXPEDIE-FIN                            00099040
009905         WHEN OTHER                                               00099050
009906             MOVE SQLCODE TO W-SQLCODE                            00099060
009907             MOVE 'SELECT TRANSFERT_ATT SQLCODE = '               00099070
009908                  TO W-MESSAGE-ANOR                               00099080
009909             PERFORM 9999-FIN-ANORMALE-DEB                        00099090
009910               THRU  9999-FIN-ANORMALE-FIN                        00099100
009911     END-EVALUATE.                                                00099110
009912     IF W-ETAT OF DCLTRANSFERTATT NOT = 'T'                       00099120
009913         MOVE 'TRANSFERT DEJA RECU' TO W-CODE-REJET               00099130
009914         GO TO 6083-CP-EXPEDIE-FIN.                               00099140
009915     MOVE W-CP-QTE TO W-MAJ-DELTA.                                00099150
009916     PERFORM 6040-MAJ-STK-DEB                                     00099160
009917       THRU  6040-MAJ-STK-FIN.                                    00099170
009918     IF W-CODE-REJET NOT = SPACES                                 00099180
009919         GO TO 6083-CP-EXPEDIE-FIN.                               00099190
009920     EXEC SQL                                                     00099200
009921         UPDATE API7.TRANSFERT_ATTENTE                            00099210
009922            SET ETAT = 'A'                                        00099220
009923          WHERE ID_TRANSFERT = :W-ID-TRANSFERT                    00099230
009924     END-EXEC.                                                    00099240
009925     IF SQLCODE NOT = ZERO                                        00099250
009926         MOVE SQLCODE TO W-SQLCODE                                00099260
009927         MOVE 'UPDATE TRANSFERT_ATT SQLCODE = '                   00099270
009928              TO W-MESSAGE-ANOR                                   00099280
009929         PERFORM 9999-FIN-ANORMALE-DEB                            00099290
009930           THRU  9999-FIN-ANORMALE-FIN.                           00099300
009931 6083-CP-EXPEDIE-FIN.                                             00099310
009932      EXIT.                                                       00099320
009933***************                                                   00099330
009934 6085-CP-QUAL-DEB.                                                00099340
009935     MOVE MV00-NOART TO W-ID-ARTICLE OF DCLSTOCK.                 00099350
009936     MOVE MV00-ENTREPOT TO W-ID-ENTREPOT OF DCLSTOCK.             00099360
009937     EXEC SQL                                                     00099370
009938         SELECT QUANTITE, QTE_RESERVEE,                           00099380
009939                QTE_QUARANTAINE, QTE_ABIMEE, COUT_MOYEN           00099390
009940           INTO :W-QUANTITE OF DCLSTOCK, :W-QTE-RESERVEE,         00099400
009941                :W-QTE-QUARANTAINE, :W-QTE-ABIMEE,                00099410
009942                :W-COUT-MOYEN                                     00099420
009943           FROM API7.STOCK                                        00099430
009944          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00099440
009945            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00099450
009946     END-EXEC.                                                    00099460
009947     EVALUATE SQLCODE                                             00099470
009948         WHEN ZERO                                                00099480
009949             CONTINUE                                             00099490
009950         WHEN 100                                                 00099500
009951             MOVE 'STOCK INEXISTANT' TO W-CODE-REJET              00099510
009952             GO TO 6085-CP-QUAL-FIN                               00099520
009953         WHEN OTHER                                               00099530
009954             MOVE SQLCODE TO W-SQLCODE                            00099540
009955             MOVE 'SELECT API7.STOCK SQLCODE = '                  00099550
009956                  TO W-MESSAGE-ANOR                               00099560
009957             PERFORM 9999-FIN-ANORMALE-DEB                        00099570
009958               THRU  9999-FIN-ANORMALE-FIN                        00099580
009959     END-EVALUATE.                                                00099590
009960     MOVE '0' TO W-COUT-VALABLE.                                  00099600
009961     MOVE W-QUANTITE OF DCLSTOCK TO W-NOUVELLE-QTE.               00099610
009962     MOVE W-QTE-QUARANTAINE TO W-NOUV-QUAR.                       00099620
009963     MOVE W-QTE-ABIMEE TO W-NOUV-ABIM.                            00099630
009964     EVALUATE W-CP-TYPE                                           00099640
009965         WHEN 'Q'                                                 00099650
009966             IF W-QTE-QUARANTAINE < W-CP-QTE                      00099660
009967                 MOVE 'QTE QUARANTAINE INSUFF.'                   00099670
009968                      TO W-CODE-REJET                             00099680
009969             ELSE                                                 00099690
009970                 COMPUTE W-NOUV-QUAR =                            00099700
009971                     W-QTE-QUARANTAINE - W-CP-QTE                 00099710
009972                 COMPUTE W-NOUVELLE-QTE =                         00099720
009973                     W-QUANTITE OF DCLSTOCK + W-CP-QTE            00099730
009974             END-IF                                               00099740
009975         WHEN 'L'                                                 00099750
009976             IF W-QUANTITE OF DCLSTOCK - W-QTE-RESERVEE           00099760
009977                < W-CP-QTE                                        00099770
009978                 MOVE 'QTE DISPONIBLE INSUFF.'                    00099780
009979                      TO W-CODE-REJET                             00099790
009980             ELSE                                                 00099800
009981                 COMPUTE W-NOUVELLE-QTE =                         00099810
009982                     W-QUANTITE OF DCLSTOCK - W-CP-QTE            00099820
009983                 COMPUTE W-NOUV-QUAR =                            00099830
009984                     W-QTE-QUARANTAINE + W-CP-QTE                 00099840
009985             END-IF                                               00099850
009986         WHEN 'A'                                                 00099860
009987             IF W-QTE-ABIMEE < W-CP-QTE                           00099870
009988                 MOVE 'QTE ABIMEE INSUFFISANTE'                   00099880
009989                      TO W-CODE-REJET                             00099890
009990             ELSE                                                 00099900
009991                 COMPUTE W-NOUV-ABIM =                            00099910
009992                     W-QTE-ABIMEE - W-CP-QTE                      00099920
009993                 COMPUTE W-NOUVELLE-QTE =                         00099930
009994                     W-QUANTITE OF DCLSTOCK + W-CP-QTE            00099940
009995             END-IF                                               00099950
009996         WHEN 'X'                                                 00099960
009997             COMPUTE W-NOUV-ABIM =                                00099970
009998                 W-QTE-ABIMEE + W-CP-QTE                          00099980
009999         WHEN 'R'                                                 00099990
010000             IF W-CP-STATUT = 'Q'                                 00100000
010001                 COMPUTE W-NOUV-QUAR =                            00100010
010002                     W-QTE-QUARANTAINE + W-CP-QTE                 00100020
010003             ELSE                                                 00100030
010004                 COMPUTE W-NOUV-ABIM =                            00100040
010005                     W-QTE-ABIMEE + W-CP-QTE                      00100050
010006             END-IF                                               00100060
010007     END-EVALUATE.                                                00100070
010008     IF W-CODE-REJET NOT = SPACES                                 00100080
010009         GO TO 6085-CP-QUAL-FIN.                                  00100090
010010     EXEC SQL                                                     00100100
010011         UPDATE API7.STOCK                                        00100110
010012            SET QUANTITE = :W-NOUVELLE-QTE,                       00100120
010013                QTE_QUARANTAINE = :W-NOUV-QUAR,                   00100130
010014                QTE_ABIMEE = :W-NOUV-ABIM                         00100140
010015          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00100150
010016            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00100160
010017     END-EXEC.                                                    00100170
010018     IF SQLCODE NOT = ZERO                                        00100180
010019         MOVE SQLCODE TO W-SQLCODE                                00100190
010020         MOVE 'UPDATE API7.STOCK SQLCODE = '                      00100200
010021              TO W-MESSAGE-ANOR                                   00100210
010022         PERFORM 9999-FIN-ANORMALE-DEB                            00100220
010023           THRU  9999-FIN-ANORMALE-FIN.                           00100230
010024 6085-CP-QUAL-FIN.                                                00100240
010025      EXIT.                                                       00100250
010026***************                                                   00100260
010027 6088-CP-LOT-DEB.                                                 00100270
010028     MOVE MV00-NOART TO W-ID-ARTICLE OF DCLSTOCKLOT.              00100280
010029     MOVE MV00-ENTREPOT                                           00100290
010030         TO W-ID-ENTREPOT OF DCLSTOCKLOT.                         00100300
010031     MOVE MV00-NO-LOT TO W-NO-LOT.                                00100310
010032     IF W-CP-TYPE NOT = 'E'                                       00100320
010033         GO TO 6088-CP-LOT-30.                                    00100330
010034     EXEC SQL                                                     00100340
010035         UPDATE API7.STOCK_LOT                                    00100350
010036            SET QUANTITE = QUANTITE - :W-CP-QTE                   00100360
010037          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT         00100370
010038            AND ID_ENTREPOT =                                     00100380
010039                :W-ID-ENTREPOT OF DCLSTOCKLOT                     00100390
010040            AND NO_LOT = :W-NO-LOT                                00100400
010041            AND QUANTITE >= :W-CP-QTE                             00100410
010042     END-EXEC.                                                    00100420
010043     IF SQLCODE = 100                                             00100430
010044         DISPLAY 'LOT NON SOLDE ' MV00-NO-LOT                     00100440
010045             ' ARTICLE ' MV00-NOART.                              00100450
010046     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00100460
010047         MOVE SQLCODE TO W-SQLCODE                                00100470
010048         MOVE 'UPDATE STOCK_LOT SQLCODE = '                       00100480
010049              TO W-MESSAGE-ANOR                                   00100490
010050         PERFORM 9999-FIN-ANORMALE-DEB                            00100500
010051           THRU  9999-FIN-ANORMALE-FIN.                           00100510
010052     GO TO 6088-CP-LOT-FIN.                                       00100520
010053 6088-CP-LOT-30.                                                  00100530
010054     EXEC SQL                                                     00100540
010055         UPDATE API7.STOCK_LOT                                    00100550
010056            SET QUANTITE = QUANTITE + :W-CP-QTE                   00100560
010057          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT         00100570
010058            AND ID_ENTREPOT =                                     00100580
010059                :W-ID-ENTREPOT OF DCLSTOCKLOT                     00100590
010060            AND NO_LOT = :W-NO-LOT                                00100600
010061     END-EXEC.                                                    00100610
010062     IF SQLCODE = ZERO                                            00100620
010063         GO TO 6088-CP-LOT-FIN.                                   00100630
010064     IF SQLCODE NOT = 100                                         00100640
010065         MOVE SQLCODE TO W-SQLCODE                                00100650
010066         MOVE 'UPDATE STOCK_LOT SQLCODE = '                       00100660
010067              TO W-MESSAGE-ANOR                                   00100670
010068         PERFORM 9999-FIN-ANORMALE-DEB                            00100680
010069           THRU  9999-FIN-ANORMALE-FIN.                           00100690
010070     EXEC SQL                                                     00100700
010071         INSERT INTO API7.STOCK_LOT                               00100710
010072                (ID_ARTICLE, ID_ENTREPOT, NO_LOT,                 00100720
010073                 DATE_RECEPTION, DATE_PEREMPTION,                 00100730
010074                 QUANTITE)                                        00100740
010075         VALUES (:W-ID-ARTICLE OF DCLSTOCKLOT,                    00100750
010076                 :W-ID-ENTREPOT OF DCLSTOCKLOT,                   00100760
010077                 :W-NO-LOT, DATE(:DAT-DATE-ISO),                  00100770
010078                 NULL,                                            00100780
010079                 :W-CP-QTE)                                       00100790
010080     END-EXEC.                                                    00100800
010081     IF SQLCODE NOT = ZERO                                        00100810
010082         MOVE SQLCODE TO W-SQLCODE                                00100820
010083         MOVE 'INSERT STOCK_LOT SQLCODE = '                       00100830
010084              TO W-MESSAGE-ANOR                                   00100840
010085         PERFORM 9999-FIN-ANORMALE-DEB                            00100850
010086           THRU  9999-FIN-ANORMALE-FIN.                           00100860
010087 6088-CP-LOT-FIN.                                                 00100870
010088     EXIT.                                                        00100880
010089***************                                                   00100890
010099 6090-RECEPT-CONSIG-DEB.                                          00100990
010109     EXEC SQL                                                     00101090
010119         SELECT PRIX_ACHAT                                        00101190
010129           INTO :W-CSG-PRIX                                       00101290
010139           FROM API7.ARTICLE_FOURNISSEUR                          00101390
010149          WHERE ID_ARTICLE = :MV00-NOART                          00101490
010159            AND ID_FOURNISSEUR = :MV00-FOURN                      00101590
010169     END-EXEC.                                                    00101690
010179     EVALUATE SQLCODE                                             00101790
010189         WHEN ZERO                                                00101890
010199             CONTINUE                                             00101990
010209         WHEN 100                                                 00102090
010219             MOVE 'FOURNISSEUR NON REFERENCE' TO W-CODE-REJET     00102190
010229             GO TO 6090-RECEPT-CONSIG-FIN                         00102290
010239         WHEN OTHER                                               00102390
010249             MOVE SQLCODE TO W-SQLCODE                            00102490
010259             MOVE 'SELECT ARTICLE_FOURNISSEUR SQLCODE = '         00102590
010269                  TO W-MESSAGE-ANOR                               00102690
010279             PERFORM 9999-FIN-ANORMALE-DEB                        00102790
010289               THRU  9999-FIN-ANORMALE-FIN                        00102890
010299     END-EVALUATE.                                                00102990
010309     EXEC SQL                                                     00103090
010319         UPDATE API7.STOCK_CONSIGNATION                           00103190
010329            SET QUANTITE = QUANTITE + :MV00-QUANTITE,             00103290
010339                PRIX_CONVENU = :W-CSG-PRIX,                       00103390
010349                DATE_MAJ = DATE(:DAT-DATE-ISO)                    00103490
010359          WHERE ID_ARTICLE = :MV00-NOART                          00103590
010369            AND ID_ENTREPOT = :MV00-ENTREPOT                      00103690
010379            AND ID_FOURNISSEUR = :MV00-FOURN                      00103790
010389     END-EXEC.                                                    00103890
010399     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00103990
010409         MOVE SQLCODE TO W-SQLCODE                                00104090
010419         MOVE 'UPDATE STOCK_CONSIGNATION SQLCODE = '              00104190
010429              TO W-MESSAGE-ANOR                                   00104290
010439         PERFORM 9999-FIN-ANORMALE-DEB                            00104390
010449           THRU  9999-FIN-ANORMALE-FIN.                           00104490
010459     IF SQLCODE = 100                                             00104590
010469         EXEC SQL                                                 00104690
010479             INSERT INTO API7.STOCK_CONSIGNATION                  00104790
010489                    (ID_ARTICLE, ID_ENTREPOT, ID_FOURNISSEUR,     00104890
010499                     QUANTITE, QTE_RESERVEE, PRIX_CONVENU,        00104990
010509                     DATE_MAJ)                                    00105090
010519             VALUES (:MV00-NOART, :MV00-ENTREPOT, :MV00-FOURN,    00105190
010529                     :MV00-QUANTITE, 0, :W-CSG-PRIX,              00105290
010539                     DATE(:DAT-DATE-ISO))                         00105390
010549         END-EXEC                                                 00105490
010559         IF SQLCODE NOT = ZERO                                    00105590
010569             MOVE SQLCODE TO W-SQLCODE                            00105690
010579             MOVE 'INSERT STOCK_CONSIGNATION SQLCODE = '          00105790
010589                  TO W-MESSAGE-ANOR                               00105890
010599             PERFORM 9999-FIN-ANORMALE-DEB                        00105990
010609               THRU  9999-FIN-ANORMALE-FIN                        00106090
010619         END-IF                                                   00106190
010629     END-IF.                                                      00106290
010639     MOVE ZERO TO W-MAJ-COUT.                                     00106390
010649     MOVE '1' TO W-COUT-VALABLE.                                  00106490
010659     MOVE MV00-ENTREPOT TO W-MAJ-ENTREPOT.                        00106590
010669     MOVE ZERO TO W-MAJ-DELTA.                                    00106690
010679     PERFORM 6040-MAJ-STK-DEB                                     00106790
010689       THRU  6040-MAJ-STK-FIN.                                    00106890
010699 6090-RECEPT-CONSIG-FIN.                                          00106990
010709      EXIT.                                                       00107090
010719***************                                                   00107190
010729 6070-REJET-DEB.                                                  00107290
010730     MOVE MV00-NOART    TO RM00-NOART.                            00107300
010731     MOVE MV00-ENTREPOT TO RM00-ENTREPOT.                         00107310
010732     MOVE MV00-TYPE     TO RM00-TYPE.                             00107320
010733     MOVE MV00-QUANTITE TO RM00-QUANTITE.                         00107330
010734     MOVE MV00-ENT-DEST TO RM00-ENT-DEST.                         00107340
010735     MOVE MV00-FOURN    TO RM00-FOURN.                            00107350
010736     MOVE MV00-NO-TRF   TO RM00-NO-TRF.                           00107360
010737     MOVE MV00-NO-LOT   TO RM00-NO-LOT.                           00107370
010738     MOVE MV00-DATE-PER TO RM00-DATE-PER.                         00107380
010739     MOVE W-CODE-REJET  TO RM00-RAISON.                           00107390
010740     WRITE RM00.                                                  00107400
010741     ADD 1 TO W-CPT-REJETS.                                       00107410
010742 6070-REJET-FIN.                                                  00107420
010743      EXIT.                                                       00107430
010744***************                                                   00107440
010745 6089-ETAT-AVOIR-DEB.                                             00107450
010746     IF MV00-TYPE = 'V'                                           00107460
010747         GO TO 6089-ETAT-AVOIR-10.                                00107470
010748     MOVE MV00-NO-RETOUR TO W-AVO-RETOUR.                         00107480
010749     IF W-CODE-REJET = SPACES                                     00107490
010750         MOVE 'X' TO W-AVO-ETAT-AVANT                             00107500
010751         MOVE 'A' TO W-AVO-ETAT-APRES                             00107510
010752     ELSE                                                         00107520
010753         MOVE 'A' TO W-AVO-ETAT-AVANT                             00107530
010754         MOVE 'X' TO W-AVO-ETAT-APRES.                            00107540
010755     GO TO 6089-ETAT-AVOIR-20.                                    00107550
010756 6089-ETAT-AVOIR-10.                                              00107560
010757     IF W-CODE-REJET NOT = SPACES                                 00107570
010758         GO TO 6089-ETAT-AVOIR-FIN.                               00107580
010759     IF W-CP-TYPE NOT = 'R'                                       00107590
010760         GO TO 6089-ETAT-AVOIR-FIN.                               00107600
010761     MOVE W-CP-TRF TO W-AVO-RETOUR.                               00107610
010762     MOVE 'A' TO W-AVO-ETAT-AVANT.                                00107620
010763     MOVE 'X' TO W-AVO-ETAT-APRES.                                00107630
010764 6089-ETAT-AVOIR-20.                                              00107640
010765     IF W-AVO-RETOUR = ZERO                                       00107650
010766         GO TO 6089-ETAT-AVOIR-FIN.                               00107660
010767     EXEC SQL                                                     00107670
010768         UPDATE API7.AVOIR_ATTENDU                                00107680
010769            SET ETAT = :W-AVO-ETAT-APRES                          00107690
010770          WHERE ID_RETOUR = :W-AVO-RETOUR                         00107700
010771            AND ID_ARTICLE = :MV00-NOART                          00107710
010772            AND ID_ENTREPOT = :MV00-ENTREPOT                      00107720
010773            AND ETAT = :W-AVO-ETAT-AVANT                          00107730
010774     END-EXEC.                                                    00107740
010775     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00107750
010776         MOVE SQLCODE TO W-SQLCODE                                00107760
010777         MOVE 'UPDATE AVOIR_ATTENDU SQLCODE = '                   00107770
010778              TO W-MESSAGE-ANOR                                   00107780
010779         PERFORM 9999-FIN-ANORMALE-DEB                            00107790
010780           THRU  9999-FIN-ANORMALE-FIN.                           00107800
010781 6089-ETAT-AVOIR-FIN.                                             00107810
010782      EXIT.                                                       00107820
010879***************                                                   00108790
010889 8000-FIN-TRT-DEB.                                                00108890
010899     MOVE 'E' TO FIC-MODE.                                        00108990
010909     CALL 'FICCTL' USING FIC-CONTROLE.                            00109090
010919     IF FIC-CODE-RETOUR NOT = ZERO                                00109190
010929         DISPLAY 'ENREGISTREMENT DU LOT IMPOSSIBLE'.              00109290
010939     CLOSE MV-FICHIER.                                            00109390
010949     CLOSE JRN-FICHIER.                                           00109490
010959     CLOSE LISTCAP.                                               00109590
010969     CLOSE REJ-FICHIER.                                           00109690
010979     DISPLAY 'MOUVEMENTS LUS       = ' W-CPT-LUS.                 00109790
010989     DISPLAY 'MOUVEMENTS APPLIQUES = ' W-CPT-APPLIQ.              00109890
010999     DISPLAY 'MOUVEMENTS REJETES   = ' W-CPT-REJETS.              00109990
011009     DISPLAY 'CONTREPASSATIONS     = ' W-CPT-CONTRE.              00110090
011019     DISPLAY 'CODES EAN TRADUITS   = ' W-CPT-EAN.                 00110190
011029     DISPLAY 'BLOQUES CAPACITE     = ' W-CPT-BLOQUES.             00110290
011039     DISPLAY 'FORCES CAPACITE      = ' W-CPT-FORCES.              00110390
011041     IF W-FLUX NOT = ZERO                                         00110410
011043         DISPLAY 'FLUX PARALLELE       = ' W-FLUX.                00110430
011049 8000-FIN-TRT-FIN.                                                00110490
011059      EXIT.                                                       00110590
011069************                                                      00110690
011079************                                                      00110790
011089  9990-FIN-NORMALE-DEB.                                           00110890
011099            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00110990
011109       GOBACK.                                                    00111090
011119  9990-FIN-NORMALE-FIN.                                           00111190
011129       EXIT.                                                      00111290
011139*************                                                     00111390
011149 COPY ANORPROC.                                                   00111490
