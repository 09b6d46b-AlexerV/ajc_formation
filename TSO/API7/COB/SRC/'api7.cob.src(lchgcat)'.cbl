000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LCHGCAT .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     CATFOU        ASSIGN    CATFOU.                   00000600
000070     SELECT     REJ-FICHIER   ASSIGN    REJCAT.                   00000700
000080     SELECT     LISTCAT       ASSIGN    LISTCAT.                  00000800
000090 DATA DIVISION.                                                   00000900
000100 FILE SECTION.                                                    00001000
000110 FD                 CATFOU                                        00001100
000120      BLOCK              00000 RECORDS                            00001200
000130      DATA RECORD                                                 00001300
000140                    CF00                                          00001400
000150           LABEL RECORD STANDARD.                                 00001500
000160 01               CF00.                                           00001600
000170   10             CF00-NOART        PICTURE 9(9).                 00001700
000180   10             CF00-FOURN        PICTURE X(5).                 00001800
000190   10             CF00-DATE-DEBUT.                                00001900
000200     15           CF00-DEB-AAAA     PICTURE X(4).                 00002000
000210     15           CF00-DEB-SEP1     PICTURE X(1).                 00002100
000220     15           CF00-DEB-MM       PICTURE X(2).                 00002200
000230     15           CF00-DEB-SEP2     PICTURE X(1).                 00002300
000240     15           CF00-DEB-JJ       PICTURE X(2).                 00002400
000250   10             CF00-QTE-MINI     PICTURE 9(9).                 00002500
000260   10             CF00-PRIX         PICTURE 9(5)V99.              00002600
000265   10             CF00-CODE-EAN     PICTURE X(13).                00002650
000270   10             CF00-FILLER       PICTURE X(27).                00002700
000280 01               CF00-CTL.                                       00002800
000290   10             CF00-CTL-TYPE PICTURE X(3).                     00002900
000300   10             CF00-CTL-RESTE PICTURE X(77).                   00003000
000310 FD                 REJ-FICHIER                                   00003100
000320      BLOCK              00000 RECORDS                            00003200
000330      DATA RECORD                                                 00003300
000340                    CJ00                                          00003400
000350           LABEL RECORD STANDARD.                                 00003500
000360 01               CJ00.                                           00003600
000370   10             CJ00-DONNEES      PICTURE X(40).                00003700
000380   10             CJ00-RAISON       PICTURE X(30).                00003800
000390   10             CJ00-FILLER       PICTURE X(10).                00003900
000400 FD                 LISTCAT                                       00004000
000410      BLOCK              00000 RECORDS                            00004100
000420      DATA RECORD                                                 00004200
000430                    LC00                                          00004300
000440           LABEL RECORD STANDARD.                                 00004400
000450 01               LC00               PICTURE X(81).               00004500
000460 WORKING-STORAGE SECTION.                                         00004600
000470      EXEC SQL                                                    00004700
000480         INCLUDE SQLCA                                            00004800
000490      END-EXEC.                                                   00004900
000500*****                                                             00005000
000510      EXEC SQL                                                    00005100
000520         INCLUDE ARTFOUR                                          00005200
000530      END-EXEC.                                                   00005300
000540*****                                                             00005400
000550      EXEC SQL                                                    00005500
000560         INCLUDE TARFOU                                           00005600
000570      END-EXEC.                                                   00005700
000580*****                                                             00005800
000590      EXEC SQL                                                    00005900
000600         INCLUDE PRAHIST                                          00006000
000610      END-EXEC.                                                   00006100
000612*****                                                             00006120
000614      EXEC SQL                                                    00006140
000616         INCLUDE ARTEAN                                           00006160
000618      END-EXEC.                                                   00006180
000620******                                                            00006200
000630 COPY EDITWS.                                                     00006300
000640 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCHGCAT'.                    00006400
000650 01  W-SQLCODE      PIC +++9.                                     00006500
000660 01  W-EOF-CAT      PIC X     VALUE '0'.                          00006600
000670     88  FIN-CAT-OK           VALUE '1'.                          00006700
000680 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00006800
000690 01  W-TOLERANCE    PIC S9(3)     USAGE COMP-3 VALUE ZERO.        00006900
000700 01  W-VARIATION    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.       00007000
000710 01  W-ANCIEN-REF   PIC S9(5)V9(2) USAGE COMP-3 VALUE ZERO.       00007100
000712 01  W-EAN-A-CREER  PIC X     VALUE '0'.                          00007120
000714     88  EAN-A-CREER          VALUE '1'.                          00007140
000720 COPY ANORMAL.                                                    00007200
000730 COPY PRMCOM.                                                     00007300
000740 01  W-PRM-TOL-X.                                                 00007400
000750     05  W-PRM-TOL  PIC 9(3).                                     00007500
000760 COPY PRACOM.                                                     00007600
000770 COPY DATCOM.                                                     00007700
000780 COPY CTLLOT.                                                     00007800
000790 COPY FICCOM.                                                     00007900
000800 COPY JRNCOM.                                                     00008000
000805 COPY EANCOM.                                                     00008050
000810******                                                            00008100
000820 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008200
000830 01  W-CPT-TARIFS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008300
000840 01  W-CPT-BASE     PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008400
000850 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008500
000860 01  W-CPT-EDITES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008600
000865 01  W-CPT-EAN      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008650
000870******                                                            00008700
000880 01  W-LIGNE-ENTETE.                                              00008800
000890     05  FILLER   PIC X(30) VALUE                                 00008900
000900         'TARIFS FOURNISSEURS - ECARTS >'.                        00009000
000910     05  WE-TOLERANCE   PIC ZZ9.                                  00009100
000920     05  FILLER   PIC X(7)  VALUE ' %     '.                      00009200
000930 01  W-LIGNE-COLONNES.                                            00009300
000940     05  FILLER   PIC X(40) VALUE                                 00009400
000950         '  ARTICLE FOURN  QTE MINI DATE EFFET    '.              00009500
000960     05  FILLER   PIC X(40) VALUE                                 00009600
000970         'ANCIEN PX NOUVEAU PX  VARIATION %       '.              00009700
000980 01  W-LIGNE-DETAIL.                                              00009800
000990     05  WD-NOART       PIC Z(8)9.                                00009900
001000     05  FILLER   PIC X(1)  VALUE SPACES.                         00010000
001010     05  WD-FOURN       PIC X(5).                                 00010100
001020     05  FILLER   PIC X(1)  VALUE SPACES.                         00010200
001030     05  WD-QTE-MINI    PIC Z(8)9.                                00010300
001040     05  FILLER   PIC X(1)  VALUE SPACES.                         00010400
001050     05  WD-DATE-EFFET  PIC X(10).                                00010500
001060     05  FILLER   PIC X(2)  VALUE SPACES.                         00010600
001070     05  WD-ANCIEN      PIC ZZZZ9.99.                             00010700
001080     05  FILLER   PIC X(2)  VALUE SPACES.                         00010800
001090     05  WD-NOUVEAU     PIC ZZZZ9.99.                             00010900
001100     05  FILLER   PIC X(3)  VALUE SPACES.                         00011000
001110     05  WD-VARIATION   PIC -ZZZZZ9.99.                           00011100
001120     05  FILLER   PIC X(11) VALUE SPACES.                         00011200
001130******                                                            00011300
001140 PROCEDURE DIVISION.                                              00011400
001150 1000-LCHGCAT-DEB.                                                00011500
001160     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00011600
001170     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00011700
001180     MOVE 'D' TO JRN-PHASE                                        00011800
001190     CALL 'JRNEXEC' USING JRN-EXECUTION                           00011900
001200     PERFORM 5000-INIT-DEB                                        00012000
001210       THRU  5000-INIT-FIN.                                       00012100
001220     PERFORM 6010-TRAITE-DEB                                      00012200
001230       THRU  6010-TRAITE-FIN                                      00012300
001240       UNTIL FIN-CAT-OK.                                          00012400
001250     PERFORM 8000-FIN-TRT-DEB                                     00012500
001260       THRU  8000-FIN-TRT-FIN.                                    00012600
001270     PERFORM 9990-FIN-NORMALE-DEB                                 00012700
001280       THRU  9990-FIN-NORMALE-FIN.                                00012800
001290 1000-LCHGCAT-FIN.                                                00012900
001300     EXIT.                                                        00013000
001310***************                                                   00013100
001320 5000-INIT-DEB.                                                   00013200
001330     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00013300
001340     IF DAT-CODE-RETOUR NOT = ZERO                                00013400
001350         MOVE ZERO TO W-SQLCODE                                   00013500
001360         MOVE 'AUCUNE JOURNEE OUVERTE'                            00013600
001370              TO W-MESSAGE-ANOR                                   00013700
001380         PERFORM 9999-FIN-ANORMALE-DEB                            00013800
001390           THRU  9999-FIN-ANORMALE-FIN.                           00013900
001400     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          00014000
001410     MOVE 'TOLERANCE' TO PRM-NOM.                                 00014100
001420     CALL 'PARMLIT' USING PRM-LECTURE.                            00014200
001430     MOVE PRM-VALEUR TO W-PRM-TOL-X.                              00014300
001440     IF PRM-CODE-RETOUR = ZERO                                    00014400
001450         AND W-PRM-TOL NUMERIC                                    00014500
001460         MOVE W-PRM-TOL TO W-TOLERANCE                            00014600
001470     ELSE                                                         00014700
001480         MOVE 10 TO W-TOLERANCE                                   00014800
001490         DISPLAY 'PAS DE PARAMETRE TOLERANCE - 10 PAR DEFAUT'.    00014900
001500     PERFORM 5100-CTL-LOT-DEB                                     00015000
001510       THRU  5100-CTL-LOT-FIN.                                    00015100
001520     OPEN INPUT  CATFOU.                                          00015200
001530     OPEN OUTPUT REJ-FICHIER.                                     00015300
001540     OPEN OUTPUT LISTCAT.                                         00015400
001550     MOVE W-TOLERANCE TO WE-TOLERANCE.                            00015500
001560     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           00015600
001570     PERFORM 8300-EDIT-INIT-DEB                                   00015700
001580       THRU  8300-EDIT-INIT-FIN.                                  00015800
001590     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         00015900
001600     PERFORM 8100-EDIT-LIGNE-DEB                                  00016000
001610       THRU  8100-EDIT-LIGNE-FIN.                                 00016100
001620 5000-INIT-FIN.                                                   00016200
001630      EXIT.                                                       00016300
001640***************                                                   00016400
001650 5100-CTL-LOT-DEB.                                                00016500
001660     OPEN INPUT CATFOU.                                           00016600
001670     MOVE ZERO TO CTL-NB-DONNEES.                                 00016700
001680     MOVE '0' TO CTL-PIED-TROUVE CTL-EOF.                         00016800
001690     READ CATFOU AT END                                           00016900
001700         MOVE 'FICHIER VIDE - ENTETE ABSENTE'                     00017000
001710              TO W-MESSAGE-ANOR                                   00017100
001720         MOVE ZERO TO W-SQLCODE                                   00017200
001730         PERFORM 9999-FIN-ANORMALE-DEB                            00017300
001740           THRU  9999-FIN-ANORMALE-FIN.                           00017400
001750     MOVE CF00 TO CTL-ENTETE-LOT.                                 00017500
001760     IF CTL-ENT-TYPE NOT = 'HDR'                                  00017600
001770         MOVE 'ENTETE DE LOT ABSENTE'                             00017700
001780              TO W-MESSAGE-ANOR                                   00017800
001790         MOVE ZERO TO W-SQLCODE                                   00017900
001800         PERFORM 9999-FIN-ANORMALE-DEB                            00018000
001810           THRU  9999-FIN-ANORMALE-FIN.                           00018100
001820     PERFORM 5110-LIT-LOT-DEB                                     00018200
001830       THRU  5110-LIT-LOT-FIN                                     00018300
001840       UNTIL CTL-EOF-OK.                                          00018400
001850     IF NOT CTL-PIED-OK                                           00018500
001860         MOVE 'FIN DE LOT ABSENTE'                                00018600
001870              TO W-MESSAGE-ANOR                                   00018700
001880         MOVE ZERO TO W-SQLCODE                                   00018800
001890         PERFORM 9999-FIN-ANORMALE-DEB                            00018900
001900           THRU  9999-FIN-ANORMALE-FIN.                           00019000
001910     IF CTL-PIED-NB NOT = CTL-NB-DONNEES                          00019100
001920         MOVE 'TOTAL DE LOT ERRONE'                               00019200
001930              TO W-MESSAGE-ANOR                                   00019300
001940         MOVE ZERO TO W-SQLCODE                                   00019400
001950         PERFORM 9999-FIN-ANORMALE-DEB                            00019500
001960           THRU  9999-FIN-ANORMALE-FIN.                           00019600
001970     MOVE 'C' TO FIC-MODE.                                        00019700
001980     MOVE CTL-ENT-ID TO FIC-ID.                                   00019800
001990     MOVE CTL-ENT-DATE TO FIC-DATE.                               00019900
002000     MOVE CTL-ENT-SEQ TO FIC-SEQ.                                 00020000
002010     MOVE W-PROGRAM-ID TO FIC-PROGRAMME.                          00020100
002020     CALL 'FICCTL' USING FIC-CONTROLE.                            00020200
002030     IF FIC-CODE-RETOUR NOT = ZERO                                00020300
002040         MOVE 'LOT DEJA TRAITE - REFUSE'                          00020400
002050              TO W-MESSAGE-ANOR                                   00020500
002060         MOVE ZERO TO W-SQLCODE                                   00020600
002070         PERFORM 9999-FIN-ANORMALE-DEB                            00020700
002080           THRU  9999-FIN-ANORMALE-FIN.                           00020800
002090     CLOSE CATFOU.                                                00020900
002100 5100-CTL-LOT-FIN.                                                00021000
002110      EXIT.                                                       00021100
002120***************                                                   00021200
002130 5110-LIT-LOT-DEB.                                                00021300
002140     READ CATFOU AT END                                           00021400
002150         MOVE '1' TO CTL-EOF                                      00021500
002160         GO TO 5110-LIT-LOT-FIN.                                  00021600
002170     IF CF00-CTL-TYPE = 'TRL'                                     00021700
002180         MOVE CF00 TO CTL-PIED-LOT                                00021800
002190         MOVE '1' TO CTL-PIED-TROUVE                              00021900
002200     ELSE                                                         00022000
002210         ADD 1 TO CTL-NB-DONNEES.                                 00022100
002220 5110-LIT-LOT-FIN.                                                00022200
002230      EXIT.                                                       00022300
002240***************                                                   00022400
002250 6010-TRAITE-DEB.                                                 00022500
002260     READ CATFOU AT END                                           00022600
002270         MOVE '1' TO W-EOF-CAT                                    00022700
002280         GO TO 6010-TRAITE-FIN.                                   00022800
002290     IF CF00-CTL-TYPE = 'HDR'                                     00022900
002300         GO TO 6010-TRAITE-FIN.                                   00023000
002310     IF CF00-CTL-TYPE = 'TRL'                                     00023100
002320         MOVE '1' TO W-EOF-CAT                                    00023200
002330         GO TO 6010-TRAITE-FIN.                                   00023300
002340     ADD 1 TO W-CPT-LUS.                                          00023400
002350     PERFORM 6020-CONTROLE-DEB                                    00023500
002360       THRU  6020-CONTROLE-FIN.                                   00023600
002370     IF W-CODE-REJET = SPACES                                     00023700
002380         PERFORM 6030-ANCIEN-PRIX-DEB                             00023800
002390           THRU  6030-ANCIEN-PRIX-FIN                             00023900
002400         PERFORM 6040-INS-TARIF-DEB                               00024000
002410           THRU  6040-INS-TARIF-FIN.                              00024100
002420     IF W-CODE-REJET = SPACES                                     00024200
002430         PERFORM 6050-CLOT-TARIF-DEB                              00024300
002440           THRU  6050-CLOT-TARIF-FIN                              00024400
002450         PERFORM 6060-HISTO-DEB                                   00024500
002460           THRU  6060-HISTO-FIN                                   00024600
002470         PERFORM 6070-PRIX-BASE-DEB                               00024700
002480           THRU  6070-PRIX-BASE-FIN                               00024800
002490         PERFORM 6080-TOLER-DEB                                   00024900
002500           THRU  6080-TOLER-FIN                                   00025000
002502         PERFORM 6085-INS-EAN-DEB                                 00025020
002504           THRU  6085-INS-EAN-FIN                                 00025040
002510     ELSE                                                         00025100
002520         PERFORM 6090-REJET-DEB                                   00025200
002530           THRU  6090-REJET-FIN.                                  00025300
002540 6010-TRAITE-FIN.                                                 00025400
002550      EXIT.                                                       00025500
002560***************                                                   00025600
002570 6020-CONTROLE-DEB.                                               00025700
002580     MOVE SPACES TO W-CODE-REJET.                                 00025800
002585     MOVE '0' TO W-EAN-A-CREER.                                   00025850
002590     IF CF00-NOART NOT NUMERIC                                    00025900
002600         MOVE 'NUMERO ARTICLE NON NUMERIQUE' TO W-CODE-REJET      00026000
002610         GO TO 6020-CONTROLE-FIN.                                 00026100
002620     IF CF00-QTE-MINI NOT NUMERIC                                 00026200
002630         MOVE 'QUANTITE MINIMUM NON NUMERIQUE' TO W-CODE-REJET    00026300
002640         GO TO 6020-CONTROLE-FIN.                                 00026400
002650     IF CF00-PRIX NOT NUMERIC OR CF00-PRIX = ZERO                 00026500
002660         MOVE 'PRIX ACHAT INVALIDE' TO W-CODE-REJET               00026600
002670         GO TO 6020-CONTROLE-FIN.                                 00026700
002680     IF CF00-DEB-AAAA NOT NUMERIC OR CF00-DEB-MM NOT NUMERIC      00026800
002690         OR CF00-DEB-JJ NOT NUMERIC OR CF00-DEB-SEP1 NOT = '-'    00026900
002700         OR CF00-DEB-SEP2 NOT = '-'                               00027000
002710         MOVE 'DATE DEBUT INVALIDE' TO W-CODE-REJET               00027100
002720         GO TO 6020-CONTROLE-FIN.                                 00027200
002721     IF CF00-CODE-EAN NOT = SPACES                                00027210
002722         PERFORM 6025-CTL-EAN-DEB                                 00027220
002723           THRU  6025-CTL-EAN-FIN                                 00027230
002724         IF W-CODE-REJET NOT = SPACES                             00027240
002725             GO TO 6020-CONTROLE-FIN.                             00027250
002730     MOVE CF00-NOART TO W-ID-ARTICLE OF DCLARTICLEFOURN.          00027300
002740     MOVE CF00-FOURN TO W-ID-FOURNISSEUR OF DCLARTICLEFOURN.      00027400
002750     EXEC SQL                                                     00027500
002760         SELECT PRIX_ACHAT                                        00027600
002770           INTO :W-PRIX-ACHAT OF DCLARTICLEFOURN                  00027700
002780           FROM API7.ARTICLE_FOURNISSEUR                          00027800
002790          WHERE ID_ARTICLE =                                      00027900
002800                :W-ID-ARTICLE OF DCLARTICLEFOURN                  00028000
002810            AND ID_FOURNISSEUR =                                  00028100
002820                :W-ID-FOURNISSEUR OF DCLARTICLEFOURN              00028200
002830     END-EXEC.                                                    00028300
002840     IF SQLCODE = 100                                             00028400
002850         MOVE 'LIEN ARTICLE FOURNISSEUR ABSENT' TO W-CODE-REJET   00028500
002860     ELSE                                                         00028600
002870         IF SQLCODE NOT = ZERO                                    00028700
002880             MOVE SQLCODE TO W-SQLCODE                            00028800
002890             MOVE 'SELECT ARTICLE_FOURNISSEUR SQLCODE = '         00028900
002900                  TO W-MESSAGE-ANOR                               00029000
002910             PERFORM 9999-FIN-ANORMALE-DEB                        00029100
002920               THRU  9999-FIN-ANORMALE-FIN.                       00029200
002930 6020-CONTROLE-FIN.                                               00029300
002940      EXIT.                                                       00029400
002950***************                                                   00029500
002951 6025-CTL-EAN-DEB.                                                00029510
002952     MOVE CF00-CODE-EAN TO EAN-CODE.                              00029520
002953     MOVE 'R' TO EAN-FONCTION.                                    00029530
002954     CALL 'CTLEAN' USING EAN-CONTROLE.                            00029540
002955     EVALUATE EAN-CODE-RETOUR                                     00029550
002956         WHEN ZERO                                                00029560
002957             IF EAN-ID-ARTICLE NOT = CF00-NOART                   00029570
002958                 MOVE 'CODE EAN SUR UN AUTRE ARTICLE'             00029580
002959                      TO W-CODE-REJET                             00029590
002960             END-IF                                               00029600
002961         WHEN 4                                                   00029610
002962             MOVE 'CODE EAN INVALIDE' TO W-CODE-REJET             00029620
002963         WHEN 8                                                   00029630
002964             MOVE '1' TO W-EAN-A-CREER                            00029640
002965         WHEN OTHER                                               00029650
002966             MOVE EAN-SQLCODE TO W-SQLCODE                        00029660
002967             MOVE 'SELECT ARTICLE_EAN SQLCODE = '                 00029670
002968                  TO W-MESSAGE-ANOR                               00029680
002969             PERFORM 9999-FIN-ANORMALE-DEB                        00029690
002970               THRU  9999-FIN-ANORMALE-FIN                        00029700
002971     END-EVALUATE.                                                00029710
002972 6025-CTL-EAN-FIN.                                                00029720
002973      EXIT.                                                       00029730
002974***************                                                   00029740
002975 6030-ANCIEN-PRIX-DEB.                                            00029750
002976     MOVE CF00-NOART TO PRA-ID-ARTICLE.                           00029760
002980     MOVE CF00-FOURN TO PRA-ID-FOURNISSEUR.                       00029800
002990     MOVE CF00-DATE-DEBUT TO PRA-DATE-EFFET.                      00029900
003000     MOVE CF00-QTE-MINI TO PRA-QUANTITE.                          00030000
003010     CALL 'PRIXACH' USING PRA-RESOLUTION.                         00030100
003020     IF PRA-CODE-RETOUR = ZERO                                    00030200
003030         MOVE PRA-PRIX TO W-ANCIEN-REF                            00030300
003040     ELSE                                                         00030400
003050         MOVE ZERO TO W-ANCIEN-REF.                               00030500
003060 6030-ANCIEN-PRIX-FIN.                                            00030600
003070      EXIT.                                                       00030700
003080***************                                                   00030800
003090 6040-INS-TARIF-DEB.                                              00030900
003100     MOVE CF00-NOART TO W-ID-ARTICLE OF DCLTARIFFOURN.            00031000
003110     MOVE CF00-FOURN TO W-ID-FOURNISSEUR OF DCLTARIFFOURN.        00031100
003120     MOVE CF00-DATE-DEBUT TO W-DATE-DEBUT.                        00031200
003130     MOVE CF00-QTE-MINI TO W-QTE-MINI OF DCLTARIFFOURN.           00031300
003140     MOVE CF00-PRIX TO W-PRIX-ACHAT OF DCLTARIFFOURN.             00031400
003150     MOVE DAT-DATE-ISO TO W-DATE-CHARGEMENT.                      00031500
003160     EXEC SQL                                                     00031600
003170         INSERT INTO API7.TARIF_FOURNISSEUR                       00031700
003180                (ID_ARTICLE, ID_FOURNISSEUR, DATE_DEBUT,          00031800
003190                 QTE_MINI, PRIX_ACHAT, DATE_FIN,                  00031900
003200                 DATE_CHARGEMENT)                                 00032000
003210         SELECT :W-ID-ARTICLE OF DCLTARIFFOURN,                   00032100
003220                :W-ID-FOURNISSEUR OF DCLTARIFFOURN,               00032200
003230                DATE(:W-DATE-DEBUT),                              00032300
003240                :W-QTE-MINI OF DCLTARIFFOURN,                     00032400
003250                :W-PRIX-ACHAT OF DCLTARIFFOURN,                   00032500
003260                (SELECT MIN(T.DATE_DEBUT) - 1 DAY                 00032600
003270                   FROM API7.TARIF_FOURNISSEUR T                  00032700
003280                  WHERE T.ID_ARTICLE =                            00032800
003290                        :W-ID-ARTICLE OF DCLTARIFFOURN            00032900
003300                    AND T.ID_FOURNISSEUR =                        00033000
003310                        :W-ID-FOURNISSEUR OF DCLTARIFFOURN        00033100
003320                    AND T.QTE_MINI =                              00033200
003330                        :W-QTE-MINI OF DCLTARIFFOURN              00033300
003340                    AND T.DATE_DEBUT > DATE(:W-DATE-DEBUT)),      00033400
003350                DATE(:W-DATE-CHARGEMENT)                          00033500
003360           FROM SYSIBM.SYSDUMMY1                                  00033600
003370     END-EXEC.                                                    00033700
003380     EVALUATE SQLCODE                                             00033800
003390         WHEN ZERO                                                00033900
003400             ADD 1 TO W-CPT-TARIFS                                00034000
003410         WHEN -803                                                00034100
003420             MOVE 'TARIF DEJA CHARGE' TO W-CODE-REJET             00034200
003430         WHEN -180                                                00034300
003440         WHEN -181                                                00034400
003450             MOVE 'DATE DEBUT INVALIDE' TO W-CODE-REJET           00034500
003460         WHEN OTHER                                               00034600
003470             MOVE SQLCODE TO W-SQLCODE                            00034700
003480             MOVE 'INSERT TARIF_FOURNISSEUR SQLCODE = '           00034800
003490                  TO W-MESSAGE-ANOR                               00034900
003500             PERFORM 9999-FIN-ANORMALE-DEB                        00035000
003510               THRU  9999-FIN-ANORMALE-FIN                        00035100
003520     END-EVALUATE.                                                00035200
003530 6040-INS-TARIF-FIN.                                              00035300
003540      EXIT.                                                       00035400
003550***************                                                   00035500
003560 6050-CLOT-TARIF-DEB.                                             00035600
003570     EXEC SQL                                                     00035700
003580         UPDATE API7.TARIF_FOURNISSEUR                            00035800
003590            SET DATE_FIN = DATE(:W-DATE-DEBUT) - 1 DAY            00035900
003600          WHERE ID_ARTICLE =                                      00036000
003610                :W-ID-ARTICLE OF DCLTARIFFOURN                    00036100
003620            AND ID_FOURNISSEUR =                                  00036200
003630                :W-ID-FOURNISSEUR OF DCLTARIFFOURN                00036300
003640            AND QTE_MINI = :W-QTE-MINI OF DCLTARIFFOURN           00036400
003650            AND DATE_DEBUT < DATE(:W-DATE-DEBUT)                  00036500
003660            AND (DATE_FIN IS NULL                                 00036600
003670                 OR DATE_FIN >= DATE(:W-DATE-DEBUT))              00036700
003680     END-EXEC.                                                    00036800
003690     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00036900
003700         MOVE SQLCODE TO W-SQLCODE                                00037000
003710         MOVE 'UPDATE TARIF_FOURNISSEUR SQLCODE = '               00037100
003720              TO W-MESSAGE-ANOR                                   00037200
003730         PERFORM 9999-FIN-ANORMALE-DEB                            00037300
003740           THRU  9999-FIN-ANORMALE-FIN.                           00037400
003750 6050-CLOT-TARIF-FIN.                                             00037500
003760      EXIT.                                                       00037600
003770***************                                                   00037700
003780 6060-HISTO-DEB.                                                  00037800
003790     MOVE CF00-NOART TO W-ID-ARTICLE OF DCLPRIXACHATHIST.         00037900
003800     MOVE CF00-FOURN TO W-ID-FOURNISSEUR OF DCLPRIXACHATHIST.     00038000
003810     MOVE CF00-QTE-MINI TO W-QTE-MINI OF DCLPRIXACHATHIST.        00038100
003820     MOVE W-ANCIEN-REF TO W-ANCIEN-PRIX.                          00038200
003830     MOVE CF00-PRIX TO W-NOUVEAU-PRIX.                            00038300
003840     MOVE CF00-DATE-DEBUT TO W-DATE-EFFET.                        00038400
003850     MOVE DAT-DATE-ISO TO W-DATE-CHANGEMENT.                      00038500
003860     EXEC SQL                                                     00038600
003870         INSERT INTO API7.PRIX_ACHAT_HISTO                        00038700
003880                (ID_ARTICLE, ID_FOURNISSEUR, QTE_MINI,            00038800
003890                 ANCIEN_PRIX, NOUVEAU_PRIX, DATE_EFFET,           00038900
003900                 DATE_CHANGEMENT)                                 00039000
003910         VALUES (:W-ID-ARTICLE OF DCLPRIXACHATHIST,               00039100
003920                 :W-ID-FOURNISSEUR OF DCLPRIXACHATHIST,           00039200
003930                 :W-QTE-MINI OF DCLPRIXACHATHIST,                 00039300
003940                 :W-ANCIEN-PRIX, :W-NOUVEAU-PRIX,                 00039400
003950                 DATE(:W-DATE-EFFET),                             00039500
003960                 DATE(:W-DATE-CHANGEMENT))                        00039600
003970     END-EXEC.                                                    00039700
003980     IF SQLCODE NOT = ZERO                                        00039800
003990         MOVE SQLCODE TO W-SQLCODE                                00039900
004000         MOVE 'INSERT PRIX_ACHAT_HISTO SQLCODE = '                00040000
004010              TO W-MESSAGE-ANOR                                   00040100
004020         PERFORM 9999-FIN-ANORMALE-DEB                            00040200
004030           THRU  9999-FIN-ANORMALE-FIN.                           00040300
004040 6060-HISTO-FIN.                                                  00040400
004050      EXIT.                                                       00040500
004060***************                                                   00040600
004070 6070-PRIX-BASE-DEB.                                              00040700
004080     IF CF00-QTE-MINI > 1                                         00040800
004090         OR CF00-DATE-DEBUT > DAT-DATE-ISO                        00040900
004100         GO TO 6070-PRIX-BASE-FIN.                                00041000
004110     MOVE CF00-PRIX TO W-PRIX-ACHAT OF DCLARTICLEFOURN.           00041100
004120     EXEC SQL                                                     00041200
004130         UPDATE API7.ARTICLE_FOURNISSEUR                          00041300
004140            SET PRIX_ACHAT = :W-PRIX-ACHAT OF DCLARTICLEFOURN     00041400
004150          WHERE ID_ARTICLE =                                      00041500
004160                :W-ID-ARTICLE OF DCLARTICLEFOURN                  00041600
004170            AND ID_FOURNISSEUR =                                  00041700
004180                :W-ID-FOURNISSEUR OF DCLARTICLEFOURN              00041800
004190     END-EXEC.                                                    00041900
004200     IF SQLCODE = ZERO                                            00042000
004210         ADD 1 TO W-CPT-BASE                                      00042100
004220     ELSE                                                         00042200
004230         MOVE SQLCODE TO W-SQLCODE                                00042300
004240         MOVE 'UPDATE ARTICLE_FOURNISSEUR SQLCODE = '             00042400
004250              TO W-MESSAGE-ANOR                                   00042500
004260         PERFORM 9999-FIN-ANORMALE-DEB                            00042600
004270           THRU  9999-FIN-ANORMALE-FIN.                           00042700
004280 6070-PRIX-BASE-FIN.                                              00042800
004290      EXIT.                                                       00042900
004300***************                                                   00043000
004310 6080-TOLER-DEB.                                                  00043100
004320     IF W-ANCIEN-REF = ZERO                                       00043200
004330         GO TO 6080-TOLER-FIN.                                    00043300
004340     COMPUTE W-VARIATION ROUNDED =                                00043400
004350         (CF00-PRIX - W-ANCIEN-REF) * 100 / W-ANCIEN-REF.         00043500
004360     MOVE W-VARIATION TO WD-VARIATION.                            00043600
004370     IF W-VARIATION < ZERO                                        00043700
004380         COMPUTE W-VARIATION = ZERO - W-VARIATION.                00043800
004390     IF W-VARIATION NOT > W-TOLERANCE                             00043900
004400         GO TO 6080-TOLER-FIN.                                    00044000
004410     MOVE CF00-NOART TO WD-NOART.                                 00044100
004420     MOVE CF00-FOURN TO WD-FOURN.                                 00044200
004430     MOVE CF00-QTE-MINI TO WD-QTE-MINI.                           00044300
004440     MOVE CF00-DATE-DEBUT TO WD-DATE-EFFET.                       00044400
004450     MOVE W-ANCIEN-REF TO WD-ANCIEN.                              00044500
004460     MOVE CF00-PRIX TO WD-NOUVEAU.                                00044600
004470     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           00044700
004480     PERFORM 8100-EDIT-LIGNE-DEB                                  00044800
004490       THRU  8100-EDIT-LIGNE-FIN.                                 00044900
004500     ADD 1 TO W-CPT-EDITES.                                       00045000
004510 6080-TOLER-FIN.                                                  00045100
004520      EXIT.                                                       00045200
004530***************                                                   00045300
004531 6085-INS-EAN-DEB.                                                00045310
004532     IF NOT EAN-A-CREER                                           00045320
004533         GO TO 6085-INS-EAN-FIN.                                  00045330
004534     MOVE CF00-CODE-EAN TO W-CODE-EAN.                            00045340
004535     MOVE CF00-NOART TO W-ID-ARTICLE OF DCLARTICLEEAN.            00045350
004536     MOVE DAT-DATE-ISO TO W-DATE-MAJ.                             00045360
004537     EXEC SQL                                                     00045370
004538         INSERT INTO API7.ARTICLE_EAN                             00045380
004539                (CODE_EAN, ID_ARTICLE, DATE_MAJ)                  00045390
004540         VALUES (:W-CODE-EAN,                                     00045400
004541                 :W-ID-ARTICLE OF DCLARTICLEEAN,                  00045410
004542                 DATE(:W-DATE-MAJ))                               00045420
004543     END-EXEC.                                                    00045430
004544     IF SQLCODE = ZERO                                            00045440
004545         ADD 1 TO W-CPT-EAN                                       00045450
004546     ELSE                                                         00045460
004547         MOVE SQLCODE TO W-SQLCODE                                00045470
004548         MOVE 'INSERT ARTICLE_EAN SQLCODE = '                     00045480
004549              TO W-MESSAGE-ANOR                                   00045490
004550         PERFORM 9999-FIN-ANORMALE-DEB                            00045500
004551           THRU  9999-FIN-ANORMALE-FIN.                           00045510
004552 6085-INS-EAN-FIN.                                                00045520
004553      EXIT.                                                       00045530
004554***************                                                   00045540
004555 6090-REJET-DEB.                                                  00045550
004556     MOVE CF00 TO CJ00-DONNEES.                                   00045560
004560     MOVE W-CODE-REJET TO CJ00-RAISON.                            00045600
004570     MOVE SPACES TO CJ00-FILLER.                                  00045700
004580     WRITE CJ00.                                                  00045800
004590     ADD 1 TO W-CPT-REJETS.                                       00045900
004600 6090-REJET-FIN.                                                  00046000
004610      EXIT.                                                       00046100
004620***************                                                   00046200
004630 8000-FIN-TRT-DEB.                                                00046300
004640     MOVE 'E' TO FIC-MODE.                                        00046400
004650     CALL 'FICCTL' USING FIC-CONTROLE.                            00046500
004660     IF FIC-CODE-RETOUR NOT = ZERO                                00046600
004670         DISPLAY 'ENREGISTREMENT DU LOT IMPOSSIBLE'.              00046700
004680     CLOSE CATFOU.                                                00046800
004690     CLOSE REJ-FICHIER.                                           00046900
004700     CLOSE LISTCAT.                                               00047000
004710     DISPLAY 'TARIFS LUS         = ' W-CPT-LUS.                   00047100
004720     DISPLAY 'TARIFS CHARGES     = ' W-CPT-TARIFS.                00047200
004730     DISPLAY 'PRIX DE BASE MAJ   = ' W-CPT-BASE.                  00047300
004740     DISPLAY 'TARIFS REJETES     = ' W-CPT-REJETS.                00047400
004750     DISPLAY 'ECARTS EDITES      = ' W-CPT-EDITES.                00047500
004755     DISPLAY 'CODES EAN CHARGES  = ' W-CPT-EAN.                   00047550
004760     EXEC SQL                                                     00047600
004770         COMMIT                                                   00047700
004780     END-EXEC.                                                    00047800
004790     MOVE 'F' TO JRN-PHASE.                                       00047900
004800     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00048000
004810     MOVE W-CPT-TARIFS TO JRN-NB-ECRITS.                          00048100
004820     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         00048200
004830     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00048300
004840     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00048400
004850 8000-FIN-TRT-FIN.                                                00048500
004860      EXIT.                                                       00048600
004870***************                                                   00048700
004880  9990-FIN-NORMALE-DEB.                                           00048800
004890            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00048900
004900       GOBACK.                                                    00049000
004910  9990-FIN-NORMALE-FIN.                                           00049100
004920       EXIT.                                                      00049200
004930*************                                                     00049300
004940 COPY EDITPRO REPLACING ==EDIT-RECORD==                           00049400
004950     BY ==LC00==.                                                 00049500
004960 COPY ANORPROC.                                                   00049600
