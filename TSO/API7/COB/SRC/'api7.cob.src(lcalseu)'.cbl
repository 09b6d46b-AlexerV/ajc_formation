000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LCALSEU .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     PARMSEU       ASSIGN    PARMSEU.                  00000600
000070     SELECT     LISTSEU       ASSIGN    LISTSEU.                  00000700
000080 DATA DIVISION.                                                   00000800
000090 FILE SECTION.                                                    00000900
000100 FD                 PARMSEU                                       00001000
000110      BLOCK              00000 RECORDS                            00001100
000120      DATA RECORD                                                 00001200
000130                    PS00                                          00001300
000140           LABEL RECORD STANDARD.                                 00001400
000150 01               PS00.                                           00001500
000160   10             PS00-MODE     PICTURE X(1).                     00001600
000170   10             PS00-FILLER   PICTURE X(79).                    00001700
000180 FD                 LISTSEU                                       00001800
000190      BLOCK              00000 RECORDS                            00001900
000200      DATA RECORD                                                 00002000
000210                    LS00                                          00002100
000220           LABEL RECORD STANDARD.                                 00002200
000230 01               LS00               PICTURE X(81).               00002300
000240 WORKING-STORAGE SECTION.                                         00002400
000250      EXEC SQL                                                    00002500
000260         INCLUDE SQLCA                                            00002600
000270      END-EXEC.                                                   00002700
000280*****                                                             00002800
000290      EXEC SQL                                                    00002900
000300         INCLUDE SEUILST                                          00003000
000310      END-EXEC.                                                   00003100
000320******                                                            00003200
000330      EXEC SQL                                                    00003300
000340         DECLARE C-STOCK CURSOR FOR                               00003400
000350         SELECT S.ID_ARTICLE, S.ID_ENTREPOT,                      00003500
000360                COALESCE(C.CLASSE, 'C'),                          00003600
000370                COALESCE(T.SEUIL_MIN, -1),                        00003700
000380                COALESCE(T.SEUIL_MAX, -1)                         00003800
000390           FROM API7.STOCK S                                      00003900
000400                INNER JOIN API7.ARTICLE A                         00004000
000410                   ON A.ID_ARTICLE = S.ID_ARTICLE                 00004100
000420                LEFT OUTER JOIN API7.CLASSE_ABC C                 00004200
000430                   ON C.ID_ARTICLE = S.ID_ARTICLE                 00004300
000440                LEFT OUTER JOIN API7.SEUIL_STOCK T                00004400
000450                   ON T.ID_ARTICLE = S.ID_ARTICLE                 00004500
000460                  AND T.ID_ENTREPOT = S.ID_ENTREPOT               00004600
000470          WHERE A.STATUT = 'A'                                    00004700
000480          ORDER BY S.ID_ARTICLE, S.ID_ENTREPOT                    00004800
000490      END-EXEC.                                                   00004900
000500******                                                            00005000
000510 COPY EDITWS.                                                     00005100
000520 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LCALSEU'.                    00005200
000530 01  W-SQLCODE      PIC +++9.                                     00005300
000540 01  W-EOF-STK      PIC X     VALUE '0'.                          00005400
000550     88  FIN-STK-OK           VALUE '1'.                          00005500
000560 01  W-EOF-PRM      PIC X     VALUE '0'.                          00005600
000570     88  FIN-PRM-OK           VALUE '1'.                          00005700
000580 01  W-MODE-RUN     PIC X     VALUE 'S'.                          00005800
000590     88  MODE-SIMULATION      VALUE 'S'.                          00005900
000600     88  MODE-APPLICATION     VALUE 'A'.                          00006000
000610 01  W-DEB-MOIS     PIC X(10) VALUE SPACES.                       00006100
000620 01  W-DEB-MA       PIC X(10) VALUE SPACES.                       00006200
000630 01  W-DEB-SAIS     PIC X(10) VALUE SPACES.                       00006300
000640 01  W-FIN-SAIS     PIC X(10) VALUE SPACES.                       00006400
000650 01  W-DEB-AN       PIC X(10) VALUE SPACES.                       00006500
000660 01  W-CUR-ARTICLE  PIC S9(9) USAGE COMP VALUE ZERO.              00006600
000670 01  W-CUR-ENTREPOT PIC X(2)  VALUE SPACES.                       00006700
000680 01  W-CUR-CLASSE   PIC X(1)  VALUE SPACES.                       00006800
000690 01  W-ANCIEN-MIN   PIC S9(9) USAGE COMP VALUE ZERO.              00006900
000700 01  W-ANCIEN-MAX   PIC S9(9) USAGE COMP VALUE ZERO.              00007000
000710 01  W-MVT-MA       PIC S9(9) USAGE COMP VALUE ZERO.              00007100
000720 01  W-MVT-SAIS     PIC S9(9) USAGE COMP VALUE ZERO.              00007200
000730 01  W-MVT-AN       PIC S9(9) USAGE COMP VALUE ZERO.              00007300
000740 01  W-CNS-MA       PIC S9(9) USAGE COMP VALUE ZERO.              00007400
000750 01  W-CNS-SAIS     PIC S9(9) USAGE COMP VALUE ZERO.              00007500
000760 01  W-CNS-AN       PIC S9(9) USAGE COMP VALUE ZERO.              00007600
000770 01  W-MOY-MOBILE   PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00007700
000780 01  W-MOY-ANNEE    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00007800
000790 01  W-COEF-SAIS    PIC S9(3)V9(2) USAGE COMP-3 VALUE ZERO.       00007900
000800 01  W-PREVISION    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00008000
000810 01  W-DELAI-FOU    PIC S9(4) USAGE COMP VALUE ZERO.              00008100
000820 01  W-SECURITE     PIC S9(3) USAGE COMP-3 VALUE ZERO.            00008200
000830 01  W-NOUV-MIN     PIC S9(9) USAGE COMP VALUE ZERO.              00008300
000840 01  W-NOUV-MAX     PIC S9(9) USAGE COMP VALUE ZERO.              00008400
000850 01  W-DELAI-DEFAUT PIC S9(3) USAGE COMP-3 VALUE ZERO.            00008500
000860 01  W-COUVERTURE   PIC S9(3) USAGE COMP-3 VALUE ZERO.            00008600
000870 01  W-SECU-A       PIC S9(3) USAGE COMP-3 VALUE ZERO.            00008700
000880 01  W-SECU-B       PIC S9(3) USAGE COMP-3 VALUE ZERO.            00008800
000890 01  W-SECU-C       PIC S9(3) USAGE COMP-3 VALUE ZERO.            00008900
000900 01  W-PRM-DEFAUT   PIC S9(3) USAGE COMP-3 VALUE ZERO.            00009000
000910 01  W-PRM-LU       PIC S9(3) USAGE COMP-3 VALUE ZERO.            00009100
000920 COPY ANORMAL.                                                    00009200
000930 COPY PRMCOM.                                                     00009300
000940 01  W-PRM-NUM-X.                                                 00009400
000950     05  W-PRM-NUM  PIC 9(3).                                     00009500
000960 COPY DATCOM.                                                     00009600
000970 COPY JRNCOM.                                                     00009700
000980******                                                            00009800
000990 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00009900
001000 01  W-CPT-MODIFIES PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010000
001010 01  W-CPT-CREES    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010100
001020 01  W-CPT-SANS-HIS PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010200
001030******                                                            00010300
001040 01  W-LIGNE-ENTETE.                                              00010400
001050     05  FILLER   PIC X(26) VALUE                                 00010500
001060         'CALCUL SEUILS STOCK - MODE'.                            00010600
001070     05  FILLER   PIC X(1)  VALUE SPACES.                         00010700
001080     05  WE-MODE        PIC X(11).                                00010800
001090     05  FILLER   PIC X(2)  VALUE SPACES.                         00010900
001100 01  W-LIGNE-COLONNES.                                            00011000
001110     05  FILLER   PIC X(40) VALUE                                 00011100
001120         '  ARTICLE EN C  PREVIS DEL  ANC. MIN   A'.              00011200
001130     05  FILLER   PIC X(40) VALUE                                 00011300
001140         'NC. MAX  NOUV. MIN  NOUV. MAX           '.              00011400
001150 01  W-LIGNE-DETAIL.                                              00011500
001160     05  WD-NOART       PIC Z(8)9.                                00011600
001170     05  FILLER   PIC X(1)  VALUE SPACES.                         00011700
001180     05  WD-ENTREPOT    PIC X(2).                                 00011800
001190     05  FILLER   PIC X(1)  VALUE SPACES.                         00011900
001200     05  WD-CLASSE      PIC X(1).                                 00012000
001210     05  FILLER   PIC X(1)  VALUE SPACES.                         00012100
001220     05  WD-PREVISION   PIC Z(6)9.                                00012200
001230     05  FILLER   PIC X(1)  VALUE SPACES.                         00012300
001240     05  WD-DELAI       PIC ZZ9.                                  00012400
001250     05  FILLER   PIC X(1)  VALUE SPACES.                         00012500
001260     05  WD-ANCIEN-MIN  PIC Z(8)9.                                00012600
001270     05  FILLER   PIC X(2)  VALUE SPACES.                         00012700
001280     05  WD-ANCIEN-MAX  PIC Z(8)9.                                00012800
001290     05  FILLER   PIC X(2)  VALUE SPACES.                         00012900
001300     05  WD-NOUV-MIN    PIC Z(8)9.                                00013000
001310     05  FILLER   PIC X(2)  VALUE SPACES.                         00013100
001320     05  WD-NOUV-MAX    PIC Z(8)9.                                00013200
001330     05  FILLER   PIC X(1)  VALUE SPACES.                         00013300
001340     05  WD-MENTION     PIC X(10).                                00013400
001350******                                                            00013500
001360 PROCEDURE DIVISION.                                              00013600
001370 1000-LCALSEU-DEB.                                                00013700
001380     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00013800
001390     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00013900
001400     MOVE 'D' TO JRN-PHASE                                        00014000
001410     CALL 'JRNEXEC' USING JRN-EXECUTION                           00014100
001420     PERFORM 5000-INIT-DEB                                        00014200
001430       THRU  5000-INIT-FIN.                                       00014300
001440     PERFORM 6010-TRAITE-DEB                                      00014400
001450       THRU  6010-TRAITE-FIN                                      00014500
001460       UNTIL FIN-STK-OK.                                          00014600
001470     PERFORM 8000-FIN-TRT-DEB                                     00014700
001480       THRU  8000-FIN-TRT-FIN.                                    00014800
001490     PERFORM 9990-FIN-NORMALE-DEB                                 00014900
001500       THRU  9990-FIN-NORMALE-FIN.                                00015000
001510 1000-LCALSEU-FIN.                                                00015100
001520     EXIT.                                                        00015200
001530***************                                                   00015300
001540 5000-INIT-DEB.                                                   00015400
001550     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00015500
001560     IF DAT-CODE-RETOUR NOT = ZERO                                00015600
001570         MOVE ZERO TO W-SQLCODE                                   00015700
001580         MOVE 'AUCUNE JOURNEE OUVERTE'                            00015800
001590              TO W-MESSAGE-ANOR                                   00015900
001600         PERFORM 9999-FIN-ANORMALE-DEB                            00016000
001610           THRU  9999-FIN-ANORMALE-FIN.                           00016100
001620     OPEN INPUT PARMSEU.                                          00016200
001630     READ PARMSEU AT END                                          00016300
001640         MOVE '1' TO W-EOF-PRM.                                   00016400
001650     IF NOT FIN-PRM-OK AND PS00-MODE NOT = SPACES                 00016500
001660         MOVE PS00-MODE TO W-MODE-RUN                             00016600
001670     ELSE                                                         00016700
001680         DISPLAY 'PAS DE MODE EN PARAMETRE - SIMULATION'.         00016800
001690     CLOSE PARMSEU.                                               00016900
001700     IF NOT MODE-SIMULATION AND NOT MODE-APPLICATION              00017000
001710         MOVE 'MODE INVALIDE (S OU A)' TO W-MESSAGE-ANOR          00017100
001720         MOVE ZERO TO W-SQLCODE                                   00017200
001730         PERFORM 9999-FIN-ANORMALE-DEB                            00017300
001740           THRU  9999-FIN-ANORMALE-FIN.                           00017400
001750     MOVE 'DELAI' TO PRM-NOM.                                     00017500
001760     MOVE 14 TO W-PRM-DEFAUT.                                     00017600
001770     PERFORM 5200-PARAM-DEB                                       00017700
001780       THRU  5200-PARAM-FIN.                                      00017800
001790     MOVE W-PRM-LU TO W-DELAI-DEFAUT.                             00017900
001800     MOVE 'COUVERTURE' TO PRM-NOM.                                00018000
001810     MOVE 1 TO W-PRM-DEFAUT.                                      00018100
001820     PERFORM 5200-PARAM-DEB                                       00018200
001830       THRU  5200-PARAM-FIN.                                      00018300
001840     MOVE W-PRM-LU TO W-COUVERTURE.                               00018400
001850     MOVE 'SECURITE A' TO PRM-NOM.                                00018500
001860     MOVE 50 TO W-PRM-DEFAUT.                                     00018600
001870     PERFORM 5200-PARAM-DEB                                       00018700
001880       THRU  5200-PARAM-FIN.                                      00018800
001890     MOVE W-PRM-LU TO W-SECU-A.                                   00018900
001900     MOVE 'SECURITE B' TO PRM-NOM.                                00019000
001910     MOVE 30 TO W-PRM-DEFAUT.                                     00019100
001920     PERFORM 5200-PARAM-DEB                                       00019200
001930       THRU  5200-PARAM-FIN.                                      00019300
001940     MOVE W-PRM-LU TO W-SECU-B.                                   00019400
001950     MOVE 'SECURITE C' TO PRM-NOM.                                00019500
001960     MOVE 20 TO W-PRM-DEFAUT.                                     00019600
001970     PERFORM 5200-PARAM-DEB                                       00019700
001980       THRU  5200-PARAM-FIN.                                      00019800
001990     MOVE W-PRM-LU TO W-SECU-C.                                   00019900
002000     PERFORM 5100-PERIODES-DEB                                    00020000
002010       THRU  5100-PERIODES-FIN.                                   00020100
002020     OPEN OUTPUT LISTSEU.                                         00020200
002030     IF MODE-SIMULATION                                           00020300
002040         MOVE 'SIMULATION ' TO WE-MODE                            00020400
002050     ELSE                                                         00020500
002060         MOVE 'APPLICATION' TO WE-MODE.                           00020600
002070     MOVE W-LIGNE-ENTETE TO EDIT-TITRE.                           00020700
002080     PERFORM 8300-EDIT-INIT-DEB                                   00020800
002090       THRU  8300-EDIT-INIT-FIN.                                  00020900
002100     MOVE W-LIGNE-COLONNES TO EDIT-LIGNE.                         00021000
002110     PERFORM 8100-EDIT-LIGNE-DEB                                  00021100
002120       THRU  8100-EDIT-LIGNE-FIN.                                 00021200
002130     EXEC SQL                                                     00021300
002140         OPEN C-STOCK                                             00021400
002150     END-EXEC.                                                    00021500
002160     IF SQLCODE NOT = ZERO                                        00021600
002170         MOVE SQLCODE TO W-SQLCODE                                00021700
002180         MOVE 'OPEN C-STOCK SQLCODE = '                           00021800
002190              TO W-MESSAGE-ANOR                                   00021900
002200         PERFORM 9999-FIN-ANORMALE-DEB                            00022000
002210           THRU  9999-FIN-ANORMALE-FIN.                           00022100
002220 5000-INIT-FIN.                                                   00022200
002230      EXIT.                                                       00022300
002240***************                                                   00022400
002250 5100-PERIODES-DEB.                                               00022500
002260     EXEC SQL                                                     00022600
002270         SELECT CHAR(DATE(:DAT-DATE-ISO)                          00022700
002280                  - (DAY(DATE(:DAT-DATE-ISO)) - 1) DAYS, ISO)     00022800
002290           INTO :W-DEB-MOIS                                       00022900
002300           FROM SYSIBM.SYSDUMMY1                                  00023000
002310     END-EXEC.                                                    00023100
002320     IF SQLCODE NOT = ZERO                                        00023200
002330         MOVE SQLCODE TO W-SQLCODE                                00023300
002340         MOVE 'CALCUL DEBUT DE MOIS SQLCODE = '                   00023400
002350              TO W-MESSAGE-ANOR                                   00023500
002360         PERFORM 9999-FIN-ANORMALE-DEB                            00023600
002370           THRU  9999-FIN-ANORMALE-FIN.                           00023700
002380     EXEC SQL                                                     00023800
002390         SELECT CHAR(DATE(:W-DEB-MOIS) - 3 MONTHS, ISO),          00023900
002400                CHAR(DATE(:W-DEB-MOIS) - 12 MONTHS, ISO),         00024000
002410                CHAR(DATE(:W-DEB-MOIS) - 11 MONTHS, ISO),         00024100
002420                CHAR(DATE(:W-DEB-MOIS) - 23 MONTHS, ISO)          00024200
002430           INTO :W-DEB-MA, :W-DEB-SAIS, :W-FIN-SAIS, :W-DEB-AN    00024300
002440           FROM SYSIBM.SYSDUMMY1                                  00024400
002450     END-EXEC.                                                    00024500
002460     IF SQLCODE NOT = ZERO                                        00024600
002470         MOVE SQLCODE TO W-SQLCODE                                00024700
002480         MOVE 'CALCUL PERIODES SQLCODE = '                        00024800
002490              TO W-MESSAGE-ANOR                                   00024900
002500         PERFORM 9999-FIN-ANORMALE-DEB                            00025000
002510           THRU  9999-FIN-ANORMALE-FIN.                           00025100
002520 5100-PERIODES-FIN.                                               00025200
002530      EXIT.                                                       00025300
002540***************                                                   00025400
002550 5200-PARAM-DEB.                                                  00025500
002560     MOVE W-PROGRAM-ID TO PRM-PROGRAMME.                          00025600
002570     CALL 'PARMLIT' USING PRM-LECTURE.                            00025700
002580     MOVE PRM-VALEUR TO W-PRM-NUM-X.                              00025800
002590     IF PRM-CODE-RETOUR = ZERO                                    00025900
002600         AND W-PRM-NUM NUMERIC                                    00026000
002610         MOVE W-PRM-NUM TO W-PRM-LU                               00026100
002620     ELSE                                                         00026200
002630         MOVE W-PRM-DEFAUT TO W-PRM-LU                            00026300
002640         DISPLAY 'PAS DE PARAMETRE ' PRM-NOM                      00026400
002650                 ' - VALEUR PAR DEFAUT ' W-PRM-DEFAUT.            00026500
002660 5200-PARAM-FIN.                                                  00026600
002670      EXIT.                                                       00026700
002680***************                                                   00026800
002690 6010-TRAITE-DEB.                                                 00026900
002700     EXEC SQL                                                     00027000
002710         FETCH C-STOCK                                            00027100
002720           INTO :W-CUR-ARTICLE, :W-CUR-ENTREPOT,                  00027200
002730                :W-CUR-CLASSE, :W-ANCIEN-MIN, :W-ANCIEN-MAX       00027300
002740     END-EXEC.                                                    00027400
002750     IF SQLCODE = 100                                             00027500
002760         MOVE '1' TO W-EOF-STK                                    00027600
002770         GO TO 6010-TRAITE-FIN.                                   00027700
002780     IF SQLCODE NOT = ZERO                                        00027800
002790         MOVE SQLCODE TO W-SQLCODE                                00027900
002800         MOVE 'FETCH C-STOCK SQLCODE = '                          00028000
002810              TO W-MESSAGE-ANOR                                   00028100
002820         PERFORM 9999-FIN-ANORMALE-DEB                            00028200
002830           THRU  9999-FIN-ANORMALE-FIN.                           00028300
002840     ADD 1 TO W-CPT-LUS.                                          00028400
002850     PERFORM 6020-DEMANDE-DEB                                     00028500
002860       THRU  6020-DEMANDE-FIN.                                    00028600
002870     MOVE SPACES TO WD-MENTION.                                   00028700
002880     IF W-MVT-MA = ZERO AND W-MVT-AN = ZERO                       00028800
002890         MOVE W-ANCIEN-MIN TO W-NOUV-MIN                          00028900
002900         MOVE W-ANCIEN-MAX TO W-NOUV-MAX                          00029000
002910         MOVE ZERO TO W-PREVISION W-DELAI-FOU                     00029100
002920         MOVE 'SANS HISTO' TO WD-MENTION                          00029200
002930         ADD 1 TO W-CPT-SANS-HIS                                  00029300
002940         GO TO 6010-TRAITE-10.                                    00029400
002950     PERFORM 6030-PREVISION-DEB                                   00029500
002960       THRU  6030-PREVISION-FIN.                                  00029600
002970     PERFORM 6040-SEUILS-DEB                                      00029700
002980       THRU  6040-SEUILS-FIN.                                     00029800
002990     IF W-ANCIEN-MIN < ZERO                                       00029900
003000         MOVE 'NOUVEAU' TO WD-MENTION                             00030000
003010     ELSE                                                         00030100
003020         IF W-NOUV-MIN = W-ANCIEN-MIN                             00030200
003030             AND W-NOUV-MAX = W-ANCIEN-MAX                        00030300
003040             MOVE 'INCHANGE' TO WD-MENTION                        00030400
003050         ELSE                                                     00030500
003060             MOVE 'MODIFIE' TO WD-MENTION.                        00030600
003070     IF MODE-APPLICATION AND WD-MENTION NOT = 'INCHANGE'          00030700
003080         PERFORM 6050-APPLIQUE-DEB                                00030800
003090           THRU  6050-APPLIQUE-FIN.                               00030900
003100 6010-TRAITE-10.                                                  00031000
003110     PERFORM 6060-EDITE-DEB                                       00031100
003120       THRU  6060-EDITE-FIN.                                      00031200
003130 6010-TRAITE-FIN.                                                 00031300
003140      EXIT.                                                       00031400
003150***************                                                   00031500
003160 6020-DEMANDE-DEB.                                                00031600
003170     EXEC SQL                                                     00031700
003180         SELECT COALESCE(SUM(CASE                                 00031800
003190                  WHEN DATE_MOUVEMENT >= DATE(:W-DEB-MA)          00031900
003200                  THEN QUANTITE ELSE 0 END), 0),                  00032000
003210                COALESCE(SUM(CASE                                 00032100
003220                  WHEN DATE_MOUVEMENT >= DATE(:W-DEB-SAIS)        00032200
003230                   AND DATE_MOUVEMENT < DATE(:W-FIN-SAIS)         00032300
003240                  THEN QUANTITE ELSE 0 END), 0),                  00032400
003250                COALESCE(SUM(CASE                                 00032500
003260                  WHEN DATE_MOUVEMENT < DATE(:W-FIN-SAIS)         00032600
003270                  THEN QUANTITE ELSE 0 END), 0)                   00032700
003280           INTO :W-MVT-MA, :W-MVT-SAIS, :W-MVT-AN                 00032800
003290           FROM API7.MOUVEMENT_STOCK                              00032900
003300          WHERE ID_ARTICLE = :W-CUR-ARTICLE                       00033000
003310            AND ID_ENTREPOT = :W-CUR-ENTREPOT                     00033100
003320            AND TYPE_MOUVEMENT = 'S'                              00033200
003330            AND DATE_MOUVEMENT >= DATE(:W-DEB-AN)                 00033300
003340            AND DATE_MOUVEMENT < DATE(:W-DEB-MOIS)                00033400
003350     END-EXEC.                                                    00033500
003360     IF SQLCODE NOT = ZERO                                        00033600
003370         MOVE SQLCODE TO W-SQLCODE                                00033700
003380         MOVE 'SELECT SUM MOUVEMENT_STOCK SQLCODE = '             00033800
003390              TO W-MESSAGE-ANOR                                   00033900
003400         PERFORM 9999-FIN-ANORMALE-DEB                            00034000
003410           THRU  9999-FIN-ANORMALE-FIN.                           00034100
003420     EXEC SQL                                                     00034200
003430         SELECT COALESCE(SUM(CASE                                 00034300
003440                  WHEN C.DATE_SERVICE >= DATE(:W-DEB-MA)          00034400
003450                  THEN C.QUANTITE ELSE 0 END), 0),                00034500
003460                COALESCE(SUM(CASE                                 00034600
003470                  WHEN C.DATE_SERVICE >= DATE(:W-DEB-SAIS)        00034700
003480                   AND C.DATE_SERVICE < DATE(:W-FIN-SAIS)         00034800
003490                  THEN C.QUANTITE ELSE 0 END), 0),                00034900
003500                COALESCE(SUM(CASE                                 00035000
003510                  WHEN C.DATE_SERVICE < DATE(:W-FIN-SAIS)         00035100
003520                  THEN C.QUANTITE ELSE 0 END), 0)                 00035200
003530           INTO :W-CNS-MA, :W-CNS-SAIS, :W-CNS-AN                 00035300
003540           FROM API7.CONSO_DEPT C                                 00035400
003550          WHERE C.ID_ARTICLE = :W-CUR-ARTICLE                     00035500
003560            AND C.DATE_SERVICE >= DATE(:W-DEB-AN)                 00035600
003570            AND C.DATE_SERVICE < DATE(:W-DEB-MOIS)                00035700
003580            AND :W-CUR-ENTREPOT =                                 00035800
003590                (SELECT MIN(D.ID_ENTREPOT)                        00035900
003600                   FROM API7.DEPT_ENTREPOT D                      00036000
003610                  WHERE D.LIE = C.LIE)                            00036100
003620     END-EXEC.                                                    00036200
003630     IF SQLCODE NOT = ZERO                                        00036300
003640         MOVE SQLCODE TO W-SQLCODE                                00036400
003650         MOVE 'SELECT SUM CONSO_DEPT SQLCODE = '                  00036500
003660              TO W-MESSAGE-ANOR                                   00036600
003670         PERFORM 9999-FIN-ANORMALE-DEB                            00036700
003680           THRU  9999-FIN-ANORMALE-FIN.                           00036800
003690     IF W-CNS-MA > W-MVT-MA                                       00036900
003700         MOVE W-CNS-MA TO W-MVT-MA.                               00037000
003710     IF W-CNS-SAIS > W-MVT-SAIS                                   00037100
003720         MOVE W-CNS-SAIS TO W-MVT-SAIS.                           00037200
003730     IF W-CNS-AN > W-MVT-AN                                       00037300
003740         MOVE W-CNS-AN TO W-MVT-AN.                               00037400
003750 6020-DEMANDE-FIN.                                                00037500
003760      EXIT.                                                       00037600
003770***************                                                   00037700
003780 6030-PREVISION-DEB.                                              00037800
003790     COMPUTE W-MOY-MOBILE ROUNDED = W-MVT-MA / 3.                 00037900
003800     COMPUTE W-MOY-ANNEE ROUNDED = W-MVT-AN / 12.                 00038000
003810     IF W-MOY-ANNEE NOT > ZERO                                    00038100
003820         MOVE 1 TO W-COEF-SAIS                                    00038200
003830     ELSE                                                         00038300
003840         COMPUTE W-COEF-SAIS ROUNDED =                            00038400
003850             W-MVT-SAIS / W-MOY-ANNEE.                            00038500
003860     IF W-COEF-SAIS < 0.50                                        00038600
003870         MOVE 0.50 TO W-COEF-SAIS.                                00038700
003880     IF W-COEF-SAIS > 2.00                                        00038800
003890         MOVE 2.00 TO W-COEF-SAIS.                                00038900
003900     COMPUTE W-PREVISION ROUNDED =                                00039000
003910         W-MOY-MOBILE * W-COEF-SAIS.                              00039100
003920     IF W-PREVISION < ZERO                                        00039200
003930         MOVE ZERO TO W-PREVISION.                                00039300
003940 6030-PREVISION-FIN.                                              00039400
003950      EXIT.                                                       00039500
003960***************                                                   00039600
003970 6040-SEUILS-DEB.                                                 00039700
003980     EXEC SQL                                                     00039800
003990         SELECT DELAI_LIVRAISON                                   00039900
004000           INTO :W-DELAI-FOU                                      00040000
004010           FROM API7.ARTICLE_FOURNISSEUR                          00040100
004020          WHERE ID_ARTICLE = :W-CUR-ARTICLE                       00040200
004030          ORDER BY PRIX_ACHAT, ID_FOURNISSEUR                     00040300
004040          FETCH FIRST 1 ROW ONLY                                  00040400
004050     END-EXEC.                                                    00040500
004060     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00040600
004070         MOVE SQLCODE TO W-SQLCODE                                00040700
004080         MOVE 'SELECT DELAI ARTICLE_FOURNISSEUR SQLCODE = '       00040800
004090              TO W-MESSAGE-ANOR                                   00040900
004100         PERFORM 9999-FIN-ANORMALE-DEB                            00041000
004110           THRU  9999-FIN-ANORMALE-FIN.                           00041100
004120     IF SQLCODE = 100 OR W-DELAI-FOU NOT > ZERO                   00041200
004130         MOVE W-DELAI-DEFAUT TO W-DELAI-FOU.                      00041300
004140     EVALUATE W-CUR-CLASSE                                        00041400
004150         WHEN 'A'                                                 00041500
004160             MOVE W-SECU-A TO W-SECURITE                          00041600
004170         WHEN 'B'                                                 00041700
004180             MOVE W-SECU-B TO W-SECURITE                          00041800
004190         WHEN OTHER                                               00041900
004200             MOVE W-SECU-C TO W-SECURITE                          00042000
004210     END-EVALUATE.                                                00042100
004220     COMPUTE W-NOUV-MIN ROUNDED =                                 00042200
004230         W-PREVISION * W-DELAI-FOU / 30                           00042300
004240                     * (100 + W-SECURITE) / 100.                  00042400
004250     COMPUTE W-NOUV-MAX ROUNDED =                                 00042500
004260         W-NOUV-MIN + W-PREVISION * W-COUVERTURE.                 00042600
004270 6040-SEUILS-FIN.                                                 00042700
004280      EXIT.                                                       00042800
004290***************                                                   00042900
004300 6050-APPLIQUE-DEB.                                               00043000
004310     MOVE W-CUR-ARTICLE TO W-ID-ARTICLE.                          00043100
004320     MOVE W-CUR-ENTREPOT TO W-ID-ENTREPOT.                        00043200
004330     MOVE W-NOUV-MIN TO W-SEUIL-MIN.                              00043300
004340     MOVE W-NOUV-MAX TO W-SEUIL-MAX.                              00043400
004350     IF W-ANCIEN-MIN < ZERO                                       00043500
004360         GO TO 6050-APPLIQUE-10.                                  00043600
004370     EXEC SQL                                                     00043700
004380         UPDATE API7.SEUIL_STOCK                                  00043800
004390            SET SEUIL_MIN = :W-SEUIL-MIN,                         00043900
004400                SEUIL_MAX = :W-SEUIL-MAX                          00044000
004410          WHERE ID_ARTICLE = :W-ID-ARTICLE                        00044100
004420            AND ID_ENTREPOT = :W-ID-ENTREPOT                      00044200
004430     END-EXEC.                                                    00044300
004440     IF SQLCODE NOT = ZERO                                        00044400
004450         MOVE SQLCODE TO W-SQLCODE                                00044500
004460         MOVE 'UPDATE SEUIL_STOCK SQLCODE = '                     00044600
004470              TO W-MESSAGE-ANOR                                   00044700
004480         PERFORM 9999-FIN-ANORMALE-DEB                            00044800
004490           THRU  9999-FIN-ANORMALE-FIN.                           00044900
004500     ADD 1 TO W-CPT-MODIFIES.                                     00045000
004510     GO TO 6050-APPLIQUE-FIN.                                     00045100
004520 6050-APPLIQUE-10.                                                00045200
004530     EXEC SQL                                                     00045300
004540         INSERT INTO API7.SEUIL_STOCK                             00045400
004550                (ID_ARTICLE, ID_ENTREPOT, SEUIL_MIN, SEUIL_MAX)   00045500
004560         VALUES (:W-ID-ARTICLE, :W-ID-ENTREPOT,                   00045600
004570                 :W-SEUIL-MIN, :W-SEUIL-MAX)                      00045700
004580     END-EXEC.                                                    00045800
004590     IF SQLCODE NOT = ZERO                                        00045900
004600         MOVE SQLCODE TO W-SQLCODE                                00046000
004610         MOVE 'INSERT SEUIL_STOCK SQLCODE = '                     00046100
004620              TO W-MESSAGE-ANOR                                   00046200
004630         PERFORM 9999-FIN-ANORMALE-DEB                            00046300
004640           THRU  9999-FIN-ANORMALE-FIN.                           00046400
004650     ADD 1 TO W-CPT-CREES.                                        00046500
004660 6050-APPLIQUE-FIN.                                               00046600
004670      EXIT.                                                       00046700
004680***************                                                   00046800
004690 6060-EDITE-DEB.                                                  00046900
004700     MOVE W-CUR-ARTICLE TO WD-NOART.                              00047000
004710     MOVE W-CUR-ENTREPOT TO WD-ENTREPOT.                          00047100
004720     MOVE W-CUR-CLASSE TO WD-CLASSE.                              00047200
004730     MOVE W-PREVISION TO WD-PREVISION.                            00047300
004740     MOVE W-DELAI-FOU TO WD-DELAI.                                00047400
004750     IF W-ANCIEN-MIN < ZERO                                       00047500
004760         MOVE ZERO TO WD-ANCIEN-MIN WD-ANCIEN-MAX                 00047600
004770     ELSE                                                         00047700
004780         MOVE W-ANCIEN-MIN TO WD-ANCIEN-MIN                       00047800
004790         MOVE W-ANCIEN-MAX TO WD-ANCIEN-MAX.                      00047900
004800     IF W-NOUV-MIN < ZERO                                         00048000
004810         MOVE ZERO TO WD-NOUV-MIN WD-NOUV-MAX                     00048100
004820     ELSE                                                         00048200
004830         MOVE W-NOUV-MIN TO WD-NOUV-MIN                           00048300
004840         MOVE W-NOUV-MAX TO WD-NOUV-MAX.                          00048400
004850     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           00048500
004860     PERFORM 8100-EDIT-LIGNE-DEB                                  00048600
004870       THRU  8100-EDIT-LIGNE-FIN.                                 00048700
004880 6060-EDITE-FIN.                                                  00048800
004890      EXIT.                                                       00048900
004900***************                                                   00049000
004910 8000-FIN-TRT-DEB.                                                00049100
004920     EXEC SQL                                                     00049200
004930         CLOSE C-STOCK                                            00049300
004940     END-EXEC.                                                    00049400
004950     CLOSE LISTSEU.                                               00049500
004960     DISPLAY 'STOCKS LUS          = ' W-CPT-LUS.                  00049600
004970     DISPLAY 'SEUILS MODIFIES     = ' W-CPT-MODIFIES.             00049700
004980     DISPLAY 'SEUILS CREES        = ' W-CPT-CREES.                00049800
004990     DISPLAY 'SANS HISTORIQUE     = ' W-CPT-SANS-HIS.             00049900
005000     EXEC SQL                                                     00050000
005010         COMMIT                                                   00050100
005020     END-EXEC.                                                    00050200
005030     MOVE 'F' TO JRN-PHASE.                                       00050300
005040     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00050400
005050     COMPUTE JRN-NB-ECRITS = W-CPT-MODIFIES + W-CPT-CREES.        00050500
005060     MOVE ZERO TO JRN-NB-REJETES.                                 00050600
005070     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00050700
005080     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00050800
005090 8000-FIN-TRT-FIN.                                                00050900
005100      EXIT.                                                       00051000
005110***************                                                   00051100
005120  9990-FIN-NORMALE-DEB.                                           00051200
005130            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00051300
005140       GOBACK.                                                    00051400
005150  9990-FIN-NORMALE-FIN.                                           00051500
005160       EXIT.                                                      00051600
005170*************                                                     00051700
005180 COPY EDITPRO REPLACING ==EDIT-RECORD==                           00051800
005190     BY ==LS00==.                                                 00051900
005200 COPY ANORPROC.                                                   00052000
