000010 IDENTIFICATION DIVISION.                                         00000100
000020 PROGRAM-ID. LRETDEP .                                            00000200
000030 ENVIRONMENT DIVISION.                                            00000300
000040 INPUT-OUTPUT SECTION.                                            00000400
000050 FILE-CONTROL.                                                    00000500
000060     SELECT     RET-FICHIER   ASSIGN    RETDEP.                   00000600
000070     SELECT     JRN-FICHIER   ASSIGN    JRNRDEP.                  00000700
000080     SELECT     REJ-FICHIER   ASSIGN    REJRDEP.                  00000800
000090 DATA DIVISION.                                                   00000900
000100 FILE SECTION.                                                    00001000
000110 FD                 RET-FICHIER                                   00001100
000120      BLOCK              00000 RECORDS                            00001200
000130      DATA RECORD                                                 00001300
000140                    RD00                                          00001400
000150           LABEL RECORD STANDARD.                                 00001500
000160 01               RD00.                                           00001600
000170   10             RD00-LIE      PICTURE 9(9).                     00001700
000180   10             RD00-NOART    PICTURE 9(9).                     00001800
000190   10             RD00-ENTREPOT PICTURE X(2).                     00001900
000200   10             RD00-QTE-RET  PICTURE 9(9).                     00002000
000210   10             RD00-NO-LOT   PICTURE X(10).                    00002100
000220   10             RD00-DATE-SERV PICTURE X(10).                   00002200
000230   10             RD00-MOTIF    PICTURE X(20).                    00002300
000235   10             RD00-NO-SERIE PICTURE X(10).                    00002350
000240   10             RD00-FILLER   PICTURE X(1).                     00002400
000250 FD                 JRN-FICHIER                                   00002500
000260      BLOCK              00000 RECORDS                            00002600
000270      DATA RECORD                                                 00002700
000280                    JD00                                          00002800
000290           LABEL RECORD STANDARD.                                 00002900
000300 01               JD00.                                           00003000
000310   10             JD00-LIE      PICTURE 9(9).                     00003100
000320   10             JD00-NOART    PICTURE 9(9).                     00003200
000330   10             JD00-ENTREPOT PICTURE X(2).                     00003300
000340   10             JD00-QTE-RET  PICTURE 9(9).                     00003400
000350   10             JD00-NO-LOT   PICTURE X(10).                    00003500
000360   10             JD00-PRIX-JOUR PICTURE 9(5)V99.                 00003600
000370   10             JD00-MONTANT  PICTURE 9(11)V99.                 00003700
000380   10             JD00-MOTIF    PICTURE X(20).                    00003800
000390   10             JD00-FILLER   PICTURE X(1).                     00003900
000400 FD                 REJ-FICHIER                                   00004000
000410      BLOCK              00000 RECORDS                            00004100
000420      DATA RECORD                                                 00004200
000430                    RX00                                          00004300
000440           LABEL RECORD STANDARD.                                 00004400
000450 01               RX00.                                           00004500
000460   10             RX00-LIE      PICTURE 9(9).                     00004600
000470   10             RX00-NOART    PICTURE 9(9).                     00004700
000480   10             RX00-ENTREPOT PICTURE X(2).                     00004800
000490   10             RX00-QTE-RET  PICTURE 9(9).                     00004900
000500   10             RX00-RAISON   PICTURE X(30).                    00005000
000505   10             RX00-NO-SERIE PICTURE X(10).                    00005050
000510   10             RX00-FILLER   PICTURE X(11).                    00005100
000520 WORKING-STORAGE SECTION.                                         00005200
000530      EXEC SQL                                                    00005300
000540         INCLUDE SQLCA                                            00005400
000550      END-EXEC.                                                   00005500
000560*****                                                             00005600
000570      EXEC SQL                                                    00005700
000580         INCLUDE DEPART                                           00005800
000590      END-EXEC.                                                   00005900
000600*****                                                             00006000
000610      EXEC SQL                                                    00006100
000620         INCLUDE DEPTENT                                          00006200
000630      END-EXEC.                                                   00006300
000640*****                                                             00006400
000650      EXEC SQL                                                    00006500
000660         INCLUDE STOCK                                            00006600
000670      END-EXEC.                                                   00006700
000680*****                                                             00006800
000690      EXEC SQL                                                    00006900
000700         INCLUDE STOCKLOT                                         00007000
000710      END-EXEC.                                                   00007100
000720*****                                                             00007200
000730      EXEC SQL                                                    00007300
000740         INCLUDE CONSODEP                                         00007400
000750      END-EXEC.                                                   00007500
000760*****                                                             00007600
000770      EXEC SQL                                                    00007700
000780         INCLUDE MVTHIST                                          00007800
000790      END-EXEC.                                                   00007900
000800******                                                            00008000
000810 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LRETDEP'.                    00008100
000820 01  W-SQLCODE      PIC +++9.                                     00008200
000830 01  W-EOF-RET      PIC X     VALUE '0'.                          00008300
000840     88  FIN-RET-OK           VALUE '1'.                          00008400
000850 01  W-CODE-REJET   PIC X(30) VALUE SPACES.                       00008500
000860 01  W-CNT-DEP      PIC S9(9) USAGE COMP VALUE ZERO.              00008600
000870 01  W-CNT-ENT      PIC S9(9) USAGE COMP VALUE ZERO.              00008700
000880 01  W-CNT-GEL      PIC S9(9) USAGE COMP VALUE ZERO.              00008800
000890 01  W-CNT-LOT      PIC S9(9) USAGE COMP VALUE ZERO.              00008900
000900 01  W-QTE-NETTE    PIC S9(9) USAGE COMP VALUE ZERO.              00009000
000910 01  W-QTE-RET      PIC S9(9) USAGE COMP VALUE ZERO.              00009100
000920 01  W-NOART-GEL    PIC S9(9) USAGE COMP VALUE ZERO.              00009200
000930 01  W-DATE-REF     PIC X(10) VALUE SPACES.                       00009300
000940 01  W-MNT-CREDIT   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00009400
000942 01  W-SERIALISE    PIC X     VALUE SPACE.                        00009420
000944 01  W-CNT-SERIE    PIC S9(9) USAGE COMP VALUE ZERO.              00009440
000950 COPY ANORMAL.                                                    00009500
000955 COPY JRNCOM.                                                     00009550
000960 COPY DATCOM.                                                     00009600
000970******                                                            00009700
000980 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00009800
000990 01  W-CPT-RETOURS  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00009900
001000 01  W-CPT-REJETS   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010000
001005 01  W-CPT-SERIES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00010050
001010 01  W-TOT-CREDIT   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.      00010100
001020******                                                            00010200
001030 PROCEDURE DIVISION.                                              00010300
001040 1000-LRETDEP-DEB.                                                00010400
001050     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00010500
001052     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00010520
001054     MOVE 'D' TO JRN-PHASE                                        00010540
001056     CALL 'JRNEXEC' USING JRN-EXECUTION                           00010560
001060     PERFORM 5000-INIT-DEB                                        00010600
001070       THRU  5000-INIT-FIN.                                       00010700
001080     PERFORM 6010-TRAITE-DEB                                      00010800
001090       THRU  6010-TRAITE-FIN                                      00010900
001100       UNTIL FIN-RET-OK.                                          00011000
001110     PERFORM 8000-FIN-TRT-DEB                                     00011100
001120       THRU  8000-FIN-TRT-FIN.                                    00011200
001130     PERFORM 9990-FIN-NORMALE-DEB                                 00011300
001140       THRU  9990-FIN-NORMALE-FIN.                                00011400
001150 1000-LRETDEP-FIN.                                                00011500
001160     EXIT.                                                        00011600
001170***************                                                   00011700
001180 5000-INIT-DEB.                                                   00011800
001190     CALL 'DATETRT' USING DAT-TRAITEMENT.                         00011900
001200     IF DAT-CODE-RETOUR NOT = ZERO                                00012000
001210         MOVE ZERO TO W-SQLCODE                                   00012100
001220         MOVE 'AUCUNE JOURNEE OUVERTE'                            00012200
001230              TO W-MESSAGE-ANOR                                   00012300
001240         PERFORM 9999-FIN-ANORMALE-DEB                            00012400
001250           THRU  9999-FIN-ANORMALE-FIN.                           00012500
001260     OPEN INPUT  RET-FICHIER.                                     00012600
001270     OPEN OUTPUT JRN-FICHIER.                                     00012700
001280     OPEN OUTPUT REJ-FICHIER.                                     00012800
001290 5000-INIT-FIN.                                                   00012900
001300      EXIT.                                                       00013000
001310***************                                                   00013100
001320 6010-TRAITE-DEB.                                                 00013200
001330     READ RET-FICHIER AT END                                      00013300
001340         MOVE '1' TO W-EOF-RET                                    00013400
001350         GO TO 6010-TRAITE-FIN.                                   00013500
001360     ADD 1 TO W-CPT-LUS.                                          00013600
001370     PERFORM 6020-VALIDE-DEB                                      00013700
001380       THRU  6020-VALIDE-FIN.                                     00013800
001390     IF W-CODE-REJET NOT = SPACES                                 00013900
001400         PERFORM 6070-REJET-DEB                                   00014000
001410           THRU  6070-REJET-FIN                                   00014100
001420         GO TO 6010-TRAITE-FIN.                                   00014200
001430     MOVE RD00-QTE-RET TO W-QTE-RET.                              00014300
001440     PERFORM 6030-MAJ-STOCK-DEB                                   00014400
001450       THRU  6030-MAJ-STOCK-FIN.                                  00014500
001460     IF RD00-NO-LOT NOT = SPACES                                  00014600
001470         PERFORM 6035-MAJ-LOT-DEB                                 00014700
001480           THRU  6035-MAJ-LOT-FIN.                                00014800
001482     IF RD00-NO-SERIE NOT = SPACES                                00014820
001484         PERFORM 6045-SERIE-DEB                                   00014840
001486           THRU  6045-SERIE-FIN.                                  00014860
001490     PERFORM 6040-HISTORIQUE-DEB                                  00014900
001500       THRU  6040-HISTORIQUE-FIN.                                 00015000
001510     PERFORM 6050-CONSO-DEB                                       00015100
001520       THRU  6050-CONSO-FIN.                                      00015200
001530     PERFORM 6060-JOURNAL-DEB                                     00015300
001540       THRU  6060-JOURNAL-FIN.                                    00015400
001550     ADD 1 TO W-CPT-RETOURS.                                      00015500
001560 6010-TRAITE-FIN.                                                 00015600
001570      EXIT.                                                       00015700
001580***************                                                   00015800
001590 6020-VALIDE-DEB.                                                 00015900
001600     MOVE SPACES TO W-CODE-REJET.                                 00016000
001610     IF RD00-QTE-RET = ZERO                                       00016100
001620         MOVE 'QUANTITE NULLE' TO W-CODE-REJET                    00016200
001630         GO TO 6020-VALIDE-FIN.                                   00016300
001640     IF RD00-DATE-SERV NOT = SPACES                               00016400
001650         IF RD00-DATE-SERV (5:1) NOT = '-'                        00016500
001660            OR RD00-DATE-SERV (8:1) NOT = '-'                     00016600
001670             MOVE 'DATE DE SERVICE INVALIDE' TO W-CODE-REJET      00016700
001680             GO TO 6020-VALIDE-FIN.                               00016800
001690     EXEC SQL                                                     00016900
001700         SELECT COUNT(*)                                          00017000
001710           INTO :W-CNT-DEP                                        00017100
001720           FROM API7.DEPARTEMENTS                                 00017200
001730          WHERE LIE = :RD00-LIE                                   00017300
001740     END-EXEC.                                                    00017400
001750     IF W-CNT-DEP = ZERO                                          00017500
001760         MOVE 'DEPARTEMENT INCONNU' TO W-CODE-REJET               00017600
001770         GO TO 6020-VALIDE-FIN.                                   00017700
001780     MOVE RD00-LIE TO W-LIE OF DCLDEPTENTREPOT.                   00017800
001790     IF RD00-ENTREPOT = SPACES                                    00017900
001800         PERFORM 6022-ENT-SERVANT-DEB                             00018000
001810           THRU  6022-ENT-SERVANT-FIN                             00018100
001820     ELSE                                                         00018200
001830         MOVE RD00-ENTREPOT                                       00018300
001840             TO W-ID-ENTREPOT OF DCLDEPTENTREPOT                  00018400
001850         EXEC SQL                                                 00018500
001860             SELECT COUNT(*)                                      00018600
001870               INTO :W-CNT-ENT                                    00018700
001880               FROM API7.DEPT_ENTREPOT                            00018800
001890              WHERE LIE = :W-LIE OF DCLDEPTENTREPOT               00018900
001900                AND ID_ENTREPOT =                                 00019000
001910                    :W-ID-ENTREPOT OF DCLDEPTENTREPOT             00019100
001920         END-EXEC                                                 00019200
001930         IF W-CNT-ENT = ZERO                                      00019300
001940             MOVE 'ENTREPOT NE SERT PAS LE DEPT'                  00019400
001950                  TO W-CODE-REJET.                                00019500
001960     IF W-CODE-REJET NOT = SPACES                                 00019600
001970         GO TO 6020-VALIDE-FIN.                                   00019700
001980     MOVE RD00-LIE TO W-LIE OF DCLCONSODEPT.                      00019800
001990     MOVE RD00-NOART TO W-ID-ARTICLE OF DCLCONSODEPT.             00019900
002000     EXEC SQL                                                     00020000
002010         SELECT COALESCE(SUM(QUANTITE), 0)                        00020100
002020           INTO :W-QTE-NETTE                                      00020200
002030           FROM API7.CONSO_DEPT                                   00020300
002040          WHERE LIE = :W-LIE OF DCLCONSODEPT                      00020400
002050            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCONSODEPT        00020500
002060     END-EXEC.                                                    00020600
002070     IF SQLCODE NOT = ZERO                                        00020700
002080         MOVE SQLCODE TO W-SQLCODE                                00020800
002090         MOVE 'SELECT SUM CONSO_DEPT SQLCODE = '                  00020900
002100              TO W-MESSAGE-ANOR                                   00021000
002110         PERFORM 9999-FIN-ANORMALE-DEB                            00021100
002120           THRU  9999-FIN-ANORMALE-FIN.                           00021200
002130     IF RD00-QTE-RET > W-QTE-NETTE                                00021300
002140         MOVE 'RETOUR SUPERIEUR AU SERVI' TO W-CODE-REJET         00021400
002150         GO TO 6020-VALIDE-FIN.                                   00021500
002160     IF RD00-DATE-SERV = SPACES                                   00021600
002170         MOVE DAT-DATE-ISO TO W-DATE-REF                          00021700
002180     ELSE                                                         00021800
002190         MOVE RD00-DATE-SERV TO W-DATE-REF.                       00021900
002200     EXEC SQL                                                     00022000
002210         SELECT PRIX_JOUR                                         00022100
002220           INTO :W-PRIX-JOUR                                      00022200
002230           FROM API7.CONSO_DEPT                                   00022300
002240          WHERE LIE = :W-LIE OF DCLCONSODEPT                      00022400
002250            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLCONSODEPT        00022500
002260            AND QUANTITE > 0                                      00022600
002270            AND DATE_SERVICE <= DATE(:W-DATE-REF)                 00022700
002280          ORDER BY DATE_SERVICE DESC                              00022800
002290          FETCH FIRST 1 ROW ONLY                                  00022900
002300     END-EXEC.                                                    00023000
002310     EVALUATE SQLCODE                                             00023100
002320         WHEN ZERO                                                00023200
002330             CONTINUE                                             00023300
002340         WHEN 100                                                 00023400
002350             MOVE 'AUCUN SERVICE A CREDITER' TO W-CODE-REJET      00023500
002360             GO TO 6020-VALIDE-FIN                                00023600
002370         WHEN OTHER                                               00023700
002380             MOVE SQLCODE TO W-SQLCODE                            00023800
002390             MOVE 'SELECT PRIX_JOUR CONSO_DEPT SQLCODE = '        00023900
002400                  TO W-MESSAGE-ANOR                               00024000
002410             PERFORM 9999-FIN-ANORMALE-DEB                        00024100
002420               THRU  9999-FIN-ANORMALE-FIN                        00024200
002430     END-EVALUATE.                                                00024300
002440     MOVE RD00-NOART TO W-ID-ARTICLE OF DCLSTOCK.                 00024400
002450     MOVE W-ID-ENTREPOT OF DCLDEPTENTREPOT                        00024500
002460         TO W-ID-ENTREPOT OF DCLSTOCK.                            00024600
002470     MOVE RD00-NOART TO W-NOART-GEL.                              00024700
002480     EXEC SQL                                                     00024800
002490         SELECT COUNT(*)                                          00024900
002500           INTO :W-CNT-GEL                                        00025000
002510           FROM API7.GEL_INVENTAIRE                               00025100
002520          WHERE ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00025200
002530            AND ETAT = 'O'                                        00025300
002540            AND :W-NOART-GEL BETWEEN ART_DEBUT                    00025400
002550                                 AND ART_FIN                      00025500
002560     END-EXEC.                                                    00025600
002570     IF SQLCODE = ZERO AND W-CNT-GEL NOT = ZERO                   00025700
002580         MOVE 'INVENTAIRE EN COURS' TO W-CODE-REJET               00025800
002590         GO TO 6020-VALIDE-FIN.                                   00025900
002600     EXEC SQL                                                     00026000
002610         SELECT QUANTITE, COUT_MOYEN                              00026100
002620           INTO :W-QUANTITE OF DCLSTOCK, :W-COUT-MOYEN            00026200
002630           FROM API7.STOCK                                        00026300
002640          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00026400
002650            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00026500
002660     END-EXEC.                                                    00026600
002670     EVALUATE SQLCODE                                             00026700
002680         WHEN ZERO                                                00026800
002690             CONTINUE                                             00026900
002700         WHEN 100                                                 00027000
002710             MOVE 'STOCK INEXISTANT' TO W-CODE-REJET              00027100
002720             GO TO 6020-VALIDE-FIN                                00027200
002730         WHEN OTHER                                               00027300
002740             MOVE SQLCODE TO W-SQLCODE                            00027400
002750             MOVE 'SELECT API7.STOCK SQLCODE = '                  00027500
002760                  TO W-MESSAGE-ANOR                               00027600
002770             PERFORM 9999-FIN-ANORMALE-DEB                        00027700
002780               THRU  9999-FIN-ANORMALE-FIN                        00027800
002790     END-EVALUATE.                                                00027900
002800     PERFORM 6025-CTL-LOT-DEB                                     00028000
002810       THRU  6025-CTL-LOT-FIN.                                    00028100
002812     IF W-CODE-REJET = SPACES                                     00028120
002814         PERFORM 6027-CTL-SERIE-DEB                               00028140
002816           THRU  6027-CTL-SERIE-FIN.                              00028160
002820 6020-VALIDE-FIN.                                                 00028200
002830      EXIT.                                                       00028300
002840***************                                                   00028400
002850 6022-ENT-SERVANT-DEB.                                            00028500
002860     EXEC SQL                                                     00028600
002870         SELECT ID_ENTREPOT                                       00028700
002880           INTO :W-ID-ENTREPOT OF DCLDEPTENTREPOT                 00028800
002890           FROM API7.DEPT_ENTREPOT                                00028900
002900          WHERE LIE = :W-LIE OF DCLDEPTENTREPOT                   00029000
002910          ORDER BY ID_ENTREPOT                                    00029100
002920          FETCH FIRST 1 ROW ONLY                                  00029200
002930     END-EXEC.                                                    00029300
002940     EVALUATE SQLCODE                                             00029400
002950         WHEN ZERO                                                00029500
002960             CONTINUE                                             00029600
002970         WHEN 100                                                 00029700
002980             MOVE 'AUCUN ENTREPOT POUR DEPT' TO W-CODE-REJET      00029800
002990         WHEN OTHER                                               00029900
003000             MOVE SQLCODE TO W-SQLCODE                            00030000
003010             MOVE 'SELECT DEPT_ENTREPOT SQLCODE = '               00030100
003020                  TO W-MESSAGE-ANOR                               00030200
003030             PERFORM 9999-FIN-ANORMALE-DEB                        00030300
003040               THRU  9999-FIN-ANORMALE-FIN                        00030400
003050     END-EVALUATE.                                                00030500
003060 6022-ENT-SERVANT-FIN.                                            00030600
003070      EXIT.                                                       00030700
003080***************                                                   00030800
003090 6025-CTL-LOT-DEB.                                                00030900
003100     MOVE RD00-NOART TO W-ID-ARTICLE OF DCLSTOCKLOT.              00031000
003110     MOVE W-ID-ENTREPOT OF DCLSTOCK                               00031100
003120         TO W-ID-ENTREPOT OF DCLSTOCKLOT.                         00031200
003130     MOVE RD00-NO-LOT TO W-NO-LOT.                                00031300
003140     IF RD00-NO-LOT = SPACES                                      00031400
003150         EXEC SQL                                                 00031500
003160             SELECT COUNT(*)                                      00031600
003170               INTO :W-CNT-LOT                                    00031700
003180               FROM API7.STOCK_LOT                                00031800
003190              WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT     00031900
003200                AND ID_ENTREPOT =                                 00032000
003210                    :W-ID-ENTREPOT OF DCLSTOCKLOT                 00032100
003220         END-EXEC                                                 00032200
003230         IF W-CNT-LOT NOT = ZERO                                  00032300
003240             MOVE 'NUMERO DE LOT OBLIGATOIRE'                     00032400
003250                  TO W-CODE-REJET                                 00032500
003260         END-IF                                                   00032600
003270         GO TO 6025-CTL-LOT-FIN.                                  00032700
003280     EXEC SQL                                                     00032800
003290         SELECT COUNT(*)                                          00032900
003300           INTO :W-CNT-LOT                                        00033000
003310           FROM API7.STOCK_LOT                                    00033100
003320          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT         00033200
003330            AND ID_ENTREPOT =                                     00033300
003340                :W-ID-ENTREPOT OF DCLSTOCKLOT                     00033400
003350            AND NO_LOT = :W-NO-LOT                                00033500
003360     END-EXEC.                                                    00033600
003370     IF W-CNT-LOT = ZERO                                          00033700
003380         MOVE 'LOT INCONNU' TO W-CODE-REJET.                      00033800
003390 6025-CTL-LOT-FIN.                                                00033900
003400      EXIT.                                                       00034000
003401***************                                                   00034010
003402 6027-CTL-SERIE-DEB.                                              00034020
003403     EXEC SQL                                                     00034030
003404         SELECT SERIALISE                                         00034040
003405           INTO :W-SERIALISE                                      00034050
003406           FROM API7.ARTICLE                                      00034060
003407          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00034070
003408     END-EXEC.                                                    00034080
003409     IF SQLCODE NOT = ZERO                                        00034090
003410         MOVE SQLCODE TO W-SQLCODE                                00034100
003411         MOVE 'SELECT ARTICLE SQLCODE = '                         00034110
003412              TO W-MESSAGE-ANOR                                   00034120
003413         PERFORM 9999-FIN-ANORMALE-DEB                            00034130
003414           THRU  9999-FIN-ANORMALE-FIN.                           00034140
003415     IF W-SERIALISE NOT = 'O'                                     00034150
003416         IF RD00-NO-SERIE NOT = SPACES                            00034160
003417             MOVE 'ARTICLE NON SERIALISE' TO W-CODE-REJET         00034170
003418         END-IF                                                   00034180
003419         GO TO 6027-CTL-SERIE-FIN.                                00034190
003420     IF RD00-NO-SERIE = SPACES                                    00034200
003421         MOVE 'NUMERO DE SERIE OBLIGATOIRE' TO W-CODE-REJET       00034210
003422         GO TO 6027-CTL-SERIE-FIN.                                00034220
003423     IF RD00-QTE-RET NOT = 1                                      00034230
003424         MOVE 'UNE UNITE PAR NUMERO DE SERIE' TO W-CODE-REJET     00034240
003425         GO TO 6027-CTL-SERIE-FIN.                                00034250
003426     EXEC SQL                                                     00034260
003427         SELECT COUNT(*)                                          00034270
003428           INTO :W-CNT-SERIE                                      00034280
003429           FROM API7.NUMERO_SERIE                                 00034290
003430          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00034300
003431            AND NO_SERIE = :RD00-NO-SERIE                         00034310
003432            AND STATUT = 'E'                                      00034320
003433            AND LIE = :RD00-LIE                                   00034330
003434     END-EXEC.                                                    00034340
003435     IF SQLCODE NOT = ZERO                                        00034350
003436         MOVE SQLCODE TO W-SQLCODE                                00034360
003437         MOVE 'SELECT NUMERO_SERIE SQLCODE = '                    00034370
003438              TO W-MESSAGE-ANOR                                   00034380
003439         PERFORM 9999-FIN-ANORMALE-DEB                            00034390
003440           THRU  9999-FIN-ANORMALE-FIN.                           00034400
003441     IF W-CNT-SERIE = ZERO                                        00034410
003442         MOVE 'NUMERO DE SERIE NON DETENU' TO W-CODE-REJET.       00034420
003443 6027-CTL-SERIE-FIN.                                              00034430
003444      EXIT.                                                       00034440
003445***************                                                   00034450
003446 6030-MAJ-STOCK-DEB.                                              00034460
003447     EXEC SQL                                                     00034470
003448         UPDATE API7.STOCK                                        00034480
003450            SET QUANTITE = QUANTITE + :W-QTE-RET                  00034500
003460          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00034600
003470            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          00034700
003480     END-EXEC.                                                    00034800
003490     IF SQLCODE NOT = ZERO                                        00034900
003500         MOVE SQLCODE TO W-SQLCODE                                00035000
003510         MOVE 'UPDATE API7.STOCK SQLCODE = '                      00035100
003520              TO W-MESSAGE-ANOR                                   00035200
003530         PERFORM 9999-FIN-ANORMALE-DEB                            00035300
003540           THRU  9999-FIN-ANORMALE-FIN.                           00035400
003550 6030-MAJ-STOCK-FIN.                                              00035500
003560      EXIT.                                                       00035600
003570***************                                                   00035700
003580 6035-MAJ-LOT-DEB.                                                00035800
003590     EXEC SQL                                                     00035900
003600         UPDATE API7.STOCK_LOT                                    00036000
003610            SET QUANTITE = QUANTITE + :W-QTE-RET                  00036100
003620          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCKLOT         00036200
003630            AND ID_ENTREPOT =                                     00036300
003640                :W-ID-ENTREPOT OF DCLSTOCKLOT                     00036400
003650            AND NO_LOT = :W-NO-LOT                                00036500
003660     END-EXEC.                                                    00036600
003670     IF SQLCODE NOT = ZERO                                        00036700
003680         MOVE SQLCODE TO W-SQLCODE                                00036800
003690         MOVE 'UPDATE STOCK_LOT SQLCODE = '                       00036900
003700              TO W-MESSAGE-ANOR                                   00037000
003710         PERFORM 9999-FIN-ANORMALE-DEB                            00037100
003720           THRU  9999-FIN-ANORMALE-FIN.                           00037200
003730 6035-MAJ-LOT-FIN.                                                00037300
003740      EXIT.                                                       00037400
003750***************                                                   00037500
003760 6040-HISTORIQUE-DEB.                                             00037600
003770     MOVE RD00-NOART                                              00037700
003780         TO W-ID-ARTICLE OF DCLMOUVEMENTSTOCK.                    00037800
003790     MOVE W-ID-ENTREPOT OF DCLSTOCK                               00037900
003800         TO W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK.                   00038000
003810     MOVE 'D' TO W-TYPE-MOUVEMENT.                                00038100
003820     MOVE W-QTE-RET                                               00038200
003830         TO W-QUANTITE OF DCLMOUVEMENTSTOCK.                      00038300
003840     MOVE SPACES TO W-ENT-DEST OF DCLMOUVEMENTSTOCK.              00038400
003842     MOVE W-PROGRAM-ID TO W-ORIGINE.                              00038420
003844     MOVE W-COUT-MOYEN TO W-COUT-MOUVEMENT.                       00038440
003846     MOVE RD00-NO-LOT TO W-LOT-MOUVEMENT.                         00038460
003848     MOVE ZERO TO W-NO-TRANSFERT.                                 00038480
003850     MOVE ZERO TO W-NO-MVT-LIE.                                   00038500
003852     MOVE SPACE TO W-STATUT-STOCK.                                00038520
003854     MOVE SPACE TO W-CONTREPASSE.                                 00038540
003856     EXEC SQL                                                     00038560
003858         SELECT COALESCE(MAX(NO_MOUVEMENT), 0) + 1                00038580
003860           INTO :W-NO-MOUVEMENT                                   00038600
003862           FROM API7.MOUVEMENT_STOCK                              00038620
003864     END-EXEC.                                                    00038640
003866     IF SQLCODE NOT = ZERO                                        00038660
003868         MOVE SQLCODE TO W-SQLCODE                                00038680
003870         MOVE 'SELECT MAX MOUVEMENT SQLCODE = '                   00038700
003872              TO W-MESSAGE-ANOR                                   00038720
003874         PERFORM 9999-FIN-ANORMALE-DEB                            00038740
003876           THRU  9999-FIN-ANORMALE-FIN.                           00038760
003878     EXEC SQL                                                     00038780
003880         INSERT INTO API7.MOUVEMENT_STOCK                         00038800
003882                (ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,         00038820
003884                 QUANTITE, ENT_DEST, DATE_MOUVEMENT, ORIGINE,     00038840
003886                 NO_MOUVEMENT, COUT_MOUVEMENT, LOT_MOUVEMENT,     00038860
003888                 NO_TRANSFERT, STATUT_STOCK, CONTREPASSE,         00038880
003890                 NO_MVT_LIE)                                      00038900
003892         VALUES (:W-ID-ARTICLE OF DCLMOUVEMENTSTOCK,              00038920
003894                 :W-ID-ENTREPOT OF DCLMOUVEMENTSTOCK,             00038940
003896                 :W-TYPE-MOUVEMENT,                               00038960
003898                 :W-QUANTITE OF DCLMOUVEMENTSTOCK,                00038980
003900                 :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                00039000
003902                 DATE(:DAT-DATE-ISO), :W-ORIGINE,                 00039020
003904                 :W-NO-MOUVEMENT, :W-COUT-MOUVEMENT,              00039040
003906                 :W-LOT-MOUVEMENT, :W-NO-TRANSFERT,               00039060
003908                 :W-STATUT-STOCK, :W-CONTREPASSE,                 00039080
003910                 :W-NO-MVT-LIE)                                   00039100
003960     END-EXEC.                                                    00039600
003970     IF SQLCODE NOT = ZERO                                        00039700
003980         MOVE SQLCODE TO W-SQLCODE                                00039800
003990         MOVE 'INSERT MOUVEMENT_STOCK SQLCODE = '                 00039900
004000              TO W-MESSAGE-ANOR                                   00040000
004010         PERFORM 9999-FIN-ANORMALE-DEB                            00040100
004020           THRU  9999-FIN-ANORMALE-FIN.                           00040200
004030 6040-HISTORIQUE-FIN.                                             00040300
004040      EXIT.                                                       00040400
004050***************                                                   00040500
004051 6045-SERIE-DEB.                                                  00040510
004052     EXEC SQL                                                     00040520
004053         UPDATE API7.NUMERO_SERIE                                 00040530
004054            SET STATUT = 'S',                                     00040540
004055                ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK,         00040550
004056                LIE = 0,                                          00040560
004057                DATE_RETOUR = DATE(:DAT-DATE-ISO)                 00040570
004058          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            00040580
004059            AND NO_SERIE = :RD00-NO-SERIE                         00040590
004060     END-EXEC.                                                    00040600
004061     IF SQLCODE NOT = ZERO                                        00040610
004062         MOVE SQLCODE TO W-SQLCODE                                00040620
004063         MOVE 'UPDATE NUMERO_SERIE SQLCODE = '                    00040630
004064              TO W-MESSAGE-ANOR                                   00040640
004065         PERFORM 9999-FIN-ANORMALE-DEB                            00040650
004066           THRU  9999-FIN-ANORMALE-FIN.                           00040660
004067     ADD 1 TO W-CPT-SERIES.                                       00040670
004068 6045-SERIE-FIN.                                                  00040680
004069      EXIT.                                                       00040690
004070***************                                                   00040700
004071 6050-CONSO-DEB.                                                  00040710
004072     COMPUTE W-QUANTITE OF DCLCONSODEPT = ZERO - W-QTE-RET.       00040720
004080     EXEC SQL                                                     00040800
004090         INSERT INTO API7.CONSO_DEPT                              00040900
004100                (LIE, ID_ARTICLE, DATE_SERVICE, QUANTITE,         00041000
004110                 PRIX_JOUR)                                       00041100
004120         VALUES (:W-LIE OF DCLCONSODEPT,                          00041200
004130                 :W-ID-ARTICLE OF DCLCONSODEPT,                   00041300
004140                 DATE(:DAT-DATE-ISO),                             00041400
004150                 :W-QUANTITE OF DCLCONSODEPT, :W-PRIX-JOUR)       00041500
004160     END-EXEC.                                                    00041600
004170     IF SQLCODE NOT = ZERO                                        00041700
004180         MOVE SQLCODE TO W-SQLCODE                                00041800
004190         MOVE 'INSERT CONSO_DEPT SQLCODE = '                      00041900
004200              TO W-MESSAGE-ANOR                                   00042000
004210         PERFORM 9999-FIN-ANORMALE-DEB                            00042100
004220           THRU  9999-FIN-ANORMALE-FIN.                           00042200
004230     COMPUTE W-MNT-CREDIT = W-QTE-RET * W-PRIX-JOUR.              00042300
004240     ADD W-MNT-CREDIT TO W-TOT-CREDIT.                            00042400
004250 6050-CONSO-FIN.                                                  00042500
004260      EXIT.                                                       00042600
004270***************                                                   00042700
004280 6060-JOURNAL-DEB.                                                00042800
004290     MOVE RD00-LIE TO JD00-LIE.                                   00042900
004300     MOVE RD00-NOART TO JD00-NOART.                               00043000
004310     MOVE W-ID-ENTREPOT OF DCLSTOCK TO JD00-ENTREPOT.             00043100
004320     MOVE RD00-QTE-RET TO JD00-QTE-RET.                           00043200
004330     MOVE RD00-NO-LOT TO JD00-NO-LOT.                             00043300
004340     MOVE W-PRIX-JOUR TO JD00-PRIX-JOUR.                          00043400
004350     MOVE W-MNT-CREDIT TO JD00-MONTANT.                           00043500
004360     MOVE RD00-MOTIF TO JD00-MOTIF.                               00043600
004370     MOVE SPACES TO JD00-FILLER.                                  00043700
004380     WRITE JD00.                                                  00043800
004390 6060-JOURNAL-FIN.                                                00043900
004400      EXIT.                                                       00044000
004410***************                                                   00044100
004420 6070-REJET-DEB.                                                  00044200
004430     MOVE RD00-LIE TO RX00-LIE.                                   00044300
004440     MOVE RD00-NOART TO RX00-NOART.                               00044400
004450     MOVE RD00-ENTREPOT TO RX00-ENTREPOT.                         00044500
004460     MOVE RD00-QTE-RET TO RX00-QTE-RET.                           00044600
004470     MOVE W-CODE-REJET TO RX00-RAISON.                            00044700
004475     MOVE RD00-NO-SERIE TO RX00-NO-SERIE.                         00044750
004480     MOVE SPACES TO RX00-FILLER.                                  00044800
004490     WRITE RX00.                                                  00044900
004500     ADD 1 TO W-CPT-REJETS.                                       00045000
004510 6070-REJET-FIN.                                                  00045100
004520      EXIT.                                                       00045200
004530***************                                                   00045300
004540 8000-FIN-TRT-DEB.                                                00045400
004550     CLOSE RET-FICHIER.                                           00045500
004560     CLOSE JRN-FICHIER.                                           00045600
004570     CLOSE REJ-FICHIER.                                           00045700
004580     DISPLAY 'RETOURS LUS          = ' W-CPT-LUS.                 00045800
004590     DISPLAY 'RETOURS ACCEPTES     = ' W-CPT-RETOURS.             00045900
004600     DISPLAY 'RETOURS REJETES      = ' W-CPT-REJETS.              00046000
004610     DISPLAY 'MONTANT CREDITE      = ' W-TOT-CREDIT.              00046100
004611     DISPLAY 'NUMEROS SERIE RENTRES= ' W-CPT-SERIES.              00046110
004612     MOVE 'F' TO JRN-PHASE.                                       00046120
004613     MOVE W-CPT-LUS TO JRN-NB-LUS.                                00046130
004614     MOVE W-CPT-RETOURS TO JRN-NB-ECRITS.                         00046140
004615     MOVE W-CPT-REJETS TO JRN-NB-REJETES.                         00046150
004616     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00046160
004617     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00046170
004620 8000-FIN-TRT-FIN.                                                00046200
004630      EXIT.                                                       00046300
004640************                                                      00046400
004650************                                                      00046500
004660  9990-FIN-NORMALE-DEB.                                           00046600
004670            DISPLAY 'FIN   DU PROGRAMME ' W-PROGRAM-ID.           00046700
004680       GOBACK.                                                    00046800
004690  9990-FIN-NORMALE-FIN.                                           00046900
004700       EXIT.                                                      00047000
004710*************                                                     00047100
004720 COPY ANORPROC.                                                   00047200
