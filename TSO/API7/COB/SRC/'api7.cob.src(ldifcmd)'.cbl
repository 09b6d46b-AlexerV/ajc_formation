000430         DECLARE C-DIFF CURSOR FOR                                00004300
000440         SELECT C.ID_FOURNISSEUR, C.NO_COMMANDE,                  00004400
000450                C.ID_ARTICLE, F.REF_FOURNISSEUR,                  00004500
000455                C.QTE_COMMANDEE, C.PRIX_ACHAT,                    00004550
000460                C.DEVISE, C.UNITE_ACHAT, C.QTE_CONDIT             00004600
000470           FROM API7.COMMANDE_ACHAT C,                            00004700
000480                API7.ARTICLE_FOURNISSEUR F                        00004800
000490          WHERE F.ID_ARTICLE = C.ID_ARTICLE                       00004900
000730 01  W-NO-AFF       PIC 9(9).                                     00007300
000740 01  W-QTE-AFF      PIC 9(9).                                     00007400
000750 01  W-NB-AFF       PIC 9(9).                                     00007500
000755 01  W-PRIX-AFF     PIC 9(7).99.                                  00007550
000760 01  W-COND-AFF     PIC 9(5).                                     00007600
000765 01  W-PRIX-COLIS   PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.       00007650
000770 01  W-DATE-AFF     PIC X(10)  VALUE SPACES.                      00007700
000780 01  W-LIGNE-EXPORT PIC X(120) VALUE SPACES.                      00007800
000790 COPY ANORMAL.                                                    00007900
000795 COPY JRNCOM.                                                     00007950
000797 COPY ARCCOM.                                                     00007970
000800******                                                            00008000
000810 01  W-CPT-LIGNES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008100
000820 01  W-CPT-FOURNIS  PIC S9(9) USAGE COMP-3 VALUE ZERO.            00008200
000840 PROCEDURE DIVISION.                                              00008400
000850 1000-LDIFCMD-DEB.                                                00008500
000860     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00008600
000862     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00008620
000864     MOVE 'D' TO JRN-PHASE                                        00008640
000866     CALL 'JRNEXEC' USING JRN-EXECUTION                           00008660
000870     PERFORM 5000-INIT-DEB                                        00008700
000880       THRU  5000-INIT-FIN.                                       00008800
000890     PERFORM 6010-TRAITE-DEB                                      00008900
001120           FROM SYSIBM.SYSDUMMY1                                  00011200
001130     END-EXEC.                                                    00011300
001140     OPEN OUTPUT EXP-FICHIER.                                     00011400
001142     MOVE W-PROGRAM-ID TO ARC-PROGRAMME.                          00011420
001144     MOVE 'EXPCMD' TO ARC-ETAT.                                   00011440
001146     MOVE 'N' TO ARC-ASA.                                         00011460
001148     MOVE 120 TO ARC-LONGUEUR.                                    00011480
001150     EXEC SQL                                                     00011500
001160         OPEN C-DIFF                                              00011600
001170     END-EXEC.                                                    00011700
001260                :W-ID-ARTICLE OF DCLCOMMANDEACHAT,                00012600
001270                :W-REF-FOURNISSEUR,                               00012700
001280                :W-QTE-COMMANDEE,                                 00012800
001285                :W-PRIX-ACHAT OF DCLCOMMANDEACHAT,                00012850
001287                :W-DEVISE OF DCLCOMMANDEACHAT,                    00012870
001289                :W-UNITE-ACHAT OF DCLCOMMANDEACHAT,               00012890
001291                :W-QTE-CONDIT OF DCLCOMMANDEACHAT                 00012910
001300     END-EXEC.                                                    00013000
001310     EVALUATE SQLCODE                                             00013100
001320         WHEN 100                                                 00013200
001790            W-PREV-FOURN         DELIMITED BY SIZE                00017900
001800            ';'                  DELIMITED BY SIZE                00018000
001810            W-DATE-AFF           DELIMITED BY SIZE                00018100
001812            ';'                  DELIMITED BY SIZE                00018120
001814            W-DEVISE OF DCLCOMMANDEACHAT                          00018140
001816                                 DELIMITED BY SIZE                00018160
001820            INTO W-LIGNE-EXPORT.                                  00018200
001822     MOVE W-PREV-FOURN TO ARC-FOURN.                              00018220
001824     MOVE W-PREV-NO-CMD TO ARC-NO-CMD.                            00018240
001830     MOVE W-LIGNE-EXPORT TO EC00.                                 00018300
001835     PERFORM 8500-ECRIT-EXP-DEB                                   00018350
001840       THRU  8500-ECRIT-EXP-FIN.                                  00018400
001850 6020-ENTETE-FOU-FIN.                                             00018500
001860      EXIT.                                                       00018600
001870***************                                                   00018700
001880 6025-DETAIL-DEB.                                                 00018800
001890     MOVE W-NO-COMMANDE OF DCLCOMMANDEACHAT TO W-NO-AFF.          00018900
001892     IF W-QTE-CONDIT OF DCLCOMMANDEACHAT NOT > ZERO               00018920
001894         MOVE 1 TO W-QTE-CONDIT OF DCLCOMMANDEACHAT.              00018940
001896     IF W-UNITE-ACHAT OF DCLCOMMANDEACHAT = SPACES                00018960
001898         MOVE 'UN' TO W-UNITE-ACHAT OF DCLCOMMANDEACHAT.          00018980
001900     DIVIDE W-QTE-COMMANDEE BY W-QTE-CONDIT OF DCLCOMMANDEACHAT   00019000
001902         GIVING W-QTE-AFF.                                        00019020
001904     COMPUTE W-PRIX-COLIS = W-PRIX-ACHAT OF DCLCOMMANDEACHAT      00019040
001906                          * W-QTE-CONDIT OF DCLCOMMANDEACHAT.     00019060
001908     MOVE W-PRIX-COLIS TO W-PRIX-AFF.                             00019080
001910     MOVE W-QTE-CONDIT OF DCLCOMMANDEACHAT TO W-COND-AFF.         00019100
001920     MOVE SPACES TO W-LIGNE-EXPORT.                               00019200
001930     STRING 'CMD;'               DELIMITED BY SIZE                00019300
001940            W-NO-AFF             DELIMITED BY SIZE                00019400
001980            W-QTE-AFF            DELIMITED BY SIZE                00019800
001990            ';'                  DELIMITED BY SIZE                00019900
002000            W-PRIX-AFF           DELIMITED BY SIZE                00020000
002002            ';'                  DELIMITED BY SIZE                00020020
002004            W-DEVISE OF DCLCOMMANDEACHAT                          00020040
002006                                 DELIMITED BY SIZE                00020060
002008            ';'                  DELIMITED BY SIZE                00020080
002010            W-UNITE-ACHAT OF DCLCOMMANDEACHAT                     00020100
002012                                 DELIMITED BY SIZE                00020120
002014            ';'                  DELIMITED BY SIZE                00020140
002016            W-COND-AFF           DELIMITED BY SIZE                00020160
002018            INTO W-LIGNE-EXPORT.                                  00020180
002019     MOVE W-PREV-NO-CMD TO ARC-NO-CMD.                            00020190
002020     MOVE W-LIGNE-EXPORT TO EC00.                                 00020200
002025     PERFORM 8500-ECRIT-EXP-DEB                                   00020250
002030       THRU  8500-ECRIT-EXP-FIN.                                  00020300
002040     ADD 1 TO W-NB-FOURN.                                         00020400
002050     ADD 1 TO W-NB-CMD.                                           00020500
002060     ADD 1 TO W-CPT-LIGNES.                                       00020600
002140            W-NB-AFF             DELIMITED BY SIZE                00021400
002150            INTO W-LIGNE-EXPORT.                                  00021500
002160     MOVE W-LIGNE-EXPORT TO EC00.                                 00021600
002165     PERFORM 8500-ECRIT-EXP-DEB                                   00021650
002170       THRU  8500-ECRIT-EXP-FIN.                                  00021700
002180 6030-PIED-FOU-FIN.                                               00021800
002190      EXIT.                                                       00021900
002200***************                                                   00022000
002490           THRU  6035-JOURNAL-FIN                                 00024900
002500         PERFORM 6030-PIED-FOU-DEB                                00025000
002510           THRU  6030-PIED-FOU-FIN.                               00025100
002512     MOVE 'F' TO ARC-FONCTION.                                    00025120
002514     CALL 'ARCHEDT' USING ARC-EDITION.                            00025140
002520     CLOSE EXP-FICHIER.                                           00025200
002530     DISPLAY 'FOURNISSEURS DIFFUSES= ' W-CPT-FOURNIS.             00025300
002540     DISPLAY 'LIGNES DIFFUSEES     = ' W-CPT-LIGNES.              00025400
002542     MOVE 'F' TO JRN-PHASE.                                       00025420
002544     MOVE W-CPT-LIGNES TO JRN-NB-ECRITS.                          00025440
002546     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00025460
002548     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00025480
002550 8000-FIN-TRT-FIN.                                                00025500
002560      EXIT.                                                       00025600
002561***************                                                   00025610
002562 8500-ECRIT-EXP-DEB.                                              00025620
002563     WRITE EC00.                                                  00025630
002564     MOVE EC00 TO ARC-LIGNE.                                      00025640
002565     MOVE 'L' TO ARC-FONCTION.                                    00025650
002566     CALL 'ARCHEDT' USING ARC-EDITION.                            00025660
002567 8500-ECRIT-EXP-FIN.                                              00025670
002568      EXIT.                                                       00025680
002570************                                                      00025700
002580************                                                      00025800
002590  9990-FIN-NORMALE-DEB.                                           00025900
