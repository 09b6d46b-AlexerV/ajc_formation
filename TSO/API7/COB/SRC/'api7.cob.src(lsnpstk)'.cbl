002800 01  W-EOF-PARM     PIC X     VALUE '0'.                          00280000
002900     88  FIN-PARM-OK          VALUE '1'.                          00290000
003000 COPY ANORMAL.                                                    00300000
003005 COPY JRNCOM.                                                     00300500
003010 COPY PRMCOM.                                                     00301000
003100******                                                            00310000
003200 01  W-CPT-PURGES   PIC S9(9) USAGE COMP-3 VALUE ZERO.            00320000
003500 PROCEDURE DIVISION.                                              00350000
003600 1000-LSNPSTK-DEB.                                                00360000
003700     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00370000
003720     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00372000
003740     MOVE 'D' TO JRN-PHASE                                        00374000
003760     CALL 'JRNEXEC' USING JRN-EXECUTION                           00376000
003800     PERFORM 5000-INIT-DEB                                        00380000
003900       THRU  5000-INIT-FIN.                                       00390000
004000     PERFORM 6010-COPIE-DEB                                       00400000
007500         MOVE SQLERRD (3) TO W-CPT-PURGES.                        00750000
007600     EXEC SQL                                                     00760000
007700         INSERT INTO API7.STOCK_HISTORIQUE                        00770000
007750                (PERIODE, ID_ARTICLE, ID_ENTREPOT, QUANTITE,      00775000
007800                 COUT_MOYEN)                                      00780000
007850         SELECT :W-PERIODE, ID_ARTICLE, ID_ENTREPOT, QUANTITE,    00785000
007900                COUT_MOYEN                                        00790000
008000           FROM API7.STOCK                                        00800000
008100     END-EXEC.                                                    00810000
008200     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00820000
009400     DISPLAY 'PERIODE PHOTOGRAPHIEE = ' W-PERIODE.                00940000
009500     DISPLAY 'LIGNES REMPLACEES     = ' W-CPT-PURGES.             00950000
009600     DISPLAY 'LIGNES COPIEES        = ' W-CPT-COPIES.             00960000
009620     MOVE 'F' TO JRN-PHASE.                                       00962000
009640     MOVE W-CPT-COPIES TO JRN-NB-ECRITS.                          00964000
009660     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00966000
009680     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00968000
009700 8000-FIN-TRT-FIN.                                                00970000
009800      EXIT.                                                       00980000
009900************                                                      00990000
