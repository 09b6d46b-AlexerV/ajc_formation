000160   10             CD00-NOART    PICTURE 9(9).                     00001600
000170   10             CD00-QTE-DEM  PICTURE 9(9).                     00001700
000180   10             CD00-PRIORITE PICTURE 9(1).                     00001800
000185   10             CD00-APPROUVE PICTURE X(1).                     00001850
000190   10             CD00-FILLER   PICTURE X(51).                    00001900
000200 WORKING-STORAGE SECTION.                                         00002000
000210      EXEC SQL                                                    00002100
000220         INCLUDE SQLCA                                            00002200
000280******                                                            00002800
000290      EXEC SQL                                                    00002900
000300         DECLARE C-SAISIE CURSOR FOR                              00003000
000310         SELECT LIE, ID_ARTICLE, QUANTITE, PRIORITE, DECISION     00003100
000320           FROM API7.COMMANDE_SAISIE                              00003200
000330          WHERE ETAT = 'S'                                        00003300
000340          ORDER BY LIE, ID_ARTICLE                                00003400
000390 01  W-EOF-SAI      PIC X     VALUE '0'.                          00003900
000400     88  FIN-SAI-OK           VALUE '1'.                          00004000
000410 COPY ANORMAL.                                                    00004100
000415 COPY JRNCOM.                                                     00004150
000420 COPY CTLLOT.                                                     00004200
000430 01  W-DATE-LOT     PIC X(8)  VALUE SPACES.                       00004300
000440 01  W-HEURE-LOT.                                                 00004400
000500 PROCEDURE DIVISION.                                              00005000
000510 1000-LEXTCDE-DEB.                                                00005100
000520     DISPLAY 'DEBUT DU PROGRAMME '  W-PROGRAM-ID                  00005200
000522     MOVE W-PROGRAM-ID TO JRN-PROGRAMME                           00005220
000524     MOVE 'D' TO JRN-PHASE                                        00005240
000526     CALL 'JRNEXEC' USING JRN-EXECUTION                           00005260
000530     PERFORM 5000-INIT-DEB                                        00005300
000540       THRU  5000-INIT-FIN.                                       00005400
000550     PERFORM 6010-TRAITE-DEB                                      00005500
000820     EXEC SQL                                                     00008200
000830         FETCH C-SAISIE                                           00008300
000840           INTO :W-LIE, :W-ID-ARTICLE, :W-QUANTITE,               00008400
000850                :W-PRIORITE, :W-DECISION                          00008500
000860     END-EXEC.                                                    00008600
000870     EVALUATE SQLCODE                                             00008700
000880         WHEN 100                                                 00008800
001050     ELSE                                                         00010500
001060         MOVE W-PRIORITE TO CD00-PRIORITE.                        00010600
001070     MOVE SPACES TO CD00-FILLER.                                  00010700
001072     IF W-DECISION = 'A' OR W-DECISION = 'R'                      00010720
001074         MOVE 'O' TO CD00-APPROUVE                                00010740
001076     ELSE                                                         00010760
001078         MOVE SPACE TO CD00-APPROUVE.                             00010780
001080     WRITE CD00.                                                  00010800
001090     ADD 1 TO W-CPT-EXTRAITS.                                     00010900
001100 6010-TRAITE-FIN.                                                 00011000
001310     WRITE CD00.                                                  00013100
001320     CLOSE CDE-FICHIER.                                           00013200
001330     DISPLAY 'COMMANDES EXTRAITES  = ' W-CPT-EXTRAITS.            00013300
001332     MOVE 'F' TO JRN-PHASE.                                       00013320
001334     MOVE W-CPT-EXTRAITS TO JRN-NB-ECRITS.                        00013340
001336     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         00013360
001338     CALL 'JRNEXEC' USING JRN-EXECUTION.                          00013380
001340 8000-FIN-TRT-FIN.                                                00013400
001350      EXIT.                                                       00013500
001360************                                                      00013600
