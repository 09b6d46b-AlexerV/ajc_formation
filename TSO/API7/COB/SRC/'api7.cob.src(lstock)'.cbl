000290         DECLARE C-STOCK CURSOR FOR                               00029000
000300         SELECT S.ID_ARTICLE, A.DESIGNATION, S.ID_ENTREPOT,       00030000
000310                S.QUANTITE, S.QTE_RESERVEE,                       00031000
000311                S.QTE_QUARANTAINE, S.QTE_ABIMEE,                  00031100
000312                (SELECT COALESCE(SUM(C.QUANTITE), 0)              00031200
000313                   FROM API7.STOCK_CONSIGNATION C                 00031300
000314                  WHERE C.ID_ARTICLE = S.ID_ARTICLE               00031400
000315                    AND C.ID_ENTREPOT = S.ID_ENTREPOT),           00031500
000316                (SELECT COALESCE(SUM(C.QTE_RESERVEE), 0)          00031600
000317                   FROM API7.STOCK_CONSIGNATION C                 00031700
000318                  WHERE C.ID_ARTICLE = S.ID_ARTICLE               00031800
000319                    AND C.ID_ENTREPOT = S.ID_ENTREPOT)            00031900
000320           FROM API7.STOCK S, API7.ARTICLE A                      00032000
000330          WHERE S.ID_ARTICLE = A.ID_ARTICLE                       00033000
000340          ORDER BY S.ID_ARTICLE, S.ID_ENTREPOT                    00034000
000440 01  W-PREV-ARTICLE PIC S9(9) USAGE COMP VALUE ZERO.              00044000
000450 01  W-PREV-DESIGNATION PIC X(20) VALUE SPACES.                   00045000
000455 01  W-QTE-DISPO    PIC S9(9) USAGE COMP VALUE ZERO.              00045500
000456 01  W-QTE-CSG      PIC S9(9) USAGE COMP VALUE ZERO.              00045600
000457 01  W-RSV-CSG      PIC S9(9) USAGE COMP VALUE ZERO.              00045700
000460 COPY ANORMAL.                                                    00046000
000470 COPY JRNCOM.                                                     00047000
000480******                                                            00048000
000680     05  WD-QTE-QUA     PIC ZZZZZZ9.                              00068000
000682     05  FILLER   PIC X(5)  VALUE ' ABI:'.                        00068200
000690     05  WD-QTE-ABI     PIC ZZZZZZ9.                              00069000
000695     05  FILLER   PIC X(5)  VALUE ' CSG:'.                        00069500
000700     05  WD-QTE-CSG     PIC ZZZZZZ9.                              00070000
000705     05  FILLER   PIC X(14) VALUE SPACES.                         00070500
000710 01  W-LIGNE-SOUS-TOTAL.                                          00071000
000720     05  FILLER   PIC X(11) VALUE SPACES.                         00072000
000730     05  FILLER   PIC X(18) VALUE 'TOTAL ARTICLE:    '.           00073000
001280         FETCH C-STOCK                                            00128000
001290           INTO :W-ID-ARTICLE OF DCLSTOCK, :W-DESIGNATION,        00129000
001300                :W-ID-ENTREPOT, :W-QUANTITE, :W-QTE-RESERVEE,     00130000
001302                :W-QTE-QUARANTAINE, :W-QTE-ABIMEE,                00130200
001304                :W-QTE-CSG, :W-RSV-CSG                            00130400
001310     END-EXEC.                                                    00131000
001320     EVALUATE SQLCODE                                             00132000
001330         WHEN 100                                                 00133000
001360             PERFORM 6012-RUPTURE-DEB                             00136000
001370               THRU  6012-RUPTURE-FIN                             00137000
001380             MOVE '0' TO W-PREMIERE-LIGNE                         00138000
001385             ADD W-QUANTITE W-QTE-CSG                             00138500
001390                 TO W-ART-TOTAL W-GR-TOTAL                        00139000
001400             MOVE W-ID-ENTREPOT TO WD-ID-ENTREPOT                 00140000
001404             COMPUTE W-QTE-DISPO =                                00140400
001406                 W-QUANTITE - W-QTE-RESERVEE                      00140600
001408                 + W-QTE-CSG - W-RSV-CSG                          00140800
001410             MOVE W-QTE-DISPO TO WD-QTE-DISPO                     00141000
001412             MOVE W-QTE-RESERVEE TO WD-QTE-RSV                    00141200
001414             MOVE W-QTE-QUARANTAINE TO WD-QTE-QUA                 00141400
001416             MOVE W-QTE-ABIMEE TO WD-QTE-ABI                      00141600
001418             MOVE W-QTE-CSG TO WD-QTE-CSG                         00141800
001420             MOVE W-LIGNE-DETAIL TO EDIT-LIGNE                    00142000
001430             PERFORM 8100-EDIT-LIGNE-DEB                          00143000
001440               THRU  8100-EDIT-LIGNE-FIN                          00144000
