001500      EXEC SQL                                                    A7PGM6  
001600         DECLARE C-STOART CURSOR FOR                              A7PGM6  
001700         SELECT ID_ENTREPOT, QUANTITE, QTE_RESERVEE,              A7PGM6  
001710                QTE_QUARANTAINE, QTE_ABIMEE,                      A7PGM6  
001720                (SELECT COALESCE(SUM(C.QUANTITE), 0)              A7PGM6  
001730                   FROM API7.STOCK_CONSIGNATION C                 A7PGM6  
001740                  WHERE C.ID_ARTICLE = S.ID_ARTICLE               A7PGM6  
001750                    AND C.ID_ENTREPOT = S.ID_ENTREPOT),           A7PGM6  
001760                (SELECT COALESCE(SUM(C.QTE_RESERVEE), 0)          A7PGM6  
001770                   FROM API7.STOCK_CONSIGNATION C                 A7PGM6  
001780                  WHERE C.ID_ARTICLE = S.ID_ARTICLE               A7PGM6  
001790                    AND C.ID_ENTREPOT = S.ID_ENTREPOT)            A7PGM6  
001800           FROM API7.STOCK S                                      A7PGM6  
001900          WHERE ID_ARTICLE = :W-ID-ARTICLE                        A7PGM6  
002000          ORDER BY ID_ENTREPOT                                    A7PGM6  
002100      END-EXEC.                                                   A7PGM6  
002900 01               W-TOTAL-STK   PIC S9(9) USAGE COMP VALUE ZERO.  A7PGM6  
002910 01               W-QTE-DISPO   PIC S9(9) USAGE COMP VALUE        A7PGM6  
002920                                ZERO.                             A7PGM6  
002940 01               W-QTE-CSG     PIC S9(9) USAGE COMP VALUE ZERO.  A7PGM6  
002960 01               W-RSV-CSG     PIC S9(9) USAGE COMP VALUE ZERO.  A7PGM6  
003000 01               W-LIGNE-STOCK.                                  A7PGM6  
003100     05           WL-ENTREPOT   PICTURE X(2).                     A7PGM6  
003200     05           FILLER        PICTURE X(3) VALUE ' S:'.         A7PGM6  
003740     05           WL-QUAR       PICTURE ZZZZZZ9.                  A7PGM6  
003750     05           FILLER        PICTURE X(3) VALUE ' A:'.         A7PGM6  
003760     05           WL-ABIM       PICTURE ZZZZZZ9.                  A7PGM6  
003770     05           FILLER        PICTURE X(3) VALUE ' C:'.         A7PGM6  
003780     05           WL-CONSIG     PICTURE ZZZZZZ9.                  A7PGM6  
003790     05           FILLER        PICTURE X(8) VALUE SPACES.        A7PGM6  
003800 01               W-TAB-LIGNES.                                   A7PGM6  
003900     05           W-LIG         PICTURE X(40) OCCURS 8 TIMES.     A7PGM6  
003950      COPY EANCOM.                                                A7PGM6  
004000 LINKAGE SECTION.                                                 A7PGM6  
004100 01               DFHCOMMAREA   PICTURE X(1).                     A7PGM6  
004200 PROCEDURE DIVISION.                                              A7PGM6  
004900     END-EXEC.                                                    A7PGM6  
005000 F01-FN.                                                          A7PGM6  
005100     EXIT.                                                        A7PGM6  
005102 N03.                                                             A7PGM6  
005104*         NOTE *CODE EAN SAISI A LA PLACE DE L'ARTICLE*.          A7PGM6  
005106 F03.                                                             A7PGM6  
005108     IF CODEANL = ZERO OR CODEANI = SPACES                        A7PGM6  
005110         GO TO F03-FN.                                            A7PGM6  
005112     MOVE CODEANI TO EAN-CODE.                                    A7PGM6  
005114     MOVE 'R' TO EAN-FONCTION.                                    A7PGM6  
005116     CALL 'CTLEAN' USING EAN-CONTROLE.                            A7PGM6  
005118     EVALUATE EAN-CODE-RETOUR                                     A7PGM6  
005120         WHEN ZERO                                                A7PGM6  
005122             MOVE EAN-ID-ARTICLE TO IDARTI                        A7PGM6  
005124             GO TO F03-FN                                         A7PGM6  
005126         WHEN 4                                                   A7PGM6  
005128             MOVE 'CODE EAN INVALIDE' TO MESS1O                   A7PGM6  
005130         WHEN 8                                                   A7PGM6  
005132             MOVE 'CODE EAN INCONNU' TO MESS1O                    A7PGM6  
005134         WHEN OTHER                                               A7PGM6  
005136             MOVE EAN-SQLCODE TO W-SQLCODE                        A7PGM6  
005138             STRING 'ERREUR LECTURE CODE EAN SQLCODE = '          A7PGM6  
005140                    W-SQLCODE DELIMITED BY SIZE INTO MESS1O       A7PGM6  
005142     END-EVALUATE.                                                A7PGM6  
005144     MOVE SPACES TO LIG1O LIG2O LIG3O LIG4O.                      A7PGM6  
005146     MOVE SPACES TO LIG5O LIG6O LIG7O LIG8O.                      A7PGM6  
005148     MOVE ZERO TO TOTSTKO.                                        A7PGM6  
005150     GO TO F20.                                                   A7PGM6  
005152 F03-FN.                                                          A7PGM6  
005154     EXIT.                                                        A7PGM6  
005200 N05.                                                             A7PGM6  
005300*         NOTE *LECTURE DU STOCK DANS API7.STOCK *.               A7PGM6  
005400 F05.                                                             A7PGM6  
006800         FETCH C-STOART INTO :W-ID-ENTREPOT, :W-QUANTITE,         A7PGM6  
006850                             :W-QTE-RESERVEE,                     A7PGM6  
006860                             :W-QTE-QUARANTAINE,                  A7PGM6  
006870                             :W-QTE-ABIMEE, :W-QTE-CSG,           A7PGM6  
006880                             :W-RSV-CSG                           A7PGM6  
006900     END-EXEC.                                                    A7PGM6  
007000     EVALUATE SQLCODE                                             A7PGM6  
007100         WHEN ZERO                                                A7PGM6  
007200             ADD W-QUANTITE TO W-TOTAL-STK                        A7PGM6  
007250             ADD W-QTE-CSG TO W-TOTAL-STK                         A7PGM6  
007300             IF W-NB-LIGNES < 8                                   A7PGM6  
007400                 ADD 1 TO W-NB-LIGNES                             A7PGM6  
007500                 MOVE W-ID-ENTREPOT TO WL-ENTREPOT                A7PGM6  
007600                 MOVE W-QUANTITE TO WL-QUANTITE                   A7PGM6  
007610                 MOVE W-QTE-RESERVEE TO WL-RESERVE                A7PGM6  
007620                 COMPUTE W-QTE-DISPO =                            A7PGM6  
007625                     W-QUANTITE - W-QTE-RESERVEE                  A7PGM6  
007630                     + W-QTE-CSG - W-RSV-CSG                      A7PGM6  
007640                 MOVE W-QTE-DISPO TO WL-DISPO                     A7PGM6  
007650                 MOVE W-QTE-QUARANTAINE TO WL-QUAR                A7PGM6  
007655                 MOVE W-QTE-CSG TO WL-CONSIG                      A7PGM6  
007660                 MOVE W-QTE-ABIMEE TO WL-ABIM                     A7PGM6  
007700                 MOVE W-LIGNE-STOCK TO W-LIG (W-NB-LIGNES)        A7PGM6  
007710             END-IF                                               A7PGM6  
