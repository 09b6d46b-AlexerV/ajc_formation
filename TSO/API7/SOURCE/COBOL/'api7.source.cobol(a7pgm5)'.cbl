004200 01               W-SQLCODE     PIC +++9.                         A7PGM5
004300 01               W-TOTAL-STK   PIC S9(9) USAGE COMP VALUE ZERO.  A7PGM5
004310      COPY PRIXCOM.                                               A7PGM5
004330      COPY EANCOM.                                                A7PGM5
004400 LINKAGE SECTION.                                                 A7PGM5
004500 01               DFHCOMMAREA   PICTURE X(1).                     A7PGM5
004600 PROCEDURE DIVISION.                                              A7PGM5
005300     END-EXEC.                                                    A7PGM5
005400 F01-FN.                                                          A7PGM5
005500     EXIT.                                                        A7PGM5
005502 N03.                                                             A7PGM5
005504*         NOTE *CODE EAN SAISI A LA PLACE DE L'ARTICLE*.          A7PGM5
005506 F03.                                                             A7PGM5
005508     IF CODEANL = ZERO OR CODEANI = SPACES                        A7PGM5
005510         GO TO F03-FN.                                            A7PGM5
005512     MOVE CODEANI TO EAN-CODE.                                    A7PGM5
005514     MOVE 'R' TO EAN-FONCTION.                                    A7PGM5
005516     CALL 'CTLEAN' USING EAN-CONTROLE.                            A7PGM5
005518     EVALUATE EAN-CODE-RETOUR                                     A7PGM5
005520         WHEN ZERO                                                A7PGM5
005522             MOVE EAN-ID-ARTICLE TO IDARTI                        A7PGM5
005524             GO TO F03-FN                                         A7PGM5
005526         WHEN 4                                                   A7PGM5
005528             MOVE 'CODE EAN INVALIDE' TO MESS1O                   A7PGM5
005530         WHEN 8                                                   A7PGM5
005532             MOVE 'CODE EAN INCONNU' TO MESS1O                    A7PGM5
005534         WHEN OTHER                                               A7PGM5
005536             MOVE EAN-SQLCODE TO W-SQLCODE                        A7PGM5
005538             STRING 'ERREUR LECTURE CODE EAN SQLCODE = '          A7PGM5
005540                    W-SQLCODE DELIMITED BY SIZE INTO MESS1O       A7PGM5
005542     END-EVALUATE.                                                A7PGM5
005544     MOVE SPACES TO DESIGO MARQO FAMIO.                           A7PGM5
005546     MOVE SPACES TO MARQLIBO FAMILIBO DATCHGO.                    A7PGM5
005548     MOVE ZERO TO PRIXO STKTOTO ANCPRIO NOUPRIO.                  A7PGM5
005550     GO TO F20.                                                   A7PGM5
005552 F03-FN.                                                          A7PGM5
005554     EXIT.                                                        A7PGM5
005600 N05.                                                             A7PGM5
005700*         NOTE *LECTURE DE L'ARTICLE DANS API7.ARTICLE*.          A7PGM5
005800 F05.                                                             A7PGM5
