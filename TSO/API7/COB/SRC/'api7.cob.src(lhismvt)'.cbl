003600         DECLARE C-HISMVT CURSOR FOR                              00360000
003700         SELECT ID_ARTICLE, ID_ENTREPOT, TYPE_MOUVEMENT,          00370000
003800                QUANTITE, ENT_DEST,                               00380000
003850                CHAR(DATE_MOUVEMENT, ISO), ORIGINE,               00385000
003900                NO_MOUVEMENT, CONTREPASSE, NO_MVT_LIE             00390000
004000           FROM API7.MOUVEMENT_STOCK                              00400000
004100          WHERE DATE_MOUVEMENT                                    00410000
004200                BETWEEN DATE(:W-DATE-DEB-ISO)                     00420000
004300                    AND DATE(:W-DATE-FIN-ISO)                     00430000
004400            AND (:W-NOART-CHOISI = 0                              00440000
004500                 OR ID_ARTICLE = :W-NOART-CHOISI)                 00450000
004550          ORDER BY ID_ARTICLE, DATE_MOUVEMENT, TYPE_MOUVEMENT,    00455000
004600                   NO_MOUVEMENT                                   00460000
004700      END-EXEC.                                                   00470000
004800******                                                            00480000
004900 COPY EDITWS.                                                     00490000
010000     05  WD-ENT-DEST    PIC X(2).                                 01000000
010100     05  FILLER   PIC X(6)  VALUE ' ORIG:'.                       01010000
010200     05  WD-ORIGINE     PIC X(8).                                 01020000
010220     05  FILLER   PIC X(4)  VALUE ' NO:'.                         01022000
010240     05  WD-NO-MVT      PIC ZZZZZZZZ9.                            01024000
010260     05  FILLER   PIC X(1)  VALUE SPACES.                         01026000
010280     05  WD-ANNUL       PIC X(3).                                 01028000
010300     05  WD-LIEN        PIC X(4).                                 01030000
010320     05  WD-NO-LIE      PIC ZZZZZZZZZ BLANK WHEN ZERO.            01032000
010400 01  W-LIGNE-SOUS-TOTAL.                                          01040000
010500     05  FILLER   PIC X(18) VALUE 'TOTAL ENTREES   : '.           01050000
010600     05  WS-ENTREES     PIC --------9.                            01060000
010700     05  FILLER   PIC X(12) VALUE '  SORTIES : '.                 01070000
010800     05  WS-SORTIES     PIC --------9.                            01080000
010900     05  FILLER   PIC X(32) VALUE SPACES.                         01090000
011000******                                                            01100000
011100 PROCEDURE DIVISION.                                              01110000
016100                :W-TYPE-MOUVEMENT,                                01610000
016200                :W-QUANTITE OF DCLMOUVEMENTSTOCK,                 01620000
016300                :W-ENT-DEST OF DCLMOUVEMENTSTOCK,                 01630000
016350                :W-DATE-MOUVEMENT, :W-ORIGINE,                    01635000
016400                :W-NO-MOUVEMENT, :W-CONTREPASSE,                  01640000
016450                :W-NO-MVT-LIE                                     01645000
016500     END-EXEC.                                                    01650000
016600     EVALUATE SQLCODE                                             01660000
016700         WHEN 100                                                 01670000
019900     MOVE W-QUANTITE OF DCLMOUVEMENTSTOCK TO WD-QUANTITE.         01990000
020000     MOVE W-ENT-DEST OF DCLMOUVEMENTSTOCK TO WD-ENT-DEST.         02000000
020100     MOVE W-ORIGINE TO WD-ORIGINE.                                02010000
020105     MOVE W-NO-MOUVEMENT TO WD-NO-MVT.                            02010500
020110     MOVE SPACES TO WD-ANNUL WD-LIEN.                             02011000
020115     MOVE ZERO TO WD-NO-LIE.                                      02011500
020120     IF W-CONTREPASSE = 'A'                                       02012000
020125         MOVE 'ANN' TO WD-ANNUL.                                  02012500
020130     IF W-CONTREPASSE = 'C'                                       02013000
020135         MOVE 'C/P' TO WD-ANNUL.                                  02013500
020140     IF W-NO-MVT-LIE NOT = ZERO                                   02014000
020145         MOVE ' <> ' TO WD-LIEN                                   02014500
020150         MOVE W-NO-MVT-LIE TO WD-NO-LIE.                          02015000
020200     MOVE W-LIGNE-DETAIL TO EDIT-LIGNE.                           02020000
020300     PERFORM 8100-EDIT-LIGNE-DEB                                  02030000
020400       THRU  8100-EDIT-LIGNE-FIN.                                 02040000
