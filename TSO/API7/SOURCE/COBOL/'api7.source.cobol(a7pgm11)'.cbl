002500 01               W-CODE-REJET  PICTURE X(55) VALUE SPACES.       A7PGM11 
002600 01               W-CNT-ART     PIC S9(9) USAGE COMP.             A7PGM11 
002700 01               W-CNT-ENT     PIC S9(9) USAGE COMP.             A7PGM11 
002750 01               W-ART-CONFLIT PIC 9(9).                         A7PGM11 
002800******                                                            A7PGM11 
002900      COPY A7MS11.                                                A7PGM11 
002950      COPY DANCOM.                                                A7PGM11 
003000 LINKAGE SECTION.                                                 A7PGM11 
003100 01               DFHCOMMAREA   PICTURE X(1).                     A7PGM11 
003200 PROCEDURE DIVISION.                                              A7PGM11 
019800     IF ALLEEI = SPACES OR ETAGI = SPACES                         A7PGM11 
019900         OR CASIERI = SPACES                                      A7PGM11 
020000         MOVE 'EMPLACEMENT INCOMPLET' TO W-CODE-REJET.            A7PGM11 
020002     IF W-CODE-REJET NOT = SPACES                                 A7PGM11 
020004         GO TO F30VALID-FN.                                       A7PGM11 
020006     MOVE 'A' TO DAN-FONCTION.                                    A7PGM11 
020008     MOVE IDARTI TO DAN-ID-ARTICLE.                               A7PGM11 
020010     MOVE ENTREPI TO DAN-ID-ENTREPOT.                             A7PGM11 
020012     MOVE ALLEEI TO DAN-ALLEE.                                    A7PGM11 
020014     CALL 'CTLDANG' USING DAN-CONTROLE.                           A7PGM11 
020016     EVALUATE DAN-CODE-RETOUR                                     A7PGM11 
020018         WHEN ZERO                                                A7PGM11 
020020             CONTINUE                                             A7PGM11 
020022         WHEN 4                                                   A7PGM11 
020024             STRING 'ENTREPOT NON AGREE POUR LA CLASSE '          A7PGM11 
020026                    DAN-CLASSE                                    A7PGM11 
020028                    DELIMITED BY SIZE INTO W-CODE-REJET           A7PGM11 
020030         WHEN 8                                                   A7PGM11 
020032             MOVE DAN-ART-CONFLIT TO W-ART-CONFLIT                A7PGM11 
020034             STRING 'CLASSE ' DAN-CLASSE                          A7PGM11 
020036                    ' INCOMPATIBLE AVEC ' DAN-CLASSE-CONFLIT      A7PGM11 
020038                    ' ART ' W-ART-CONFLIT ' ALLEE'                A7PGM11 
020040                    DELIMITED BY SIZE INTO W-CODE-REJET           A7PGM11 
020042         WHEN OTHER                                               A7PGM11 
020044             MOVE DAN-SQLCODE TO W-SQLCODE                        A7PGM11 
020046             STRING 'ERREUR CONTROLE DANGER SQLCODE = '           A7PGM11 
020048                    W-SQLCODE DELIMITED BY SIZE INTO W-CODE-REJET A7PGM11 
020050     END-EVALUATE.                                                A7PGM11 
020100 F30VALID-FN.                                                     A7PGM11 
020200     EXIT.                                                        A7PGM11 
020300 N90ERRSQL.                                                       A7PGM11 
