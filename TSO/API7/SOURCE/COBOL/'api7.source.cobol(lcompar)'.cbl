000100 IDENTIFICATION DIVISION.                                         LCOMPAR
000200 PROGRAM-ID.  LCOMPAR.                                            LCOMPAR
000300 AUTHOR.         comparaison generique de deux fichiers.          LCOMPAR
000400 ENVIRONMENT DIVISION.                                            LCOMPAR
000500 CONFIGURATION SECTION.                                           LCOMPAR
000600 SOURCE-COMPUTER. IBM-370.                                        LCOMPAR
000700 OBJECT-COMPUTER. IBM-370.                                        LCOMPAR
000800 INPUT-OUTPUT SECTION.                                            LCOMPAR
000900 FILE-CONTROL.                                                    LCOMPAR
001000      SELECT     GA-FICHIER    ASSIGN    GAUCHE.                  LCOMPAR
001100      SELECT     DR-FICHIER    ASSIGN    DROITE.                  LCOMPAR
001200      SELECT     PARMCMP       ASSIGN    PARMCMP.                 LCOMPAR
001300      SELECT     MSG-FICHIER   ASSIGN    MSGCMP.                  LCOMPAR
001400      SELECT     PRINT-FICHIER ASSIGN    LISTCMP.                 LCOMPAR
001500      SELECT     SG-FICHIER    ASSIGN    SEULGA.                  LCOMPAR
001600      SELECT     SD-FICHIER    ASSIGN    SEULDR.                  LCOMPAR
001700      SELECT     DF-FICHIER    ASSIGN    DIFFER.                  LCOMPAR
001800 DATA DIVISION.                                                   LCOMPAR
001900 FILE SECTION.                                                    LCOMPAR
002000 FD                 GA-FICHIER                                    LCOMPAR
002100      BLOCK              00000 RECORDS                            LCOMPAR
002200      RECORD             00000 CHARACTERS                         LCOMPAR
002300      DATA RECORD                                                 LCOMPAR
002400                    GA00                                          LCOMPAR
002500           LABEL RECORD STANDARD.                                 LCOMPAR
002600 01               GA00               PICTURE X(250).              LCOMPAR
002700 FD                 DR-FICHIER                                    LCOMPAR
002800      BLOCK              00000 RECORDS                            LCOMPAR
002900      RECORD             00000 CHARACTERS                         LCOMPAR
003000      DATA RECORD                                                 LCOMPAR
003100                    DR00                                          LCOMPAR
003200           LABEL RECORD STANDARD.                                 LCOMPAR
003300 01               DR00               PICTURE X(250).              LCOMPAR
003400 FD                 PARMCMP                                       LCOMPAR
003500      BLOCK              00000 RECORDS                            LCOMPAR
003600      DATA RECORD                                                 LCOMPAR
003700                    PC00                                          LCOMPAR
003800           LABEL RECORD STANDARD.                                 LCOMPAR
003900 01               PC00.                                           LCOMPAR
004000   10             PC00-COTE     PICTURE X(1).                     LCOMPAR
004100   10             PC00-TYPE     PICTURE X(1).                     LCOMPAR
004200   10             PC00-DONNEES  PICTURE X(78).                    LCOMPAR
004300 01               PC05.                                           LCOMPAR
004400   10             PC05-COTE     PICTURE X(1).                     LCOMPAR
004500   10             PC05-TYPE     PICTURE X(1).                     LCOMPAR
004600   10             PC05-LRECL    PICTURE 9(3).                     LCOMPAR
004700   10             PC05-SEGMENT  OCCURS 3.                         LCOMPAR
004800     15           PC05-POS      PICTURE 9(3).                     LCOMPAR
004900     15           PC05-LG       PICTURE 9(3).                     LCOMPAR
005000   10             PC05-FILLER   PICTURE X(57).                    LCOMPAR
005100 01               PC10.                                           LCOMPAR
005200   10             PC10-COTE     PICTURE X(1).                     LCOMPAR
005300   10             PC10-TYPE     PICTURE X(1).                     LCOMPAR
005400   10             PC10-ZONE     OCCURS 5.                         LCOMPAR
005500     15           PC10-POS      PICTURE 9(3).                     LCOMPAR
005600     15           PC10-LG       PICTURE 9(2).                     LCOMPAR
005700     15           PC10-CODE     PICTURE X(2).                     LCOMPAR
005800   10             PC10-FILLER   PICTURE X(43).                    LCOMPAR
005900 01               PC15.                                           LCOMPAR
006000   10             PC15-COTE     PICTURE X(1).                     LCOMPAR
006100   10             PC15-TYPE     PICTURE X(1).                     LCOMPAR
006200   10             PC15-SORTIE-SG PICTURE X(1).                    LCOMPAR
006300   10             PC15-SORTIE-SD PICTURE X(1).                    LCOMPAR
006400   10             PC15-SORTIE-DF PICTURE X(1).                    LCOMPAR
006500   10             PC15-COTE-DF  PICTURE X(1).                     LCOMPAR
006600   10             PC15-FILLER   PICTURE X(74).                    LCOMPAR
006700 FD                 MSG-FICHIER                                   LCOMPAR
006800      BLOCK              00000 RECORDS                            LCOMPAR
006900      DATA RECORD                                                 LCOMPAR
007000                     MG00                                         LCOMPAR
007100           LABEL RECORD STANDARD.                                 LCOMPAR
007200 01               MG00.                                           LCOMPAR
007300   10             MG00-CODE     PICTURE X(2).                     LCOMPAR
007400   10             MG00-TEXTE    PICTURE X(20).                    LCOMPAR
007500   10             MG00-FILLER   PICTURE X(58).                    LCOMPAR
007600 FD                 PRINT-FICHIER                                 LCOMPAR
007700      BLOCK              00000 RECORDS                            LCOMPAR
007800      DATA RECORD                                                 LCOMPAR
007900                     LC00                                         LCOMPAR
008000           LABEL RECORD STANDARD.                                 LCOMPAR
008100 01               LC00               PICTURE X(80).               LCOMPAR
008200 FD                 SG-FICHIER                                    LCOMPAR
008300      BLOCK              00000 RECORDS                            LCOMPAR
008400      DATA RECORD                                                 LCOMPAR
008500                    SG00                                          LCOMPAR
008600           LABEL RECORD STANDARD.                                 LCOMPAR
008700 01               SG00               PICTURE X(250).              LCOMPAR
008800 FD                 SD-FICHIER                                    LCOMPAR
008900      BLOCK              00000 RECORDS                            LCOMPAR
009000      DATA RECORD                                                 LCOMPAR
009100                    SD00                                          LCOMPAR
009200           LABEL RECORD STANDARD.                                 LCOMPAR
009300 01               SD00               PICTURE X(250).              LCOMPAR
009400 FD                 DF-FICHIER                                    LCOMPAR
009500      BLOCK              00000 RECORDS                            LCOMPAR
009600      DATA RECORD                                                 LCOMPAR
009700                    DF00                                          LCOMPAR
009800           LABEL RECORD STANDARD.                                 LCOMPAR
009900 01               DF00               PICTURE X(250).              LCOMPAR
010000 WORKING-STORAGE SECTION.                                         LCOMPAR
010100     COPY ANORMAL.                                                LCOMPAR
010200 01               W-PROGRAM-ID  PICTURE X(8) VALUE 'LCOMPAR'.     LCOMPAR
010300     COPY JRNCOM.                                                 LCOMPAR
010400 01               DEBUT-WSS.                                      LCOMPAR
010500   05             FILLER        PICTURE X(7) VALUE                LCOMPAR
010600                                'WORKING'.                        LCOMPAR
010700   05             IK            PICTURE X.                        LCOMPAR
010800 01               VARIABLES-CONDITIONNELLES.                      LCOMPAR
010900   05             VCF.                                            LCOMPAR
011000     10           GA-CF.                                          LCOMPAR
011100       15         GA-CF1        PICTURE X VALUE                   LCOMPAR
011200                                '1'.                              LCOMPAR
011300     10           DR-CF.                                          LCOMPAR
011400       15         DR-CF1        PICTURE X VALUE                   LCOMPAR
011500                                '1'.                              LCOMPAR
011600   05             FT.                                             LCOMPAR
011700     10           GA-FT         PICTURE X VALUE                   LCOMPAR
011800                                '0'.                              LCOMPAR
011900     10           DR-FT         PICTURE X VALUE                   LCOMPAR
012000                                '0'.                              LCOMPAR
012100 01               ZONES-CALCUL-CF.                                LCOMPAR
012200   05             IND.                                            LCOMPAR
012300     18           TIND1.                                          LCOMPAR
012400       19         IND1          PICTURE X(050).                   LCOMPAR
012500   05             GAIND.                                          LCOMPAR
012600     10           GAIND1.                                         LCOMPAR
012700       15         GA-IN-CLE     PICTURE X(50).                    LCOMPAR
012800   05             DRIND.                                          LCOMPAR
012900     10           DRIND1.                                         LCOMPAR
013000       15         DR-IN-CLE     PICTURE X(50).                    LCOMPAR
013100 01               COMPTEURS-FICHIERS COMPUTATIONAL-3.             LCOMPAR
013200   05             5-GA00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013300   05             5-DR00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013400   05             5-SG00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013500   05             5-SD00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013600   05             5-DF00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013700   05             5-ID00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013800   05             5-ZD00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
013900   05             5-EC00-CPTENR PICTURE S9(9) VALUE ZERO.         LCOMPAR
014000 01               W-OPTIONS.                                      LCOMPAR
014100   05             W-SORTIE-SG   PICTURE X VALUE 'N'.              LCOMPAR
014200       88         SORTIE-SEUL-GAUCHE    VALUE 'O'.                LCOMPAR
014300   05             W-SORTIE-SD   PICTURE X VALUE 'N'.              LCOMPAR
014400       88         SORTIE-SEUL-DROITE    VALUE 'O'.                LCOMPAR
014500   05             W-SORTIE-DF   PICTURE X VALUE 'N'.              LCOMPAR
014600       88         SORTIE-DIFFERENTS     VALUE 'O'.                LCOMPAR
014700   05             W-COTE-DF     PICTURE X VALUE 'D'.              LCOMPAR
014800 01               W-EOF-CMP     PICTURE X VALUE '0'.              LCOMPAR
014900 01               W-DIFF-ENTETE PICTURE X VALUE '0'.              LCOMPAR
015000 01               W-DESCRIPTION.                                  LCOMPAR
015100   05             W-DESC-COTE   OCCURS 2.                         LCOMPAR
015200     10           W-LRECL       PICTURE 9(3).                     LCOMPAR
015300     10           W-NB-SEG      PICTURE 9(1).                     LCOMPAR
015400     10           W-LG-CLE      PICTURE 9(3).                     LCOMPAR
015500     10           W-SEGMENT     OCCURS 3.                         LCOMPAR
015600       15         W-SEG-POS     PICTURE 9(3).                     LCOMPAR
015700       15         W-SEG-LG      PICTURE 9(3).                     LCOMPAR
015800     10           W-NB-ZONES    PICTURE 9(2).                     LCOMPAR
015900     10           W-ZONE        OCCURS 10.                        LCOMPAR
016000       15         W-ZONE-POS    PICTURE 9(3).                     LCOMPAR
016100       15         W-ZONE-LG     PICTURE 9(3).                     LCOMPAR
016200       15         W-ZONE-CODE   PICTURE X(2).                     LCOMPAR
016300 01               W-INDICES.                                      LCOMPAR
016400   05             WX-COTE       PICTURE 9(1).                     LCOMPAR
016500   05             WX-CARTE      PICTURE 9(1).                     LCOMPAR
016600   05             WX-SEG        PICTURE 9(1).                     LCOMPAR
016700   05             WX-ZONE       PICTURE 9(2).                     LCOMPAR
016800   05             WX-POS        PICTURE 9(3).                     LCOMPAR
016900   05             WX-FIN        PICTURE 9(3).                     LCOMPAR
017000 01               W-ENREGISTREMENTS.                              LCOMPAR
017100   05             W-ENR         OCCURS 2                          LCOMPAR
017200                                PICTURE X(250).                   LCOMPAR
017300 01               W-CLE-TRAV    PICTURE X(50).                    LCOMPAR
017400 01               W-VAL-GA      PICTURE X(250).                   LCOMPAR
017500 01               W-VAL-DR      PICTURE X(250).                   LCOMPAR
017600 01               W-SEQ-CONTROLE.                                 LCOMPAR
017700   05             W-PREV-GA-CLE PICTURE X(50) VALUE LOW-VALUE.    LCOMPAR
017800   05             W-PREV-DR-CLE PICTURE X(50) VALUE LOW-VALUE.    LCOMPAR
017900   05             W-SEQ-FICHIER PICTURE X(8) VALUE SPACES.        LCOMPAR
018000 01               W-TEXTES.                                       LCOMPAR
018100   05             W-TXT-TITRE   PICTURE X(20) VALUE               LCOMPAR
018200                                'COMPARAISON FICHIERS'.           LCOMPAR
018300   05             W-TXT-SG      PICTURE X(20) VALUE               LCOMPAR
018400                                'SEULEMENT A GAUCHE'.             LCOMPAR
018500   05             W-TXT-SD      PICTURE X(20) VALUE               LCOMPAR
018600                                'SEULEMENT A DROITE'.             LCOMPAR
018700   05             W-TXT-DF      PICTURE X(20) VALUE               LCOMPAR
018800                                'DIFFERENT'.                      LCOMPAR
018900 01               W-LIBELLE-DEFAUT.                               LCOMPAR
019000   05             FILLER        PICTURE X(5) VALUE 'ZONE '.       LCOMPAR
019100   05             WL-NO-ZONE    PICTURE 99.                       LCOMPAR
019200   05             FILLER        PICTURE X(13) VALUE SPACES.       LCOMPAR
019300 01               W-LIGNE-ENTETE.                                 LCOMPAR
019400   05             WE-TITRE      PICTURE X(20).                    LCOMPAR
019500   05             FILLER        PICTURE X(30) VALUE               LCOMPAR
019600                  ' - GAUCHE / DROITE  LONGUEURS '.               LCOMPAR
019700   05             WE-LRECL-GA   PICTURE ZZ9.                      LCOMPAR
019800   05             FILLER        PICTURE X(3)  VALUE ' / '.        LCOMPAR
019900   05             WE-LRECL-DR   PICTURE ZZ9.                      LCOMPAR
020000   05             FILLER        PICTURE X(21) VALUE SPACES.       LCOMPAR
020100 01               W-LIGNE-CLE.                                    LCOMPAR
020200   05             WK-CATEGORIE  PICTURE X(20).                    LCOMPAR
020300   05             FILLER        PICTURE X(1)  VALUE SPACES.       LCOMPAR
020400   05             WK-CLE        PICTURE X(50).                    LCOMPAR
020500   05             FILLER        PICTURE X(9)  VALUE SPACES.       LCOMPAR
020600 01               W-LIGNE-ZONE.                                   LCOMPAR
020700   05             FILLER        PICTURE X(3)  VALUE SPACES.       LCOMPAR
020800   05             WZ-LIBELLE    PICTURE X(20).                    LCOMPAR
020900   05             FILLER        PICTURE X(1)  VALUE SPACES.       LCOMPAR
021000   05             WZ-VAL-GA     PICTURE X(25).                    LCOMPAR
021100   05             FILLER        PICTURE X(4)  VALUE ' -> '.       LCOMPAR
021200   05             WZ-VAL-DR     PICTURE X(25).                    LCOMPAR
021300   05             FILLER        PICTURE X(2)  VALUE SPACES.       LCOMPAR
021400 01               W-LIGNE-TOTAUX.                                 LCOMPAR
021500   05             WT-LIBELLE    PICTURE X(20).                    LCOMPAR
021600   05             FILLER        PICTURE X(1)  VALUE '='.          LCOMPAR
021700   05             WT-CPT        PICTURE Z(8)9.                    LCOMPAR
021800   05             FILLER        PICTURE X(50) VALUE SPACES.       LCOMPAR
021900 01               TABLE-MESSAGES.                                 LCOMPAR
022000   05             W-NB-MESSAGES PICTURE 9(3) VALUE ZERO.          LCOMPAR
022100   05             WX-MSG        PICTURE 9(3).                     LCOMPAR
022200   05             W-MSG-CODE-RECH PICTURE X(2).                   LCOMPAR
022300   05             W-MSG-FOUND   PICTURE X(20) VALUE SPACES.       LCOMPAR
022400   05             W-MSG-ENTRY OCCURS 50 TIMES.                    LCOMPAR
022500     10           W-MSG-CODE    PICTURE X(2).                     LCOMPAR
022600     10           W-MSG-TEXTE   PICTURE X(20).                    LCOMPAR
022700 PROCEDURE DIVISION.                                              LCOMPAR
022800 N01.                                                             LCOMPAR
022900 F01.                                                             LCOMPAR
023000     MOVE W-PROGRAM-ID TO JRN-PROGRAMME.                          LCOMPAR
023100     MOVE 'D' TO JRN-PHASE.                                       LCOMPAR
023200     CALL 'JRNEXEC' USING JRN-EXECUTION.                          LCOMPAR
023300     MOVE ZERO TO W-DESCRIPTION.                                  LCOMPAR
023400 N01MG.                                                           LCOMPAR
023500*         NOTE *TABLE DES TEXTES (MEME FORMAT QUE MSGSYNC)*.      LCOMPAR
023600 F01MG.                                                           LCOMPAR
023700     OPEN INPUT MSG-FICHIER.                                      LCOMPAR
023800 F01MG-10.                                                        LCOMPAR
023900     READ MSG-FICHIER AT END                                      LCOMPAR
024000         GO TO F01MG-20.                                          LCOMPAR
024100     IF      W-NB-MESSAGES  >  49                                 LCOMPAR
024200         GO TO F01MG-20.                                          LCOMPAR
024300     ADD 1 TO W-NB-MESSAGES.                                      LCOMPAR
024400     MOVE MG00-CODE  TO W-MSG-CODE (W-NB-MESSAGES).               LCOMPAR
024500     MOVE MG00-TEXTE TO W-MSG-TEXTE (W-NB-MESSAGES).              LCOMPAR
024600     GO TO F01MG-10.                                              LCOMPAR
024700 F01MG-20.                                                        LCOMPAR
024800     CLOSE MSG-FICHIER.                                           LCOMPAR
024900     MOVE '01' TO W-MSG-CODE-RECH.                                LCOMPAR
025000     PERFORM F80MSG THRU F80MSG-FN.                               LCOMPAR
025100     IF      W-MSG-FOUND  NOT =  SPACES                           LCOMPAR
025200         MOVE W-MSG-FOUND TO W-TXT-TITRE.                         LCOMPAR
025300     MOVE '02' TO W-MSG-CODE-RECH.                                LCOMPAR
025400     PERFORM F80MSG THRU F80MSG-FN.                               LCOMPAR
025500     IF      W-MSG-FOUND  NOT =  SPACES                           LCOMPAR
025600         MOVE W-MSG-FOUND TO W-TXT-SG.                            LCOMPAR
025700     MOVE '03' TO W-MSG-CODE-RECH.                                LCOMPAR
025800     PERFORM F80MSG THRU F80MSG-FN.                               LCOMPAR
025900     IF      W-MSG-FOUND  NOT =  SPACES                           LCOMPAR
026000         MOVE W-MSG-FOUND TO W-TXT-SD.                            LCOMPAR
026100     MOVE '04' TO W-MSG-CODE-RECH.                                LCOMPAR
026200     PERFORM F80MSG THRU F80MSG-FN.                               LCOMPAR
026300     IF      W-MSG-FOUND  NOT =  SPACES                           LCOMPAR
026400         MOVE W-MSG-FOUND TO W-TXT-DF.                            LCOMPAR
026500 F01MG-FN.                                                        LCOMPAR
026600     EXIT.                                                        LCOMPAR
026700 N01PC.                                                           LCOMPAR
026800*         NOTE *CARTES DE DESCRIPTION DES DEUX FICHIERS*.         LCOMPAR
026900 F01PC.                                                           LCOMPAR
027000     OPEN INPUT PARMCMP.                                          LCOMPAR
027100 F01PC-10.                                                        LCOMPAR
027200     READ PARMCMP AT END                                          LCOMPAR
027300         MOVE '1' TO W-EOF-CMP                                    LCOMPAR
027400         GO TO F01PC-90.                                          LCOMPAR
027500     IF      PC00-COTE  =  '*'                                    LCOMPAR
027600         GO TO F01PC-10.                                          LCOMPAR
027700     IF      PC00-COTE  =  'O'                                    LCOMPAR
027800         MOVE PC15-SORTIE-SG TO W-SORTIE-SG                       LCOMPAR
027900         MOVE PC15-SORTIE-SD TO W-SORTIE-SD                       LCOMPAR
028000         MOVE PC15-SORTIE-DF TO W-SORTIE-DF                       LCOMPAR
028100         MOVE PC15-COTE-DF TO W-COTE-DF                           LCOMPAR
028200         GO TO F01PC-10.                                          LCOMPAR
028300     IF      PC00-COTE  =  'G'                                    LCOMPAR
028400         MOVE 1 TO WX-COTE                                        LCOMPAR
028500     ELSE                                                         LCOMPAR
028600         IF  PC00-COTE  =  'D'                                    LCOMPAR
028700             MOVE 2 TO WX-COTE                                    LCOMPAR
028800         ELSE                                                     LCOMPAR
028900             GO TO F01PC-80.                                      LCOMPAR
029000     IF      PC00-TYPE  =  'C'                                    LCOMPAR
029100         GO TO F01PC-20.                                          LCOMPAR
029200     IF      PC00-TYPE  =  'Z'                                    LCOMPAR
029300         GO TO F01PC-40.                                          LCOMPAR
029400     GO TO F01PC-80.                                              LCOMPAR
029500 F01PC-20.                                                        LCOMPAR
029600     IF      PC05-LRECL  NOT NUMERIC                              LCOMPAR
029700         GO TO F01PC-80.                                          LCOMPAR
029800     MOVE PC05-LRECL TO W-LRECL (WX-COTE).                        LCOMPAR
029900     MOVE ZERO TO W-NB-SEG (WX-COTE) W-LG-CLE (WX-COTE).          LCOMPAR
030000     MOVE 1 TO WX-CARTE.                                          LCOMPAR
030100 F01PC-25.                                                        LCOMPAR
030200     IF      WX-CARTE  >  3                                       LCOMPAR
030300         GO TO F01PC-10.                                          LCOMPAR
030320     IF      PC05-LG (WX-CARTE)  =  SPACES                        LCOMPAR
030340         GO TO F01PC-10.                                          LCOMPAR
030400     IF      PC05-POS (WX-CARTE)  NOT NUMERIC                     LCOMPAR
030500         OR  PC05-LG (WX-CARTE)  NOT NUMERIC                      LCOMPAR
030600         GO TO F01PC-80.                                          LCOMPAR
030700     IF      PC05-LG (WX-CARTE)  =  ZERO                          LCOMPAR
030800         GO TO F01PC-10.                                          LCOMPAR
030900     ADD 1 TO W-NB-SEG (WX-COTE).                                 LCOMPAR
031000     MOVE W-NB-SEG (WX-COTE) TO WX-SEG.                           LCOMPAR
031100     MOVE PC05-POS (WX-CARTE) TO W-SEG-POS (WX-COTE WX-SEG).      LCOMPAR
031200     MOVE PC05-LG (WX-CARTE) TO W-SEG-LG (WX-COTE WX-SEG).        LCOMPAR
031300     ADD PC05-LG (WX-CARTE) TO W-LG-CLE (WX-COTE).                LCOMPAR
031400     ADD 1 TO WX-CARTE.                                           LCOMPAR
031500     GO TO F01PC-25.                                              LCOMPAR
031600 F01PC-40.                                                        LCOMPAR
031700     MOVE 1 TO WX-CARTE.                                          LCOMPAR
031800 F01PC-45.                                                        LCOMPAR
031900     IF      WX-CARTE  >  5                                       LCOMPAR
032000         GO TO F01PC-10.                                          LCOMPAR
032020     IF      PC10-LG (WX-CARTE)  =  SPACES                        LCOMPAR
032040         GO TO F01PC-10.                                          LCOMPAR
032100     IF      PC10-POS (WX-CARTE)  NOT NUMERIC                     LCOMPAR
032200         OR  PC10-LG (WX-CARTE)  NOT NUMERIC                      LCOMPAR
032300         GO TO F01PC-80.                                          LCOMPAR
032400     IF      PC10-LG (WX-CARTE)  =  ZERO                          LCOMPAR
032500         GO TO F01PC-10.                                          LCOMPAR
032600     IF      W-NB-ZONES (WX-COTE)  >  9                           LCOMPAR
032700         MOVE 'LCOMPAR - PLUS DE 10 ZONES A COMPARER'             LCOMPAR
032800             TO W-MESSAGE-ANOR                                    LCOMPAR
032900         GO TO N99SEQ.                                            LCOMPAR
033000     ADD 1 TO W-NB-ZONES (WX-COTE).                               LCOMPAR
033100     MOVE W-NB-ZONES (WX-COTE) TO WX-ZONE.                        LCOMPAR
033200     MOVE PC10-POS (WX-CARTE) TO W-ZONE-POS (WX-COTE WX-ZONE).    LCOMPAR
033300     MOVE PC10-LG (WX-CARTE) TO W-ZONE-LG (WX-COTE WX-ZONE).      LCOMPAR
033400     MOVE PC10-CODE (WX-CARTE) TO W-ZONE-CODE (WX-COTE WX-ZONE).  LCOMPAR
033500     ADD 1 TO WX-CARTE.                                           LCOMPAR
033600     GO TO F01PC-45.                                              LCOMPAR
033700 F01PC-80.                                                        LCOMPAR
033800     STRING 'LCOMPAR - CARTE PARMCMP INVALIDE : '                 LCOMPAR
033900         PC00 DELIMITED BY SIZE INTO W-MESSAGE-ANOR.              LCOMPAR
034000     GO TO N99SEQ.                                                LCOMPAR
034100 F01PC-90.                                                        LCOMPAR
034200     CLOSE PARMCMP.                                               LCOMPAR
034300 F01PC-FN.                                                        LCOMPAR
034400     EXIT.                                                        LCOMPAR
034500 N01CT.                                                           LCOMPAR
034600*         NOTE *CONTROLE DE COHERENCE DES DESCRIPTIONS*.          LCOMPAR
034700 F01CT.                                                           LCOMPAR
034800     IF      W-NB-SEG (1)  =  ZERO                                LCOMPAR
034900         OR  W-NB-SEG (2)  =  ZERO                                LCOMPAR
035000         MOVE 'LCOMPAR - CLE ABSENTE A GAUCHE OU A DROITE'        LCOMPAR
035100             TO W-MESSAGE-ANOR                                    LCOMPAR
035200         GO TO N99SEQ.                                            LCOMPAR
035300     IF      W-LG-CLE (1)  NOT =  W-LG-CLE (2)                    LCOMPAR
035400         OR  W-LG-CLE (1)  >  50                                  LCOMPAR
035500         MOVE 'LCOMPAR - LONGUEURS DE CLE DIFFERENTES OU > 50'    LCOMPAR
035600             TO W-MESSAGE-ANOR                                    LCOMPAR
035700         GO TO N99SEQ.                                            LCOMPAR
035800     IF      W-NB-ZONES (1)  NOT =  W-NB-ZONES (2)                LCOMPAR
035900         MOVE 'LCOMPAR - NOMBRES DE ZONES DIFFERENTS'             LCOMPAR
036000             TO W-MESSAGE-ANOR                                    LCOMPAR
036100         GO TO N99SEQ.                                            LCOMPAR
036200     IF      W-NB-ZONES (1)  =  ZERO                              LCOMPAR
036300         MOVE 1 TO W-NB-ZONES (1) W-NB-ZONES (2)                  LCOMPAR
036400         MOVE 1 TO W-ZONE-POS (1 1) W-ZONE-POS (2 1)              LCOMPAR
036500         MOVE W-LRECL (1) TO W-ZONE-LG (1 1)                      LCOMPAR
036600         MOVE W-LRECL (2) TO W-ZONE-LG (2 1)                      LCOMPAR
036700         MOVE SPACES TO W-ZONE-CODE (1 1) W-ZONE-CODE (2 1).      LCOMPAR
036800     MOVE 1 TO WX-COTE.                                           LCOMPAR
036900 F01CT-10.                                                        LCOMPAR
037000     IF      WX-COTE  >  2                                        LCOMPAR
037100         GO TO F01CT-FN.                                          LCOMPAR
037200     IF      W-LRECL (WX-COTE)  =  ZERO                           LCOMPAR
037300         OR  W-LRECL (WX-COTE)  >  250                            LCOMPAR
037400         GO TO F01CT-80.                                          LCOMPAR
037500     MOVE 1 TO WX-SEG.                                            LCOMPAR
037600 F01CT-20.                                                        LCOMPAR
037700     IF      WX-SEG  >  W-NB-SEG (WX-COTE)                        LCOMPAR
037800         GO TO F01CT-30.                                          LCOMPAR
037900     IF      W-SEG-POS (WX-COTE WX-SEG)  =  ZERO                  LCOMPAR
038000         GO TO F01CT-80.                                          LCOMPAR
038100     COMPUTE WX-FIN = W-SEG-POS (WX-COTE WX-SEG)                  LCOMPAR
038200         + W-SEG-LG (WX-COTE WX-SEG) - 1.                         LCOMPAR
038300     IF      WX-FIN  >  W-LRECL (WX-COTE)                         LCOMPAR
038400         GO TO F01CT-80.                                          LCOMPAR
038500     ADD 1 TO WX-SEG.                                             LCOMPAR
038600     GO TO F01CT-20.                                              LCOMPAR
038700 F01CT-30.                                                        LCOMPAR
038800     MOVE 1 TO WX-ZONE.                                           LCOMPAR
038900 F01CT-40.                                                        LCOMPAR
039000     IF      WX-ZONE  >  W-NB-ZONES (WX-COTE)                     LCOMPAR
039100         ADD 1 TO WX-COTE                                         LCOMPAR
039200         GO TO F01CT-10.                                          LCOMPAR
039300     IF      W-ZONE-POS (WX-COTE WX-ZONE)  =  ZERO                LCOMPAR
039400         GO TO F01CT-80.                                          LCOMPAR
039500     COMPUTE WX-FIN = W-ZONE-POS (WX-COTE WX-ZONE)                LCOMPAR
039600         + W-ZONE-LG (WX-COTE WX-ZONE) - 1.                       LCOMPAR
039700     IF      WX-FIN  >  W-LRECL (WX-COTE)                         LCOMPAR
039800         GO TO F01CT-80.                                          LCOMPAR
039900     ADD 1 TO WX-ZONE.                                            LCOMPAR
040000     GO TO F01CT-40.                                              LCOMPAR
040100 F01CT-80.                                                        LCOMPAR
040200     IF      WX-COTE  =  1                                        LCOMPAR
040300         MOVE 'GAUCHE' TO W-SEQ-FICHIER                           LCOMPAR
040400     ELSE                                                         LCOMPAR
040500         MOVE 'DROITE' TO W-SEQ-FICHIER.                          LCOMPAR
040600     STRING 'LCOMPAR - POSITION HORS ENREGISTREMENT '             LCOMPAR
040700         W-SEQ-FICHIER DELIMITED BY SIZE INTO W-MESSAGE-ANOR.     LCOMPAR
040800     GO TO N99SEQ.                                                LCOMPAR
040900 F01CT-FN.                                                        LCOMPAR
041000     EXIT.                                                        LCOMPAR
041100 N01GA.                                                           LCOMPAR
041200 F01GA.                                                           LCOMPAR
041300     OPEN INPUT GA-FICHIER.                                       LCOMPAR
041400 F01GA-FN.                                                        LCOMPAR
041500     EXIT.                                                        LCOMPAR
041600 N01DR.                                                           LCOMPAR
041700 F01DR.                                                           LCOMPAR
041800     OPEN INPUT DR-FICHIER.                                       LCOMPAR
041900 F01DR-FN.                                                        LCOMPAR
042000     EXIT.                                                        LCOMPAR
042100 N01LS.                                                           LCOMPAR
042200 F01LS.                                                           LCOMPAR
042300     IF      SORTIE-SEUL-GAUCHE                                   LCOMPAR
042400         OPEN OUTPUT SG-FICHIER.                                  LCOMPAR
042500     IF      SORTIE-SEUL-DROITE                                   LCOMPAR
042600         OPEN OUTPUT SD-FICHIER.                                  LCOMPAR
042700     IF      SORTIE-DIFFERENTS                                    LCOMPAR
042800         OPEN OUTPUT DF-FICHIER.                                  LCOMPAR
042900     IF      W-COTE-DF  NOT =  'G'                                LCOMPAR
043000         MOVE 'D' TO W-COTE-DF.                                   LCOMPAR
043100     OPEN OUTPUT PRINT-FICHIER.                                   LCOMPAR
043200     MOVE W-TXT-TITRE TO WE-TITRE.                                LCOMPAR
043300     MOVE W-LRECL (1) TO WE-LRECL-GA.                             LCOMPAR
043400     MOVE W-LRECL (2) TO WE-LRECL-DR.                             LCOMPAR
043500     MOVE W-LIGNE-ENTETE TO LC00.                                 LCOMPAR
043600     WRITE LC00.                                                  LCOMPAR
043700 F01LS-FN.                                                        LCOMPAR
043800     EXIT.                                                        LCOMPAR
043900 F01-FN.                                                          LCOMPAR
044000     EXIT.                                                        LCOMPAR
044100 F05.                                                             LCOMPAR
044200     EXIT.                                                        LCOMPAR
044300 N05.                                                             LCOMPAR
044400 N05GA.                                                           LCOMPAR
044500 F05GA.                                                           LCOMPAR
044600     IF      GA-CF1  =  '1'                                       LCOMPAR
044700         NEXT SENTENCE                                            LCOMPAR
044800     ELSE                                                         LCOMPAR
044900         GO TO F05GA-FN.                                          LCOMPAR
045000 F05GA-10.                                                        LCOMPAR
045100     READ GA-FICHIER AT END                                       LCOMPAR
045200         MOVE 1 TO GA-FT                                          LCOMPAR
045300         MOVE HIGH-VALUE TO GAIND                                 LCOMPAR
045400         GO TO F05GA-FN.                                          LCOMPAR
045500     ADD 1 TO 5-GA00-CPTENR.                                      LCOMPAR
045600     MOVE SPACES TO W-ENR (1).                                    LCOMPAR
045700     MOVE GA00 (1:W-LRECL (1)) TO W-ENR (1) (1:W-LRECL (1)).      LCOMPAR
045800     MOVE 1 TO WX-COTE.                                           LCOMPAR
045900     PERFORM F92CLE THRU F92CLE-FN.                               LCOMPAR
046000     MOVE W-CLE-TRAV TO GA-IN-CLE.                                LCOMPAR
046100     IF      GA-IN-CLE  <  W-PREV-GA-CLE                          LCOMPAR
046200         MOVE 'GAUCHE' TO W-SEQ-FICHIER                           LCOMPAR
046300         STRING 'LCOMPAR - SEQUENCE ERROR ON FICHIER '            LCOMPAR
046400             W-SEQ-FICHIER DELIMITED BY SIZE INTO W-MESSAGE-ANOR  LCOMPAR
046500         GO TO N99SEQ.                                            LCOMPAR
046600     MOVE GA-IN-CLE TO W-PREV-GA-CLE.                             LCOMPAR
046700 F05GA-FN.                                                        LCOMPAR
046800     EXIT.                                                        LCOMPAR
046900 N05DR.                                                           LCOMPAR
047000 F05DR.                                                           LCOMPAR
047100     IF      DR-CF1  =  '1'                                       LCOMPAR
047200         NEXT SENTENCE                                            LCOMPAR
047300     ELSE                                                         LCOMPAR
047400         GO TO F05DR-FN.                                          LCOMPAR
047500 F05DR-10.                                                        LCOMPAR
047600     READ DR-FICHIER AT END                                       LCOMPAR
047700         MOVE 1 TO DR-FT                                          LCOMPAR
047800         MOVE HIGH-VALUE TO DRIND                                 LCOMPAR
047900         GO TO F05DR-FN.                                          LCOMPAR
048000     ADD 1 TO 5-DR00-CPTENR.                                      LCOMPAR
048100     MOVE SPACES TO W-ENR (2).                                    LCOMPAR
048200     MOVE DR00 (1:W-LRECL (2)) TO W-ENR (2) (1:W-LRECL (2)).      LCOMPAR
048300     MOVE 2 TO WX-COTE.                                           LCOMPAR
048400     PERFORM F92CLE THRU F92CLE-FN.                               LCOMPAR
048500     MOVE W-CLE-TRAV TO DR-IN-CLE.                                LCOMPAR
048600     IF      DR-IN-CLE  <  W-PREV-DR-CLE                          LCOMPAR
048700         MOVE 'DROITE' TO W-SEQ-FICHIER                           LCOMPAR
048800         STRING 'LCOMPAR - SEQUENCE ERROR ON FICHIER '            LCOMPAR
048900             W-SEQ-FICHIER DELIMITED BY SIZE INTO W-MESSAGE-ANOR  LCOMPAR
049000         GO TO N99SEQ.                                            LCOMPAR
049100     MOVE DR-IN-CLE TO W-PREV-DR-CLE.                             LCOMPAR
049200 F05DR-FN.                                                        LCOMPAR
049300     EXIT.                                                        LCOMPAR
049400 F05-FN.                                                          LCOMPAR
049500     EXIT.                                                        LCOMPAR
049600 N20.                                                             LCOMPAR
049700 F20.                                                             LCOMPAR
049800     IF      FT  =  ALL '1'                                       LCOMPAR
049900         NEXT SENTENCE                                            LCOMPAR
050000     ELSE                                                         LCOMPAR
050100         GO TO F20-FN.                                            LCOMPAR
050200 F20GA.                                                           LCOMPAR
050300     CLOSE GA-FICHIER.                                            LCOMPAR
050400 F20GA-FN.                                                        LCOMPAR
050500     EXIT.                                                        LCOMPAR
050600 F20DR.                                                           LCOMPAR
050700     CLOSE DR-FICHIER.                                            LCOMPAR
050800 F20DR-FN.                                                        LCOMPAR
050900     EXIT.                                                        LCOMPAR
051000 N20TOT.                                                          LCOMPAR
051100*         NOTE *TOTAUX DE FIN DE TRAITEMENT   *.                  LCOMPAR
051200 F20TOT.                                                          LCOMPAR
051300     MOVE 'LUS A GAUCHE' TO WT-LIBELLE.                           LCOMPAR
051400     MOVE 5-GA00-CPTENR TO WT-CPT.                                LCOMPAR
051500     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
051600     WRITE LC00.                                                  LCOMPAR
051700     MOVE 'LUS A DROITE' TO WT-LIBELLE.                           LCOMPAR
051800     MOVE 5-DR00-CPTENR TO WT-CPT.                                LCOMPAR
051900     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
052000     WRITE LC00.                                                  LCOMPAR
052100     MOVE 'IDENTIQUES' TO WT-LIBELLE.                             LCOMPAR
052200     MOVE 5-ID00-CPTENR TO WT-CPT.                                LCOMPAR
052300     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
052400     WRITE LC00.                                                  LCOMPAR
052500     MOVE W-TXT-SG TO WT-LIBELLE.                                 LCOMPAR
052600     MOVE 5-SG00-CPTENR TO WT-CPT.                                LCOMPAR
052700     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
052800     WRITE LC00.                                                  LCOMPAR
052900     MOVE W-TXT-SD TO WT-LIBELLE.                                 LCOMPAR
053000     MOVE 5-SD00-CPTENR TO WT-CPT.                                LCOMPAR
053100     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
053200     WRITE LC00.                                                  LCOMPAR
053300     MOVE W-TXT-DF TO WT-LIBELLE.                                 LCOMPAR
053400     MOVE 5-DF00-CPTENR TO WT-CPT.                                LCOMPAR
053500     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
053600     WRITE LC00.                                                  LCOMPAR
053700     MOVE 'ZONES DIFFERENTES' TO WT-LIBELLE.                      LCOMPAR
053800     MOVE 5-ZD00-CPTENR TO WT-CPT.                                LCOMPAR
053900     MOVE W-LIGNE-TOTAUX TO LC00.                                 LCOMPAR
054000     WRITE LC00.                                                  LCOMPAR
054100     DISPLAY 'LCOMPAR - LUS A GAUCHE      = ' 5-GA00-CPTENR.      LCOMPAR
054200     DISPLAY 'LCOMPAR - LUS A DROITE      = ' 5-DR00-CPTENR.      LCOMPAR
054300     DISPLAY 'LCOMPAR - IDENTIQUES        = ' 5-ID00-CPTENR.      LCOMPAR
054400     DISPLAY 'LCOMPAR - SEULS A GAUCHE    = ' 5-SG00-CPTENR.      LCOMPAR
054500     DISPLAY 'LCOMPAR - SEULS A DROITE    = ' 5-SD00-CPTENR.      LCOMPAR
054600     DISPLAY 'LCOMPAR - DIFFERENTS        = ' 5-DF00-CPTENR.      LCOMPAR
054700     DISPLAY 'LCOMPAR - ZONES DIFFERENTES = ' 5-ZD00-CPTENR.      LCOMPAR
054800     DISPLAY 'LCOMPAR - ENREG. ECRITS     = ' 5-EC00-CPTENR.      LCOMPAR
054900     IF      5-SG00-CPTENR  >  ZERO                               LCOMPAR
055000         OR  5-SD00-CPTENR  >  ZERO                               LCOMPAR
055100         OR  5-DF00-CPTENR  >  ZERO                               LCOMPAR
055200         MOVE 4 TO RETURN-CODE.                                   LCOMPAR
055300 F20TOT-FN.                                                       LCOMPAR
055400     EXIT.                                                        LCOMPAR
055500 F20LS.                                                           LCOMPAR
055600     CLOSE PRINT-FICHIER.                                         LCOMPAR
055700     IF      SORTIE-SEUL-GAUCHE                                   LCOMPAR
055800         CLOSE SG-FICHIER.                                        LCOMPAR
055900     IF      SORTIE-SEUL-DROITE                                   LCOMPAR
056000         CLOSE SD-FICHIER.                                        LCOMPAR
056100     IF      SORTIE-DIFFERENTS                                    LCOMPAR
056200         CLOSE DF-FICHIER.                                        LCOMPAR
056300 F20LS-FN.                                                        LCOMPAR
056400     EXIT.                                                        LCOMPAR
056500 F2099.                                                           LCOMPAR
056600     MOVE 'F' TO JRN-PHASE.                                       LCOMPAR
056700     COMPUTE JRN-NB-LUS = 5-GA00-CPTENR + 5-DR00-CPTENR.          LCOMPAR
056800     MOVE 5-EC00-CPTENR TO JRN-NB-ECRITS.                         LCOMPAR
056900     COMPUTE JRN-NB-REJETES = 5-SG00-CPTENR                       LCOMPAR
057000         + 5-SD00-CPTENR + 5-DF00-CPTENR.                         LCOMPAR
057100     MOVE RETURN-CODE TO JRN-CODE-RETOUR.                         LCOMPAR
057200     CALL 'JRNEXEC' USING JRN-EXECUTION.                          LCOMPAR
057250     MOVE JRN-CODE-RETOUR TO RETURN-CODE.                         LCOMPAR
057300     STOP RUN.                                                    LCOMPAR
057400 F2099-FN.                                                        LCOMPAR
057500     EXIT.                                                        LCOMPAR
057600 F20-FN.                                                          LCOMPAR
057700     EXIT.                                                        LCOMPAR
057800 N24.                                                             LCOMPAR
057900 F24.                                                             LCOMPAR
058000     MOVE ZERO TO VCF                                             LCOMPAR
058100     MOVE HIGH-VALUE TO IND.                                      LCOMPAR
058200     IF      TIND1  >  GAIND                                      LCOMPAR
058300         MOVE GAIND TO IND.                                       LCOMPAR
058400     IF      TIND1  >  DRIND                                      LCOMPAR
058500         MOVE DRIND TO IND.                                       LCOMPAR
058600 F24GA.                                                           LCOMPAR
058700     IF      GAIND1  =  IND1                                      LCOMPAR
058800         MOVE 1 TO GA-CF1.                                        LCOMPAR
058900 F24GA-FN.                                                        LCOMPAR
059000     EXIT.                                                        LCOMPAR
059100 F24DR.                                                           LCOMPAR
059200     IF      DRIND1  =  IND1                                      LCOMPAR
059300         MOVE 1 TO DR-CF1.                                        LCOMPAR
059400 F24DR-FN.                                                        LCOMPAR
059500     EXIT.                                                        LCOMPAR
059600 F24-FN.                                                          LCOMPAR
059700     EXIT.                                                        LCOMPAR
059800 N71.                                                             LCOMPAR
059900 F71.                                                             LCOMPAR
060000     EXIT.                                                        LCOMPAR
060100 N71BB.                                                           LCOMPAR
060200*         NOTE *CLE PRESENTE DANS LES DEUX FICHIERS*.             LCOMPAR
060300 F71BB.                                                           LCOMPAR
060400     IF      GA-CF1  =  '1'                                       LCOMPAR
060500         AND DR-CF1  =  '1'                                       LCOMPAR
060600             NEXT SENTENCE                                        LCOMPAR
060700     ELSE                                                         LCOMPAR
060800             GO TO F71BB-FN.                                      LCOMPAR
060900     MOVE '0' TO W-DIFF-ENTETE.                                   LCOMPAR
061000     MOVE 1 TO WX-ZONE.                                           LCOMPAR
061100 F71BB-10.                                                        LCOMPAR
061200     IF      WX-ZONE  >  W-NB-ZONES (1)                           LCOMPAR
061300         GO TO F71BB-20.                                          LCOMPAR
061400     PERFORM F93CMP THRU F93CMP-FN.                               LCOMPAR
061500     ADD 1 TO WX-ZONE.                                            LCOMPAR
061600     GO TO F71BB-10.                                              LCOMPAR
061700 F71BB-20.                                                        LCOMPAR
061800     IF      W-DIFF-ENTETE  =  '0'                                LCOMPAR
061900         ADD 1 TO 5-ID00-CPTENR                                   LCOMPAR
062000         GO TO F71BB-FN.                                          LCOMPAR
062100     ADD 1 TO 5-DF00-CPTENR.                                      LCOMPAR
062200     IF      SORTIE-DIFFERENTS                                    LCOMPAR
062300         AND W-COTE-DF  =  'G'                                    LCOMPAR
062400         MOVE W-ENR (1) TO DF00                                   LCOMPAR
062500         WRITE DF00                                               LCOMPAR
062600         ADD 1 TO 5-EC00-CPTENR.                                  LCOMPAR
062700     IF      SORTIE-DIFFERENTS                                    LCOMPAR
062800         AND W-COTE-DF  =  'D'                                    LCOMPAR
062900         MOVE W-ENR (2) TO DF00                                   LCOMPAR
063000         WRITE DF00                                               LCOMPAR
063100         ADD 1 TO 5-EC00-CPTENR.                                  LCOMPAR
063200 F71BB-FN.                                                        LCOMPAR
063300     EXIT.                                                        LCOMPAR
063400 N71CC.                                                           LCOMPAR
063500*         NOTE *CLE ABSENTE DU FICHIER DE DROITE*.                LCOMPAR
063600 F71CC.                                                           LCOMPAR
063700     IF      GA-CF1  =  '1'                                       LCOMPAR
063800         AND DR-CF1  =  ZERO                                      LCOMPAR
063900             NEXT SENTENCE                                        LCOMPAR
064000     ELSE                                                         LCOMPAR
064100             GO TO F71CC-FN.                                      LCOMPAR
064200     MOVE W-TXT-SG TO WK-CATEGORIE.                               LCOMPAR
064300     MOVE GA-IN-CLE TO WK-CLE.                                    LCOMPAR
064400     MOVE W-LIGNE-CLE TO LC00.                                    LCOMPAR
064500     WRITE LC00.                                                  LCOMPAR
064600     ADD 1 TO 5-SG00-CPTENR.                                      LCOMPAR
064700     IF      SORTIE-SEUL-GAUCHE                                   LCOMPAR
064800         MOVE W-ENR (1) TO SG00                                   LCOMPAR
064900         WRITE SG00                                               LCOMPAR
065000         ADD 1 TO 5-EC00-CPTENR.                                  LCOMPAR
065100 F71CC-FN.                                                        LCOMPAR
065200     EXIT.                                                        LCOMPAR
065300 N71DD.                                                           LCOMPAR
065400*         NOTE *CLE ABSENTE DU FICHIER DE GAUCHE*.                LCOMPAR
065500 F71DD.                                                           LCOMPAR
065600     IF      GA-CF1  =  ZERO AND DR-CF1  =                        LCOMPAR
065700     '1'                                                          LCOMPAR
065800         NEXT SENTENCE                                            LCOMPAR
065900     ELSE                                                         LCOMPAR
066000         GO TO F71DD-FN.                                          LCOMPAR
066100     MOVE W-TXT-SD TO WK-CATEGORIE.                               LCOMPAR
066200     MOVE DR-IN-CLE TO WK-CLE.                                    LCOMPAR
066300     MOVE W-LIGNE-CLE TO LC00.                                    LCOMPAR
066400     WRITE LC00.                                                  LCOMPAR
066500     ADD 1 TO 5-SD00-CPTENR.                                      LCOMPAR
066600     IF      SORTIE-SEUL-DROITE                                   LCOMPAR
066700         MOVE W-ENR (2) TO SD00                                   LCOMPAR
066800         WRITE SD00                                               LCOMPAR
066900         ADD 1 TO 5-EC00-CPTENR.                                  LCOMPAR
067000 F71DD-FN.                                                        LCOMPAR
067100     EXIT.                                                        LCOMPAR
067200 F71-FN.                                                          LCOMPAR
067300     EXIT.                                                        LCOMPAR
067400 F9099-ITER-FN.                                                   LCOMPAR
067500     GO TO F05.                                                   LCOMPAR
067600 N80MSG.                                                          LCOMPAR
067700 F80MSG.                                                          LCOMPAR
067800     MOVE SPACES TO W-MSG-FOUND.                                  LCOMPAR
067900     MOVE 1 TO WX-MSG.                                            LCOMPAR
068000 F80MSG-10.                                                       LCOMPAR
068100     IF      WX-MSG  >  W-NB-MESSAGES                             LCOMPAR
068200         GO TO F80MSG-FN.                                         LCOMPAR
068300     IF      W-MSG-CODE (WX-MSG)  =  W-MSG-CODE-RECH              LCOMPAR
068400         MOVE W-MSG-TEXTE (WX-MSG) TO W-MSG-FOUND                 LCOMPAR
068500         GO TO F80MSG-FN.                                         LCOMPAR
068600     ADD 1 TO WX-MSG.                                             LCOMPAR
068700     GO TO F80MSG-10.                                             LCOMPAR
068800 F80MSG-FN.                                                       LCOMPAR
068900     EXIT.                                                        LCOMPAR
069000 N92CLE.                                                          LCOMPAR
069100*         NOTE *CONSTITUTION DE LA CLE (SEGMENTS BOUT A BOUT)*.   LCOMPAR
069200 F92CLE.                                                          LCOMPAR
069300     MOVE SPACES TO W-CLE-TRAV.                                   LCOMPAR
069400     MOVE 1 TO WX-SEG WX-POS.                                     LCOMPAR
069500 F92CLE-10.                                                       LCOMPAR
069600     IF      WX-SEG  >  W-NB-SEG (WX-COTE)                        LCOMPAR
069700         GO TO F92CLE-FN.                                         LCOMPAR
069800     MOVE W-ENR (WX-COTE) (W-SEG-POS (WX-COTE WX-SEG):            LCOMPAR
069900         W-SEG-LG (WX-COTE WX-SEG))                               LCOMPAR
070000         TO W-CLE-TRAV (WX-POS:W-SEG-LG (WX-COTE WX-SEG)).        LCOMPAR
070100     ADD W-SEG-LG (WX-COTE WX-SEG) TO WX-POS.                     LCOMPAR
070200     ADD 1 TO WX-SEG.                                             LCOMPAR
070300     GO TO F92CLE-10.                                             LCOMPAR
070400 F92CLE-FN.                                                       LCOMPAR
070500     EXIT.                                                        LCOMPAR
070600 N93CMP.                                                          LCOMPAR
070700*         NOTE *COMPARAISON D'UNE ZONE GAUCHE / DROITE*.          LCOMPAR
070800 F93CMP.                                                          LCOMPAR
070900     MOVE SPACES TO W-VAL-GA W-VAL-DR.                            LCOMPAR
071000     MOVE W-ENR (1) (W-ZONE-POS (1 WX-ZONE):                      LCOMPAR
071100         W-ZONE-LG (1 WX-ZONE))                                   LCOMPAR
071200         TO W-VAL-GA (1:W-ZONE-LG (1 WX-ZONE)).                   LCOMPAR
071300     MOVE W-ENR (2) (W-ZONE-POS (2 WX-ZONE):                      LCOMPAR
071400         W-ZONE-LG (2 WX-ZONE))                                   LCOMPAR
071500         TO W-VAL-DR (1:W-ZONE-LG (2 WX-ZONE)).                   LCOMPAR
071600     IF      W-VAL-GA  =  W-VAL-DR                                LCOMPAR
071700         GO TO F93CMP-FN.                                         LCOMPAR
071800     ADD 1 TO 5-ZD00-CPTENR.                                      LCOMPAR
071900     IF      W-DIFF-ENTETE  =  '0'                                LCOMPAR
072000         MOVE '1' TO W-DIFF-ENTETE                                LCOMPAR
072100         MOVE W-TXT-DF TO WK-CATEGORIE                            LCOMPAR
072200         MOVE GA-IN-CLE TO WK-CLE                                 LCOMPAR
072300         MOVE W-LIGNE-CLE TO LC00                                 LCOMPAR
072400         WRITE LC00.                                              LCOMPAR
072500     MOVE W-ZONE-CODE (1 WX-ZONE) TO W-MSG-CODE-RECH.             LCOMPAR
072600     PERFORM F80MSG THRU F80MSG-FN.                               LCOMPAR
072700     IF      W-MSG-FOUND  =  SPACES                               LCOMPAR
072800         MOVE WX-ZONE TO WL-NO-ZONE                               LCOMPAR
072900         MOVE W-LIBELLE-DEFAUT TO W-MSG-FOUND.                    LCOMPAR
073000     MOVE W-MSG-FOUND TO WZ-LIBELLE.                              LCOMPAR
073100     MOVE W-VAL-GA TO WZ-VAL-GA.                                  LCOMPAR
073200     MOVE W-VAL-DR TO WZ-VAL-DR.                                  LCOMPAR
073300     MOVE W-LIGNE-ZONE TO LC00.                                   LCOMPAR
073400     WRITE LC00.                                                  LCOMPAR
073500 F93CMP-FN.                                                       LCOMPAR
073600     EXIT.                                                        LCOMPAR
073700     COPY ANORPRO2.                                               LCOMPAR
