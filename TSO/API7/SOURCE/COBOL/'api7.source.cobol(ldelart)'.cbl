001800                    AN00                                          LDELART
001900           LABEL RECORD STANDARD.                                 LDELART
002000 01               AN00.                                           LDELART
002100   10             AN00-NOART    PICTURE 9(9).                     LDELART
002200   10             AN00-LIART    PICTURE X(20).                    LDELART
002300   10             AN00-FILLER   PICTURE X(1).                     LDELART
002320 01               AN05.                                           LDELART
002340   10             AN05-NOART    PICTURE 9(5).                     LDELART
002360   10             AN05-LIART    PICTURE X(20).                    LDELART
002380   10             AN05-FILLER   PICTURE X(5).                     LDELART
002400 FD                 NO-FICHIER                                    LDELART
002500      BLOCK              00000 RECORDS                            LDELART
002600      DATA RECORD                                                 LDELART
002700                    NO00                                          LDELART
002800           LABEL RECORD STANDARD.                                 LDELART
002900 01               NO00.                                           LDELART
003000   10             NO00-NOART    PICTURE 9(9).                     LDELART
003100   10             NO00-LIART    PICTURE X(20).                    LDELART
003200   10             NO00-FILLER   PICTURE X(1).                     LDELART
003220 01               NO05.                                           LDELART
003240   10             NO05-NOART    PICTURE 9(5).                     LDELART
003260   10             NO05-LIART    PICTURE X(20).                    LDELART
003280   10             NO05-FILLER   PICTURE X(5).                     LDELART
003300 FD                 PRINT-FICHIER                                 LDELART
003400      BLOCK              00000 RECORDS                            LDELART
003500      DATA RECORD                                                 LDELART
003850           LABEL RECORD STANDARD.                                 LDELART
003860 01               PW00.                                           LDELART
003861   10             PW00-GENERER  PICTURE X(1).                     LDELART
003863   10             PW00-FORMAT-AN PICTURE X(1).                    LDELART
003865   10             PW00-FORMAT-NO PICTURE X(1).                    LDELART
003867   10             PW00-FILLER   PICTURE X(77).                    LDELART
003870 FD                 CHG-FICHIER                                   LDELART
003871      BLOCK              00000 RECORDS                            LDELART
003872      DATA RECORD                                                 LDELART
005900 01               ZONES-CALCUL-CF.                                LDELART
006000   05             IND.                                            LDELART
006100     18           TIND1.                                          LDELART
006200       19         IND1          PICTURE X(009).                   LDELART
006300   05             ANIND.                                          LDELART
006400     10           ANIND1.                                         LDELART
006500       15         AN-IN-NOART   PICTURE X(9).                     LDELART
006600   05             NOIND.                                          LDELART
006700     10           NOIND1.                                         LDELART
006800       15         NO-IN-NOART   PICTURE X(9).                     LDELART
006900 01               COMPTEURS-FICHIERS COMPUTATIONAL-3.             LDELART
007000   05             5-AN00-CPTENR PICTURE S9(9) VALUE ZERO.         LDELART
007100   05             5-NO00-CPTENR PICTURE S9(9) VALUE ZERO.         LDELART
007420 01               W-GENERER     PICTURE X VALUE 'N'.              LDELART
007430     88           GENERATION-DEMANDEE   VALUE 'O'.                LDELART
007440 01               W-EOF-DLT     PICTURE X VALUE '0'.              LDELART
007441 01               W-FORMAT-AN   PICTURE X VALUE SPACE.            LDELART
007442 01               W-FORMAT-NO   PICTURE X VALUE SPACE.            LDELART
007443 01               W-ART-5.                                        LDELART
007444   05             W5-NOART      PICTURE 9(5).                     LDELART
007445   05             W5-LIART      PICTURE X(20).                    LDELART
007446   05             W5-FILLER     PICTURE X(5).                     LDELART
007450     COPY CTLLOT.                                                 LDELART
007460 01               W-DATE-LOT    PICTURE X(8) VALUE SPACES.        LDELART
007470 01               W-HEURE-LOT.                                    LDELART
007480   05             W-HL-HHMMSS   PICTURE 9(6).                     LDELART
007490   05             FILLER        PICTURE X(2).                     LDELART
007500 01               W-SEQ-CONTROLE.                                 LDELART
007600   05             W-PREV-AN-NOART PICTURE 9(9) VALUE ZERO.        LDELART
007700   05             W-PREV-NO-NOART PICTURE 9(9) VALUE ZERO.        LDELART
007800   05             W-SEQ-FICHIER   PICTURE X(8) VALUE SPACES.      LDELART
007900 01               W-LIGNE-ENTETE.                                 LDELART
008000   05             FILLER        PICTURE X(30) VALUE               LDELART
008300 01               W-LIGNE-AJ.                                     LDELART
008400   05             FILLER        PICTURE X(10) VALUE               LDELART
008500                                'AJOUTE    '.                     LDELART
008600   05             WA-NOART      PICTURE Z(8)9.                    LDELART
008700   05             FILLER        PICTURE X(2)  VALUE SPACES.       LDELART
008800   05             WA-LIART      PICTURE X(20).                    LDELART
008900   05             FILLER        PICTURE X(39) VALUE SPACES.       LDELART
009000 01               W-LIGNE-SU.                                     LDELART
009100   05             FILLER        PICTURE X(10) VALUE               LDELART
009200                                'SUPPRIME  '.                     LDELART
009300   05             WS-NOART      PICTURE Z(8)9.                    LDELART
009400   05             FILLER        PICTURE X(2)  VALUE SPACES.       LDELART
009500   05             WS-LIART      PICTURE X(20).                    LDELART
009600   05             FILLER        PICTURE X(39) VALUE SPACES.       LDELART
009700 01               W-LIGNE-MO.                                     LDELART
009800   05             FILLER        PICTURE X(10) VALUE               LDELART
009900                                'MODIFIE   '.                     LDELART
010000   05             WM-NOART      PICTURE Z(8)9.                    LDELART
010100   05             FILLER        PICTURE X(2)  VALUE SPACES.       LDELART
010200   05             WM-LIART-AN   PICTURE X(20).                    LDELART
010300   05             FILLER        PICTURE X(4)  VALUE ' -> '.       LDELART
010400   05             WM-LIART-NO   PICTURE X(20).                    LDELART
010500   05             FILLER        PICTURE X(15) VALUE SPACES.       LDELART
010510 01               W-LIGNE-GENERES.                                LDELART
010520   05             FILLER        PICTURE X(26) VALUE               LDELART
010530                  'MOUVEMENTS ARTCHG GENERES='.                   LDELART
013620     READ PARMDLT AT END                                          LDELART
013630         MOVE '1' TO W-EOF-DLT.                                   LDELART
013640     IF W-EOF-DLT = '0'                                           LDELART
013642         MOVE PW00-GENERER TO W-GENERER                           LDELART
013644         MOVE PW00-FORMAT-AN TO W-FORMAT-AN                       LDELART
013646         MOVE PW00-FORMAT-NO TO W-FORMAT-NO.                      LDELART
013648     IF      W-FORMAT-AN  NOT =  '5'                              LDELART
013650         AND W-FORMAT-AN  NOT =  '9'                              LDELART
013652         MOVE SPACE TO W-FORMAT-AN.                               LDELART
013654     IF      W-FORMAT-NO  NOT =  '5'                              LDELART
013656         AND W-FORMAT-NO  NOT =  '9'                              LDELART
013658         MOVE SPACE TO W-FORMAT-NO.                               LDELART
013660     CLOSE PARMDLT.                                               LDELART
013670     IF GENERATION-DEMANDEE                                       LDELART
013680         OPEN OUTPUT CHG-FICHIER                                  LDELART
015500         MOVE 1 TO AN-FT                                          LDELART
015600         MOVE HIGH-VALUE TO ANIND                                 LDELART
015700         GO TO F05AN-FN.                                          LDELART
015750     PERFORM F95AN THRU F95AN-FN.                                 LDELART
015800     IF      AN00-NOART  =  999999999                             LDELART
015900         MOVE 1 TO AN-FT                                          LDELART
016000         MOVE HIGH-VALUE TO ANIND                                 LDELART
016100         GO TO F05AN-FN.                                          LDELART
018000         MOVE 1 TO NO-FT                                          LDELART
018100         MOVE HIGH-VALUE TO NOIND                                 LDELART
018200         GO TO F05NO-FN.                                          LDELART
018250     PERFORM F95NO THRU F95NO-FN.                                 LDELART
018300     IF      NO00-NOART  =  999999999                             LDELART
018400         MOVE 1 TO NO-FT                                          LDELART
018500         MOVE HIGH-VALUE TO NOIND                                 LDELART
018600         GO TO F05NO-FN.                                          LDELART
022050     DISPLAY 'LDELART - MVTS GENERES   = ' 5-GC00-CPTENR.         LDELART
022100     DISPLAY 'LDELART - ANCIENS LUS    = ' 5-AN00-CPTENR.         LDELART
022200     DISPLAY 'LDELART - NOUVEAUX LUS   = ' 5-NO00-CPTENR.         LDELART
022220     DISPLAY 'LDELART - FORMAT ANCIEN  = ' W-FORMAT-AN.           LDELART
022240     DISPLAY 'LDELART - FORMAT NOUVEAU = ' W-FORMAT-NO.           LDELART
022300     DISPLAY 'LDELART - AJOUTES        = ' 5-AJ00-CPTENR.         LDELART
022400     DISPLAY 'LDELART - SUPPRIMES      = ' 5-SU00-CPTENR.         LDELART
022500     DISPLAY 'LDELART - MODIFIES       = ' 5-MO00-CPTENR.         LDELART
030800     EXIT.                                                        LDELART
030900 F9099-ITER-FN.                                                   LDELART
031000     GO TO F05.                                                   LDELART
031001 N95.                                                             LDELART
031002*         NOTE *************************************.             LDELART
031003*              *                                   *              LDELART
031004*              *FORMAT DES GENERATIONS (5 OU 9 POS)*              LDELART
031005*              *                                   *              LDELART
031006*              *************************************.             LDELART
031007 N95AN.                                                           LDELART
031008*         NOTE *NORMALISATION GENERATION ANCIENNE*.               LDELART
031009 F95AN.                                                           LDELART
031010     IF      W-FORMAT-AN  =  SPACE                                LDELART
031011         IF  AN00-NOART  =  999999999                             LDELART
031012             MOVE '9' TO W-FORMAT-AN                              LDELART
031013         ELSE                                                     LDELART
031014             IF  AN00-NOART  NUMERIC                              LDELART
031015                 AND AN05-NOART  NOT =  99999                     LDELART
031016                 MOVE '9' TO W-FORMAT-AN                          LDELART
031017             ELSE                                                 LDELART
031018                 MOVE '5' TO W-FORMAT-AN.                         LDELART
031019     IF      W-FORMAT-AN  =  '9'                                  LDELART
031020         GO TO F95AN-FN.                                          LDELART
031021     IF      AN05-NOART  =  99999                                 LDELART
031022         MOVE 999999999 TO AN00-NOART                             LDELART
031023         GO TO F95AN-FN.                                          LDELART
031024     MOVE AN05 TO W-ART-5.                                        LDELART
031025     MOVE W5-NOART TO AN00-NOART.                                 LDELART
031026     MOVE W5-LIART TO AN00-LIART.                                 LDELART
031027     MOVE SPACES TO AN00-FILLER.                                  LDELART
031028 F95AN-FN.                                                        LDELART
031029     EXIT.                                                        LDELART
031030 N95NO.                                                           LDELART
031031*         NOTE *NORMALISATION GENERATION DU JOUR *.               LDELART
031032 F95NO.                                                           LDELART
031033     IF      W-FORMAT-NO  =  SPACE                                LDELART
031034         IF  NO00-NOART  =  999999999                             LDELART
031035             MOVE '9' TO W-FORMAT-NO                              LDELART
031036         ELSE                                                     LDELART
031037             IF  NO00-NOART  NUMERIC                              LDELART
031038                 AND NO05-NOART  NOT =  99999                     LDELART
031039                 MOVE '9' TO W-FORMAT-NO                          LDELART
031040             ELSE                                                 LDELART
031041                 MOVE '5' TO W-FORMAT-NO.                         LDELART
031042     IF      W-FORMAT-NO  =  '9'                                  LDELART
031043         GO TO F95NO-FN.                                          LDELART
031044     IF      NO05-NOART  =  99999                                 LDELART
031045         MOVE 999999999 TO NO00-NOART                             LDELART
031046         GO TO F95NO-FN.                                          LDELART
031047     MOVE NO05 TO W-ART-5.                                        LDELART
031048     MOVE W5-NOART TO NO00-NOART.                                 LDELART
031049     MOVE W5-LIART TO NO00-LIART.                                 LDELART
031050     MOVE SPACES TO NO00-FILLER.                                  LDELART
031051 F95NO-FN.                                                        LDELART
031052     EXIT.                                                        LDELART
031100     COPY ANORPRO2.                                               LDELART
