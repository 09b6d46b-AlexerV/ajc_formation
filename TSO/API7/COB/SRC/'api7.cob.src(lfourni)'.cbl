002400      EXEC SQL                                                    00240000
002500         DECLARE C-FOURN CURSOR FOR                               00250000
002600         SELECT ID_FOURNISSEUR, NOM, ADRESSE1, ADRESSE2,          00260000
002700                TELEPHONE, TERME_TYPE, TERME_JOURS                00270000
002800           FROM API7.FOURNISSEUR                                  00280000
002900          ORDER BY ID_FOURNISSEUR                                 00290000
003000      END-EXEC.                                                   00300000
004600     05  WD-ADRESSE1 PIC X(20).                                   00460000
004700     05  FILLER   PIC X(2)  VALUE SPACES.                         00470000
004800     05  WD-TELEPHONE PIC X(12).                                  00480000
004820     05  FILLER   PIC X(2)  VALUE SPACES.                         00482000
004840     05  WD-TERME-TYPE PIC X(1).                                  00484000
004860     05  WD-TERME-JOURS PIC ZZ9.                                  00486000
004880     05  FILLER   PIC X(11) VALUE SPACES.                         00488000
005000 01  W-LIGNE-ADR2.                                                00500000
005100     05  FILLER   PIC X(29) VALUE SPACES.                         00510000
005200     05  WD-ADRESSE2 PIC X(20).                                   00520000
008600                :W-NOM,                                           00860000
008700                :W-ADRESSE1 :INDSTRUC(3),                         00870000
008800                :W-ADRESSE2 :INDSTRUC(4),                         00880000
008850                :W-TELEPHONE :INDSTRUC(5),                        00885000
008900                :W-TERME-TYPE,                                    00890000
008950                :W-TERME-JOURS                                    00895000
009000     END-EXEC.                                                    00900000
009100     EVALUATE SQLCODE                                             00910000
009200         WHEN 100                                                 00920000
010400             ELSE                                                 01040000
010500                 MOVE W-TELEPHONE TO WD-TELEPHONE                 01050000
010600             END-IF                                               01060000
010620             MOVE W-TERME-TYPE TO WD-TERME-TYPE                   01062000
010640             MOVE W-TERME-JOURS TO WD-TERME-JOURS                 01064000
010700             MOVE W-LIGNE-DETAIL TO LO00                          01070000
010800             WRITE LO00                                           01080000
010900             IF INDSTRUC(4) NOT < ZERO                            01090000
