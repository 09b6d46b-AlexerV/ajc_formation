000500 FILE-CONTROL.                                                    00050000
000600     SELECT     AMD-FICHIER   ASSIGN    CDEAMD.                   00060000
000700     SELECT     PARMAMD       ASSIGN    PARMAMD.                  00070000
001000     SELECT     JRN-FICHIER   ASSIGN    JRNALL.                   00100000
001100     SELECT     AUD-FICHIER   ASSIGN    JRNAMD.                   00110000
001200     SELECT     REJ-FICHIER   ASSIGN    REJAMD.                   00120000
003100 01               PM00.                                           00310000
003200   10             PM00-BONS-EDITES PICTURE X(1).                  00320000
003300   10             PM00-FILLER   PICTURE X(79).                    00330000
006200 FD                 JRN-FICHIER                                   00620000
006300      BLOCK              00000 RECORDS                            00630000
006400      DATA RECORD                                                 00640000
010800      EXEC SQL                                                    01080000
010900         INCLUDE STOCK                                            01090000
011000      END-EXEC.                                                   01100000
011005*****                                                             01100500
011010      EXEC SQL                                                    01101000
011015         INCLUDE RELIQAT                                          01101500
011020      END-EXEC.                                                   01102000
011025******                                                            01102500
011030      EXEC SQL                                                    01103000
011035         DECLARE C-RELIQ CURSOR FOR                               01103500
011040         SELECT LIE, ID_ARTICLE, DATE_CDE, NOART_KIT,             01104000
011045                QTE_SERV, QTE_RELI                                01104500
011050           FROM API7.RELIQUAT                                     01105000
011055          WHERE ETAT = 'O'                                        01105500
011060          ORDER BY DATE_CDE, ID_ARTICLE                           01106000
011065      END-EXEC.                                                   01106500
011100******                                                            01110000
011200 01  W-PROGRAM-ID   PIC X(8)  VALUE 'LAMDCDE'.                    01120000
011300 01  W-SQLCODE      PIC +++9.                                     01130000
011400 01  W-EOF-AMD      PIC X     VALUE '0'.                          01140000
011500     88  FIN-AMD-OK           VALUE '1'.                          01150000
011600 01  W-EOF-REL      PIC X     VALUE '0'.                          01160000
011700     88  FIN-REL-OK           VALUE '1'.                          01170000
011800 01  W-EOF-JRN      PIC X     VALUE '0'.                          01180000
011900     88  FIN-JRN-OK           VALUE '1'.                          01190000
012000 01  W-EOF-PRM      PIC X     VALUE '0'.                          01200000
014900     PERFORM 6005-CHARGE-DEB                                      01490000
015000       THRU  6005-CHARGE-FIN                                      01500000
015100       UNTIL FIN-AMD-OK.                                          01510000
015200     PERFORM 6010-PASSE-REL-DEB                                   01520000
015300       THRU  6010-PASSE-REL-FIN                                   01530000
015400       UNTIL FIN-REL-OK.                                          01540000
015500     PERFORM 6030-PASSE-JRN-DEB                                   01550000
015600       THRU  6030-PASSE-JRN-FIN                                   01560000
015700       UNTIL FIN-JRN-OK.                                          01570000
017200         MOVE PM00-BONS-EDITES TO W-BONS-EDITES.                  01720000
017300     CLOSE PARMAMD.                                               01730000
017400     OPEN INPUT  AMD-FICHIER.                                     01740000
017420     EXEC SQL                                                     01742000
017440         OPEN C-RELIQ                                             01744000
017460     END-EXEC.                                                    01746000
017480     IF SQLCODE NOT = ZERO                                        01748000
017500         MOVE SQLCODE TO W-SQLCODE                                01750000
017520         MOVE 'OPEN C-RELIQ SQLCODE = '                           01752000
017540              TO W-MESSAGE-ANOR                                   01754000
017560         PERFORM 9999-FIN-ANORMALE-DEB                            01756000
017580           THRU  9999-FIN-ANORMALE-FIN.                           01758000
017600     OPEN INPUT  JRN-FICHIER.                                     01760000
017800     OPEN OUTPUT AUD-FICHIER.                                     01780000
017900     OPEN OUTPUT REJ-FICHIER.                                     01790000
018000 5000-INIT-FIN.                                                   01800000
021000 6005-CHARGE-FIN.                                                 02100000
021100      EXIT.                                                       02110000
021200***************                                                   02120000
021220 6010-PASSE-REL-DEB.                                              02122000
021240     EXEC SQL                                                     02124000
021260         FETCH C-RELIQ                                            02126000
021280          INTO :W-LIE OF DCLRELIQUAT,                             02128000
021300               :W-ID-ARTICLE OF DCLRELIQUAT,                      02130000
021320               :W-DATE-CDE,                                       02132000
021340               :W-NOART-KIT,                                      02134000
021360               :W-QTE-SERV,                                       02136000
021380               :W-QTE-RELI                                        02138000
021400     END-EXEC.                                                    02140000
021420     EVALUATE SQLCODE                                             02142000
021440         WHEN 100                                                 02144000
021460             MOVE '1' TO W-EOF-REL                                02146000
021480             GO TO 6010-PASSE-REL-FIN                             02148000
021500         WHEN ZERO                                                02150000
021520             CONTINUE                                             02152000
021540         WHEN OTHER                                               02154000
021560             MOVE SQLCODE TO W-SQLCODE                            02156000
021580             MOVE 'FETCH C-RELIQ SQLCODE = '                      02158000
021600                  TO W-MESSAGE-ANOR                               02160000
021620             PERFORM 9999-FIN-ANORMALE-DEB                        02162000
021640               THRU  9999-FIN-ANORMALE-FIN                        02164000
021660     END-EVALUATE.                                                02166000
021680     PERFORM 6015-CHERCHE-AMD-DEB                                 02168000
021700       THRU  6015-CHERCHE-AMD-FIN.                                02170000
021720     IF NOT AMD-TROUVE                                            02172000
021740         GO TO 6010-PASSE-REL-FIN.                                02174000
022300     EVALUATE W-AMD-CODE (WX-AMD)                                 02230000
022400         WHEN 'A'                                                 02240000
022500             MOVE 'T' TO W-AMD-ETAT (WX-AMD)                      02250000
022600             ADD 1 TO W-CPT-ANNULES                               02260000
022700             PERFORM 6025-AUDIT-BCK-DEB                           02270000
022800               THRU  6025-AUDIT-BCK-FIN                           02280000
022820             PERFORM 6020-MAJ-RELIQ-DEB                           02282000
022840               THRU  6020-MAJ-RELIQ-FIN                           02284000
022900         WHEN 'R'                                                 02290000
023000         WHEN 'I'                                                 02300000
023100             MOVE 'T' TO W-AMD-ETAT (WX-AMD)                      02310000
023200             ADD 1 TO W-CPT-MODIFIES                              02320000
023300             PERFORM 6025-AUDIT-BCK-DEB                           02330000
023400               THRU  6025-AUDIT-BCK-FIN                           02340000
023500             PERFORM 6020-MAJ-RELIQ-DEB                           02350000
023600               THRU  6020-MAJ-RELIQ-FIN                           02360000
023700     END-EVALUATE.                                                02370000
023800 6010-PASSE-REL-FIN.                                              02380000
023900      EXIT.                                                       02390000
024000***************                                                   02400000
024100 6015-CHERCHE-AMD-DEB.                                            02410000
024500     IF WX-AMD > W-NB-AMD                                         02450000
024600         GO TO 6015-CHERCHE-AMD-FIN.                              02460000
024700     IF W-AMD-ETAT (WX-AMD) = 'A'                                 02470000
024800           AND W-AMD-LIE (WX-AMD) = W-LIE OF DCLRELIQUAT          02480000
024900           AND W-AMD-NOART (WX-AMD) = W-ID-ARTICLE OF DCLRELIQUAT 02490000
025000         MOVE '1' TO W-AMD-TROUVE                                 02500000
025100         GO TO 6015-CHERCHE-AMD-FIN.                              02510000
025200     ADD 1 TO WX-AMD.                                             02520000
025400 6015-CHERCHE-AMD-FIN.                                            02540000
025500      EXIT.                                                       02550000
025600***************                                                   02560000
025620 6020-MAJ-RELIQ-DEB.                                              02562000
025640     IF W-AMD-CODE (WX-AMD) = 'A'                                 02564000
025660         MOVE ZERO TO W-QTE-RELI                                  02566000
025680     ELSE                                                         02568000
025700         MOVE W-AMD-QTE (WX-AMD) TO W-QTE-RELI.                   02570000
025720     IF W-QTE-RELI = ZERO                                         02572000
025740         MOVE 'A' TO W-ETAT                                       02574000
025760     ELSE                                                         02576000
025780         MOVE 'O' TO W-ETAT.                                      02578000
025800     EXEC SQL                                                     02580000
025820         UPDATE API7.RELIQUAT                                     02582000
025840            SET QTE_DEM = QTE_SERV + :W-QTE-RELI,                 02584000
025860                QTE_RELI = :W-QTE-RELI,                           02586000
025880                ETAT = :W-ETAT,                                   02588000
025900                DATE_MAJ = CURRENT DATE                           02590000
025920          WHERE LIE = :W-LIE OF DCLRELIQUAT                       02592000
025940            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLRELIQUAT         02594000
025960            AND DATE_CDE = :W-DATE-CDE                            02596000
025980            AND NOART_KIT = :W-NOART-KIT                          02598000
026000            AND ETAT = 'O'                                        02600000
026020     END-EXEC.                                                    02602000
026040     IF SQLCODE NOT = ZERO                                        02604000
026060         MOVE SQLCODE TO W-SQLCODE                                02606000
026080         MOVE 'UPDATE API7.RELIQUAT SQLCODE = '                   02608000
026100              TO W-MESSAGE-ANOR                                   02610000
026120         PERFORM 9999-FIN-ANORMALE-DEB                            02612000
026140           THRU  9999-FIN-ANORMALE-FIN.                           02614000
026160     IF W-NOART-KIT NOT = ZERO                                    02616000
026180         GO TO 6020-MAJ-RELIQ-FIN.                                02618000
026200     EXEC SQL                                                     02620000
026220         UPDATE API7.SUIVI_COMMANDE                               02622000
026240            SET QTE_DEM = QTE_SERV + :W-QTE-RELI,                 02624000
026260                QTE_RELI = :W-QTE-RELI,                           02626000
026280                ETAT = CASE WHEN :W-QTE-RELI > 0 THEN ETAT        02628000
026300                            WHEN ETAT IN ('C', 'X') THEN ETAT     02630000
026320                            WHEN QTE_SERV = 0 THEN 'A'            02632000
026340                            ELSE 'S' END,                         02634000
026360                DATE_MAJ = CURRENT DATE                           02636000
026380          WHERE LIE = :W-LIE OF DCLRELIQUAT                       02638000
026400            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLRELIQUAT         02640000
026420            AND DATE_CDE = :W-DATE-CDE                            02642000
026440     END-EXEC.                                                    02644000
026460     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  02646000
026480         MOVE SQLCODE TO W-SQLCODE                                02648000
026500         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  02650000
026520              TO W-MESSAGE-ANOR                                   02652000
026540         PERFORM 9999-FIN-ANORMALE-DEB                            02654000
026560           THRU  9999-FIN-ANORMALE-FIN.                           02656000
026580 6020-MAJ-RELIQ-FIN.                                              02658000
027200      EXIT.                                                       02720000
027300***************                                                   02730000
027400 6025-AUDIT-BCK-DEB.                                              02740000
027500     MOVE W-LIE OF DCLRELIQUAT TO JD00-LIE.                       02750000
027600     MOVE W-ID-ARTICLE OF DCLRELIQUAT TO JD00-NOART.              02760000
027700     MOVE W-AMD-CODE (WX-AMD) TO JD00-CODE.                       02770000
027800     MOVE W-QTE-RELI TO JD00-QTE-AVANT.                           02780000
027900     IF W-AMD-CODE (WX-AMD) = 'A'                                 02790000
028000         MOVE ZERO TO JD00-QTE-APRES                              02800000
028100         MOVE 'RELIQUAT ANNULE' TO JD00-LIBELLE                   02810000
036800              TO W-MESSAGE-ANOR                                   03680000
036900         PERFORM 9999-FIN-ANORMALE-DEB                            03690000
037000           THRU  9999-FIN-ANORMALE-FIN.                           03700000
037005     PERFORM 6042-RSV-LIB-DEB                                     03700500
037010       THRU  6042-RSV-LIB-FIN.                                    03701000
037020     IF JA00-NOART-KIT = ZERO AND JA00-SUBST NOT = 'S'            03702000
037040         PERFORM 6045-SUIVI-LIB-DEB                               03704000
037060           THRU  6045-SUIVI-LIB-FIN.                              03706000
037100     ADD 1 TO W-CPT-LIBERES.                                      03710000
037200     MOVE 'T' TO W-AMD-ETAT (WX-AMD).                             03720000
037300     MOVE JA00-LIE TO JD00-LIE.                                   03730000
038100     WRITE JD00.                                                  03810000
038200 6040-LIBERE-FIN.                                                 03820000
038300      EXIT.                                                       03830000
038302***************                                                   03830200
038304 6042-RSV-LIB-DEB.                                                03830400
038306     MOVE JA00-LIE TO W-LIE OF DCLRELIQUAT.                       03830600
038308     MOVE JA00-NOART-KIT TO W-NOART-KIT.                          03830800
038310     IF JA00-SUBST = 'S'                                          03831000
038312         MOVE JA00-NOART-ORIG TO W-ID-ARTICLE OF DCLRELIQUAT      03831200
038314     ELSE                                                         03831400
038316         MOVE JA00-NOART TO W-ID-ARTICLE OF DCLRELIQUAT.          03831600
038318     EXEC SQL                                                     03831800
038320         UPDATE API7.RESERVATION_STOCK R                          03832000
038322            SET QTE_RESERVEE = QTE_RESERVEE - :W-QTE-LIBEREE,     03832200
038324                ETAT = CASE WHEN QTE_RESERVEE                     03832400
038325                                 - :W-QTE-LIBEREE > 0             03832500
038326                            THEN 'R' ELSE 'A' END,                03832600
038328                DATE_MAJ = CURRENT DATE                           03832800
038330          WHERE LIE = :W-LIE OF DCLRELIQUAT                       03833000
038332            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLSTOCK            03833200
038334            AND ID_ENTREPOT = :W-ID-ENTREPOT OF DCLSTOCK          03833400
038336            AND ID_FOURNISSEUR = ' '                              03833600
038338            AND ID_ARTICLE_CDE = :W-ID-ARTICLE OF DCLRELIQUAT     03833800
038340            AND NOART_KIT = :W-NOART-KIT                          03834000
038342            AND NO_LOT = :JA00-NO-LOT                             03834200
038344            AND ETAT = 'R'                                        03834400
038346            AND QTE_RESERVEE >= :W-QTE-LIBEREE                    03834600
038348            AND DATE_CDE = DATE_RESERVATION                       03834800
038350            AND DATE_RESERVATION =                                03835000
038352               (SELECT MAX(T.DATE_RESERVATION)                    03835200
038354                  FROM API7.RESERVATION_STOCK T                   03835400
038356                 WHERE T.LIE = R.LIE                              03835600
038358                   AND T.ID_ARTICLE = R.ID_ARTICLE                03835800
038360                   AND T.ID_ENTREPOT = R.ID_ENTREPOT              03836000
038362                   AND T.ETAT = 'R')                              03836200
038364     END-EXEC.                                                    03836400
038366     IF SQLCODE = 100                                             03836600
038368         DISPLAY 'RESERVATION NON TRACEE ART ' JA00-NOART         03836800
038370         GO TO 6042-RSV-LIB-FIN.                                  03837000
038372     IF SQLCODE NOT = ZERO                                        03837200
038374         MOVE SQLCODE TO W-SQLCODE                                03837400
038376         MOVE 'UPDATE RESERVATION_STOCK SQLCODE = '               03837600
038378              TO W-MESSAGE-ANOR                                   03837800
038380         PERFORM 9999-FIN-ANORMALE-DEB                            03838000
038382           THRU  9999-FIN-ANORMALE-FIN.                           03838200
038384 6042-RSV-LIB-FIN.                                                03838400
038386      EXIT.                                                       03838600
038400***************                                                   03840000
038402 6045-SUIVI-LIB-DEB.                                              03840200
038404     MOVE JA00-LIE TO W-LIE OF DCLRELIQUAT.                       03840400
038406     MOVE JA00-NOART TO W-ID-ARTICLE OF DCLRELIQUAT.              03840600
038408     EXEC SQL                                                     03840800
038410         UPDATE API7.SUIVI_COMMANDE S                             03841000
038412            SET QTE_DEM = QTE_DEM - :W-QTE-LIBEREE,               03841200
038414                QTE_SERV = QTE_SERV - :W-QTE-LIBEREE,             03841400
038416                ETAT = CASE WHEN QTE_SERV - :W-QTE-LIBEREE > 0    03841600
038418                              OR QTE_RELI > 0 THEN ETAT           03841800
038420                            ELSE 'A' END,                         03842000
038422                DATE_MAJ = CURRENT DATE                           03842200
038424          WHERE LIE = :W-LIE OF DCLRELIQUAT                       03842400
038426            AND ID_ARTICLE = :W-ID-ARTICLE OF DCLRELIQUAT         03842600
038428            AND ETAT IN ('S', 'P')                                03842800
038430            AND QTE_SERV >= :W-QTE-LIBEREE                        03843000
038432            AND DATE_CDE =                                        03843200
038434               (SELECT MAX(T.DATE_CDE)                            03843400
038436                  FROM API7.SUIVI_COMMANDE T                      03843600
038438                 WHERE T.LIE = S.LIE                              03843800
038440                   AND T.ID_ARTICLE = S.ID_ARTICLE)               03844000
038442     END-EXEC.                                                    03844200
038444     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  03844400
038446         MOVE SQLCODE TO W-SQLCODE                                03844600
038448         MOVE 'UPDATE SUIVI_COMMANDE SQLCODE = '                  03844800
038450              TO W-MESSAGE-ANOR                                   03845000
038452         PERFORM 9999-FIN-ANORMALE-DEB                            03845200
038454           THRU  9999-FIN-ANORMALE-FIN.                           03845400
038456 6045-SUIVI-LIB-FIN.                                              03845600
038458      EXIT.                                                       03845800
038460***************                                                   03846000
038500 6060-SOLDE-AMD-DEB.                                              03850000
038600     MOVE 1 TO WX-AMD.                                            03860000
038700 6060-SOLDE-AMD-10.                                               03870000
040200***************                                                   04020000
040300 8000-FIN-TRT-DEB.                                                04030000
040400     CLOSE AMD-FICHIER.                                           04040000
040450     EXEC SQL                                                     04045000
040500         CLOSE C-RELIQ                                            04050000
040550     END-EXEC.                                                    04055000
040600     CLOSE JRN-FICHIER.                                           04060000
040800     CLOSE AUD-FICHIER.                                           04080000
040900     CLOSE REJ-FICHIER.                                           04090000
041000     DISPLAY 'AMENDEMENTS LUS      = ' W-CPT-AMD.                 04100000
