005900 01  W-CNT-ART      PIC S9(9) USAGE COMP.                         00590000
006000 01  W-CNT-ENT      PIC S9(9) USAGE COMP.                         00600000
006100 COPY ANORMAL.                                                    00610000
006150 COPY DANCOM.                                                     00615000
006200******                                                            00620000
006300 01  W-CPT-LUS      PIC S9(9) USAGE COMP-3 VALUE ZERO.            00630000
006400 01  W-CPT-CREES    PIC S9(9) USAGE COMP-3 VALUE ZERO.            00640000
013900         IF ME00-ALLEE = SPACES OR ME00-ETAGERE = SPACES          01390000
014000             OR ME00-CASIER = SPACES                              01400000
014100             MOVE 'EMPLACEMENT INCOMPLET' TO W-CODE-REJET.        01410000
014102     IF W-CODE-REJET NOT = SPACES                                 01410200
014104         OR ME00-CODE-TRT = 'S'                                   01410400
014106         GO TO 6020-VALIDE-FIN.                                   01410600
014108     MOVE 'A' TO DAN-FONCTION.                                    01410800
014110     MOVE ME00-NOART TO DAN-ID-ARTICLE.                           01411000
014112     MOVE ME00-ENTREPOT TO DAN-ID-ENTREPOT.                       01411200
014114     MOVE ME00-ALLEE TO DAN-ALLEE.                                01411400
014116     CALL 'CTLDANG' USING DAN-CONTROLE.                           01411600
014118     EVALUATE DAN-CODE-RETOUR                                     01411800
014120         WHEN ZERO                                                01412000
014122             CONTINUE                                             01412200
014124         WHEN 4                                                   01412400
014126             MOVE 'ENTREPOT NON AGREE POUR CLASSE' TO W-CODE-REJET01412600
014128         WHEN 8                                                   01412800
014130             MOVE 'CLASSE INCOMPATIBLE DANS ALLEE' TO W-CODE-REJET01413000
014132         WHEN OTHER                                               01413200
014134             MOVE DAN-SQLCODE TO W-SQLCODE                        01413400
014136             MOVE 'CTLDANG SQLCODE = '                            01413600
014138                  TO W-MESSAGE-ANOR                               01413800
014140             PERFORM 9999-FIN-ANORMALE-DEB                        01414000
014142               THRU  9999-FIN-ANORMALE-FIN                        01414200
014144     END-EVALUATE.                                                01414400
014200 6020-VALIDE-FIN.                                                 01420000
014300      EXIT.                                                       01430000
014400***************                                                   01440000
