002100   10             CA00-MARQUE   PICTURE X(2).                     00210000
002200   10             CA00-FAMILLE  PICTURE X(2).                     00220000
002300   10             CA00-CODE-TRT PICTURE X(1).                     00230000
002320   10             CA00-ORDRE-CONSO PICTURE X(1).                  00232000
002330   10             CA00-SERIALISE PICTURE X(1).                    00233000
002340   10             CA00-DUREE-PRET PICTURE X(3).                   00234000
002350   10             CA00-DUREE-PRET-N REDEFINES CA00-DUREE-PRET     00235000
002360                                PICTURE 9(3).                     00236000
002380   10             CA00-CLASSE-DANGER PICTURE X(2).                00238000
002400   10             CA00-FILLER   PICTURE X(32).                    00240000
002425 01               CA00-CTL.                                       00242500
002450   10             CA00-CTL-TYPE PICTURE X(3).                     00245000
002475   10             CA00-CTL-RESTE PICTURE X(77).                   00247500
003500   10             CJ00-FAMILLE  PICTURE X(2).                     00350000
003600   10             CJ00-RAISON   PICTURE X(30).                    00360000
003700   10             CJ00-CODE-TRT PICTURE X(1).                     00370000
003750   10             CJ00-ORDRE-CONSO PICTURE X(1).                  00375000
003770   10             CJ00-SERIALISE PICTURE X(1).                    00377000
003790   10             CJ00-DUREE-PRET PICTURE X(3).                   00379000
003810   10             CJ00-CLASSE-DANGER PICTURE X(2).                00381000
003830   10             CJ00-FILLER   PICTURE X(2).                     00383000
003900 FD                 PARMCOM                                       00390000
004000      BLOCK              00000 RECORDS                            00400000
004100      DATA RECORD                                                 00410000
030800             MOVE 'FAMILLE INCONNUE' TO W-CODE-REJET              03080000
030900         ELSE                                                     03090000
031000             MOVE 'MARQUE ET FAMILLE INCONNUES' TO W-CODE-REJET.  03100000
031010     IF W-CODE-REJET = SPACES                                     03101000
031020         AND CA00-ORDRE-CONSO NOT = SPACE                         03102000
031030         AND CA00-ORDRE-CONSO NOT = 'P'                           03103000
031040         AND CA00-ORDRE-CONSO NOT = 'C'                           03104000
031050         MOVE 'ORDRE CONSOMMATION INVALIDE' TO W-CODE-REJET.      03105000
031055     IF W-CODE-REJET = SPACES                                     03105500
031060         AND CA00-SERIALISE NOT = SPACE                           03106000
031065         AND CA00-SERIALISE NOT = 'N'                             03106500
031070         AND CA00-SERIALISE NOT = 'O'                             03107000
031075         MOVE 'INDICATEUR SERIE INVALIDE' TO W-CODE-REJET.        03107500
031080     IF W-CODE-REJET = SPACES                                     03108000
031085         AND CA00-DUREE-PRET NOT = SPACES                         03108500
031090         AND CA00-DUREE-PRET NOT NUMERIC                          03109000
031095         MOVE 'DUREE DE PRET INVALIDE' TO W-CODE-REJET.           03109500
031100 6020-VALIDE-FIN.                                                 03110000
031200      EXIT.                                                       03120000
031300***************                                                   03130000
034900     ELSE                                                         03490000
035000         MOVE ZERO TO INDSTRUC OF IARTICLE (4).                   03500000
035100     MOVE CA00-FAMILLE TO W-ID-FAMILLE OF DCLFAMILLE.             03510000
035120     IF CA00-ORDRE-CONSO = SPACE                                  03512000
035140         MOVE 'P' TO W-ORDRE-CONSO                                03514000
035160     ELSE                                                         03516000
035180         MOVE CA00-ORDRE-CONSO TO W-ORDRE-CONSO.                  03518000
035182     IF CA00-SERIALISE = 'O'                                      03518200
035184         MOVE 'O' TO W-SERIALISE                                  03518400
035186     ELSE                                                         03518600
035188         MOVE 'N' TO W-SERIALISE.                                 03518800
035190     IF CA00-DUREE-PRET = SPACES                                  03519000
035192         MOVE ZERO TO W-DUREE-PRET                                03519200
035194     ELSE                                                         03519400
035196         MOVE CA00-DUREE-PRET-N TO W-DUREE-PRET.                  03519600
035198     MOVE CA00-CLASSE-DANGER TO W-CLASSE-DANGER.                  03519800
035200     EXEC SQL                                                     03520000
035300         INSERT INTO API7.ARTICLE                                 03530000
035400                (ID_ARTICLE, DESIGNATION, PRIX,                   03540000
035450                 ID_MARQUE, ID_FAMILLE, STATUT,                   03545000
035500                 ORDRE_CONSO, SERIALISE, DUREE_PRET,              03550000
035550                 CLASSE_DANGER)                                   03555000
035600         VALUES (:W-ID-ARTICLE OF DCLARTICLE,                     03560000
035700                 :W-DESIGNATION OF DCLARTICLE,                    03570000
035800                 :W-PRIX OF DCLARTICLE,                           03580000
035900                 :W-ID-MARQUE OF DCLMARQUE                        03590000
036000                      :INDSTRUC OF IARTICLE (4),                  03600000
036050                 :W-ID-FAMILLE OF DCLFAMILLE, 'A',                03605000
036100                 :W-ORDRE-CONSO, :W-SERIALISE,                    03610000
036150                 :W-DUREE-PRET, :W-CLASSE-DANGER)                 03615000
036200     END-EXEC.                                                    03620000
036300     IF SQLCODE = ZERO                                            03630000
036400         ADD 1 TO W-CPT-CHARGES                                   03640000
038000     MOVE CA00-FAMILLE  TO CJ00-FAMILLE.                          03800000
038100     MOVE W-CODE-REJET  TO CJ00-RAISON.                           03810000
038200     MOVE CA00-CODE-TRT TO CJ00-CODE-TRT.                         03820000
038250     MOVE CA00-ORDRE-CONSO TO CJ00-ORDRE-CONSO.                   03825000
038260     MOVE CA00-SERIALISE TO CJ00-SERIALISE.                       03826000
038270     MOVE CA00-DUREE-PRET TO CJ00-DUREE-PRET.                     03827000
038280     MOVE CA00-CLASSE-DANGER TO CJ00-CLASSE-DANGER.               03828000
038300     WRITE CJ00.                                                  03830000
038400     ADD 1 TO W-CPT-REJETS.                                       03840000
038500 6040-REJET-FIN.                                                  03850000
041000     ELSE                                                         04100000
041100         MOVE ZERO TO INDSTRUC OF IARTICLE (4).                   04110000
041200     MOVE CA00-FAMILLE TO W-ID-FAMILLE OF DCLFAMILLE.             04120000
041220     IF CA00-ORDRE-CONSO = SPACE                                  04122000
041240         MOVE 'P' TO W-ORDRE-CONSO                                04124000
041260     ELSE                                                         04126000
041280         MOVE CA00-ORDRE-CONSO TO W-ORDRE-CONSO.                  04128000
041282     IF CA00-SERIALISE = 'O'                                      04128200
041284         MOVE 'O' TO W-SERIALISE                                  04128400
041286     ELSE                                                         04128600
041288         MOVE 'N' TO W-SERIALISE.                                 04128800
041290     IF CA00-DUREE-PRET = SPACES                                  04129000
041292         MOVE ZERO TO W-DUREE-PRET                                04129200
041294     ELSE                                                         04129400
041296         MOVE CA00-DUREE-PRET-N TO W-DUREE-PRET.                  04129600
041298     MOVE CA00-CLASSE-DANGER TO W-CLASSE-DANGER.                  04129800
041300     EXEC SQL                                                     04130000
041400         UPDATE API7.ARTICLE                                      04140000
041500            SET DESIGNATION = :W-DESIGNATION OF DCLARTICLE,       04150000
041600                PRIX        = :W-PRIX OF DCLARTICLE,              04160000
041700                ID_MARQUE   = :W-ID-MARQUE OF DCLMARQUE           04170000
041800                                   :INDSTRUC OF IARTICLE (4),     04180000
041850                ID_FAMILLE  = :W-ID-FAMILLE OF DCLFAMILLE,        04185000
041870                ORDRE_CONSO = :W-ORDRE-CONSO,                     04187000
041890                SERIALISE   = :W-SERIALISE,                       04189000
041910                DUREE_PRET  = :W-DUREE-PRET,                      04191000
041930                CLASSE_DANGER = :W-CLASSE-DANGER                  04193000
042000          WHERE ID_ARTICLE = :W-ID-ARTICLE OF DCLARTICLE          04200000
042100     END-EXEC.                                                    04210000
042200     IF SQLCODE NOT = ZERO                                        04220000
