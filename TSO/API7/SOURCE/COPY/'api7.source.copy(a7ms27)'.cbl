       01  A7MAP27I.
           02  FILLER PIC X(12).
           02  DATEJL    COMP  PIC  S9(4).
           02  DATEJF    PICTURE X.
           02  FILLER REDEFINES DATEJF.
             03 DATEJA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DATEJI  PIC X(10).
           02  PGMNAMEL    COMP  PIC  S9(4).
           02  PGMNAMEF    PICTURE X.
           02  FILLER REDEFINES PGMNAMEF.
             03 PGMNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PGMNAMEI  PIC X(9).
           02  TRNNAMEL    COMP  PIC  S9(4).
           02  TRNNAMEF    PICTURE X.
           02  FILLER REDEFINES TRNNAMEF.
             03 TRNNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRNNAMEI  PIC X(7).
           02  HEUREL    COMP  PIC  S9(4).
           02  HEUREF    PICTURE X.
           02  FILLER REDEFINES HEUREF.
             03 HEUREA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HEUREI  PIC X(8).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  PROGL    COMP  PIC  S9(4).
           02  PROGF    PICTURE X.
           02  FILLER REDEFINES PROGF.
             03 PROGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PROGI  PIC X(8).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ETATI  PIC X(8).
           02  DATEXL    COMP  PIC  S9(4).
           02  DATEXF    PICTURE X.
           02  FILLER REDEFINES DATEXF.
             03 DATEXA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DATEXI  PIC X(8).
           02  ENTRL    COMP  PIC  S9(4).
           02  ENTRF    PICTURE X.
           02  FILLER REDEFINES ENTRF.
             03 ENTRA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENTRI  PIC X(2).
           02  LIEL    COMP  PIC  S9(4).
           02  LIEF    PICTURE X.
           02  FILLER REDEFINES LIEF.
             03 LIEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIEI  PIC X(9).
           02  FOURNL    COMP  PIC  S9(4).
           02  FOURNF    PICTURE X.
           02  FILLER REDEFINES FOURNF.
             03 FOURNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FOURNI  PIC X(5).
           02  NOCMDL    COMP  PIC  S9(4).
           02  NOCMDF    PICTURE X.
           02  FILLER REDEFINES NOCMDF.
             03 NOCMDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOCMDI  PIC X(9).
           02  NOARCL    COMP  PIC  S9(4).
           02  NOARCF    PICTURE X.
           02  FILLER REDEFINES NOARCF.
             03 NOARCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOARCI  PIC X(9).
           02  NOPAGL    COMP  PIC  S9(4).
           02  NOPAGF    PICTURE X.
           02  FILLER REDEFINES NOPAGF.
             03 NOPAGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOPAGI  PIC X(5).
           02  DERNACTL    COMP  PIC  S9(4).
           02  DERNACTF    PICTURE X.
           02  FILLER REDEFINES DERNACTF.
             03 DERNACTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNACTI  PIC X(1).
           02  DERNARCL    COMP  PIC  S9(4).
           02  DERNARCF    PICTURE X.
           02  FILLER REDEFINES DERNARCF.
             03 DERNARCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNARCI  PIC X(9).
           02  DERNPAGL    COMP  PIC  S9(4).
           02  DERNPAGF    PICTURE X.
           02  FILLER REDEFINES DERNPAGF.
             03 DERNPAGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNPAGI  PIC X(5).
           02  DERNLIGL    COMP  PIC  S9(4).
           02  DERNLIGF    PICTURE X.
           02  FILLER REDEFINES DERNLIGF.
             03 DERNLIGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNLIGI  PIC X(9).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
             03 LIG1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG1I  PIC X(79).
           02  LIG2L    COMP  PIC  S9(4).
           02  LIG2F    PICTURE X.
           02  FILLER REDEFINES LIG2F.
             03 LIG2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG2I  PIC X(79).
           02  LIG3L    COMP  PIC  S9(4).
           02  LIG3F    PICTURE X.
           02  FILLER REDEFINES LIG3F.
             03 LIG3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG3I  PIC X(79).
           02  LIG4L    COMP  PIC  S9(4).
           02  LIG4F    PICTURE X.
           02  FILLER REDEFINES LIG4F.
             03 LIG4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG4I  PIC X(79).
           02  LIG5L    COMP  PIC  S9(4).
           02  LIG5F    PICTURE X.
           02  FILLER REDEFINES LIG5F.
             03 LIG5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG5I  PIC X(79).
           02  LIG6L    COMP  PIC  S9(4).
           02  LIG6F    PICTURE X.
           02  FILLER REDEFINES LIG6F.
             03 LIG6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG6I  PIC X(79).
           02  LIG7L    COMP  PIC  S9(4).
           02  LIG7F    PICTURE X.
           02  FILLER REDEFINES LIG7F.
             03 LIG7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG7I  PIC X(79).
           02  LIG8L    COMP  PIC  S9(4).
           02  LIG8F    PICTURE X.
           02  FILLER REDEFINES LIG8F.
             03 LIG8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG8I  PIC X(79).
           02  LIG9L    COMP  PIC  S9(4).
           02  LIG9F    PICTURE X.
           02  FILLER REDEFINES LIG9F.
             03 LIG9A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG9I  PIC X(79).
           02  LIG10L    COMP  PIC  S9(4).
           02  LIG10F    PICTURE X.
           02  FILLER REDEFINES LIG10F.
             03 LIG10A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG10I  PIC X(79).
           02  LIG11L    COMP  PIC  S9(4).
           02  LIG11F    PICTURE X.
           02  FILLER REDEFINES LIG11F.
             03 LIG11A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG11I  PIC X(79).
           02  LIG12L    COMP  PIC  S9(4).
           02  LIG12F    PICTURE X.
           02  FILLER REDEFINES LIG12F.
             03 LIG12A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG12I  PIC X(79).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP27O REDEFINES A7MAP27I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJC    PICTURE X.
           02  DATEJO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PGMNAMEC    PICTURE X.
           02  PGMNAMEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TRNNAMEC    PICTURE X.
           02  TRNNAMEO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HEUREC    PICTURE X.
           02  HEUREO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PROGC    PICTURE X.
           02  PROGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATEXC    PICTURE X.
           02  DATEXO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENTRC    PICTURE X.
           02  ENTRO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LIEC    PICTURE X.
           02  LIEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  FOURNC    PICTURE X.
           02  FOURNO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NOCMDC    PICTURE X.
           02  NOCMDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NOARCC    PICTURE X.
           02  NOARCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NOPAGC    PICTURE X.
           02  NOPAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DERNACTC    PICTURE X.
           02  DERNACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DERNARCC    PICTURE X.
           02  DERNARCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  DERNPAGC    PICTURE X.
           02  DERNPAGO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DERNLIGC    PICTURE X.
           02  DERNLIGO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG2C    PICTURE X.
           02  LIG2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG3C    PICTURE X.
           02  LIG3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG4C    PICTURE X.
           02  LIG4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG5C    PICTURE X.
           02  LIG5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG6C    PICTURE X.
           02  LIG6O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG7C    PICTURE X.
           02  LIG7O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG8C    PICTURE X.
           02  LIG8O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG9C    PICTURE X.
           02  LIG9O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG10C    PICTURE X.
           02  LIG10O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG11C    PICTURE X.
           02  LIG11O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIG12C    PICTURE X.
           02  LIG12O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
