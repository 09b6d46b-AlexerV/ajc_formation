       01  A7MAP22I.
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
           02  NOBLL    COMP  PIC  S9(4).
           02  NOBLF    PICTURE X.
           02  FILLER REDEFINES NOBLF.
             03 NOBLA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOBLI  PIC X(9).
           02  LIEL    COMP  PIC  S9(4).
           02  LIEF    PICTURE X.
           02  FILLER REDEFINES LIEF.
             03 LIEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIEI  PIC X(9).
           02  LIBDEPL    COMP  PIC  S9(4).
           02  LIBDEPF    PICTURE X.
           02  FILLER REDEFINES LIBDEPF.
             03 LIBDEPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIBDEPI  PIC X(20).
           02  TOURNEEL    COMP  PIC  S9(4).
           02  TOURNEEF    PICTURE X.
           02  FILLER REDEFINES TOURNEEF.
             03 TOURNEEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TOURNEEI  PIC X(4).
           02  DATEXPL    COMP  PIC  S9(4).
           02  DATEXPF    PICTURE X.
           02  FILLER REDEFINES DATEXPF.
             03 DATEXPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DATEXPI  PIC X(10).
           02  ETATBLL    COMP  PIC  S9(4).
           02  ETATBLF    PICTURE X.
           02  FILLER REDEFINES ETATBLF.
             03 ETATBLA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ETATBLI  PIC X(20).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  DERNLIGL    COMP  PIC  S9(4).
           02  DERNLIGF    PICTURE X.
           02  FILLER REDEFINES DERNLIGF.
             03 DERNLIGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNLIGI  PIC 9(4).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
             03 LIG1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG1I  PIC X(40).
           02  NLI1L    COMP  PIC  S9(4).
           02  NLI1F    PICTURE X.
           02  FILLER REDEFINES NLI1F.
             03 NLI1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI1I  PIC X(4).
           02  LIV1L    COMP  PIC  S9(4).
           02  LIV1F    PICTURE X.
           02  FILLER REDEFINES LIV1F.
             03 LIV1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV1I  PIC X(9).
           02  REF1L    COMP  PIC  S9(4).
           02  REF1F    PICTURE X.
           02  FILLER REDEFINES REF1F.
             03 REF1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF1I  PIC X(9).
           02  LIG2L    COMP  PIC  S9(4).
           02  LIG2F    PICTURE X.
           02  FILLER REDEFINES LIG2F.
             03 LIG2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG2I  PIC X(40).
           02  NLI2L    COMP  PIC  S9(4).
           02  NLI2F    PICTURE X.
           02  FILLER REDEFINES NLI2F.
             03 NLI2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI2I  PIC X(4).
           02  LIV2L    COMP  PIC  S9(4).
           02  LIV2F    PICTURE X.
           02  FILLER REDEFINES LIV2F.
             03 LIV2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV2I  PIC X(9).
           02  REF2L    COMP  PIC  S9(4).
           02  REF2F    PICTURE X.
           02  FILLER REDEFINES REF2F.
             03 REF2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF2I  PIC X(9).
           02  LIG3L    COMP  PIC  S9(4).
           02  LIG3F    PICTURE X.
           02  FILLER REDEFINES LIG3F.
             03 LIG3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG3I  PIC X(40).
           02  NLI3L    COMP  PIC  S9(4).
           02  NLI3F    PICTURE X.
           02  FILLER REDEFINES NLI3F.
             03 NLI3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI3I  PIC X(4).
           02  LIV3L    COMP  PIC  S9(4).
           02  LIV3F    PICTURE X.
           02  FILLER REDEFINES LIV3F.
             03 LIV3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV3I  PIC X(9).
           02  REF3L    COMP  PIC  S9(4).
           02  REF3F    PICTURE X.
           02  FILLER REDEFINES REF3F.
             03 REF3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF3I  PIC X(9).
           02  LIG4L    COMP  PIC  S9(4).
           02  LIG4F    PICTURE X.
           02  FILLER REDEFINES LIG4F.
             03 LIG4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG4I  PIC X(40).
           02  NLI4L    COMP  PIC  S9(4).
           02  NLI4F    PICTURE X.
           02  FILLER REDEFINES NLI4F.
             03 NLI4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI4I  PIC X(4).
           02  LIV4L    COMP  PIC  S9(4).
           02  LIV4F    PICTURE X.
           02  FILLER REDEFINES LIV4F.
             03 LIV4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV4I  PIC X(9).
           02  REF4L    COMP  PIC  S9(4).
           02  REF4F    PICTURE X.
           02  FILLER REDEFINES REF4F.
             03 REF4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF4I  PIC X(9).
           02  LIG5L    COMP  PIC  S9(4).
           02  LIG5F    PICTURE X.
           02  FILLER REDEFINES LIG5F.
             03 LIG5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG5I  PIC X(40).
           02  NLI5L    COMP  PIC  S9(4).
           02  NLI5F    PICTURE X.
           02  FILLER REDEFINES NLI5F.
             03 NLI5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI5I  PIC X(4).
           02  LIV5L    COMP  PIC  S9(4).
           02  LIV5F    PICTURE X.
           02  FILLER REDEFINES LIV5F.
             03 LIV5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV5I  PIC X(9).
           02  REF5L    COMP  PIC  S9(4).
           02  REF5F    PICTURE X.
           02  FILLER REDEFINES REF5F.
             03 REF5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF5I  PIC X(9).
           02  LIG6L    COMP  PIC  S9(4).
           02  LIG6F    PICTURE X.
           02  FILLER REDEFINES LIG6F.
             03 LIG6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG6I  PIC X(40).
           02  NLI6L    COMP  PIC  S9(4).
           02  NLI6F    PICTURE X.
           02  FILLER REDEFINES NLI6F.
             03 NLI6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI6I  PIC X(4).
           02  LIV6L    COMP  PIC  S9(4).
           02  LIV6F    PICTURE X.
           02  FILLER REDEFINES LIV6F.
             03 LIV6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV6I  PIC X(9).
           02  REF6L    COMP  PIC  S9(4).
           02  REF6F    PICTURE X.
           02  FILLER REDEFINES REF6F.
             03 REF6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF6I  PIC X(9).
           02  LIG7L    COMP  PIC  S9(4).
           02  LIG7F    PICTURE X.
           02  FILLER REDEFINES LIG7F.
             03 LIG7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG7I  PIC X(40).
           02  NLI7L    COMP  PIC  S9(4).
           02  NLI7F    PICTURE X.
           02  FILLER REDEFINES NLI7F.
             03 NLI7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI7I  PIC X(4).
           02  LIV7L    COMP  PIC  S9(4).
           02  LIV7F    PICTURE X.
           02  FILLER REDEFINES LIV7F.
             03 LIV7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV7I  PIC X(9).
           02  REF7L    COMP  PIC  S9(4).
           02  REF7F    PICTURE X.
           02  FILLER REDEFINES REF7F.
             03 REF7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF7I  PIC X(9).
           02  LIG8L    COMP  PIC  S9(4).
           02  LIG8F    PICTURE X.
           02  FILLER REDEFINES LIG8F.
             03 LIG8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG8I  PIC X(40).
           02  NLI8L    COMP  PIC  S9(4).
           02  NLI8F    PICTURE X.
           02  FILLER REDEFINES NLI8F.
             03 NLI8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NLI8I  PIC X(4).
           02  LIV8L    COMP  PIC  S9(4).
           02  LIV8F    PICTURE X.
           02  FILLER REDEFINES LIV8F.
             03 LIV8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIV8I  PIC X(9).
           02  REF8L    COMP  PIC  S9(4).
           02  REF8F    PICTURE X.
           02  FILLER REDEFINES REF8F.
             03 REF8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REF8I  PIC X(9).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP22O REDEFINES A7MAP22I.
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
           02  NOBLC    PICTURE X.
           02  NOBLO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIEC    PICTURE X.
           02  LIEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIBDEPC    PICTURE X.
           02  LIBDEPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TOURNEEC    PICTURE X.
           02  TOURNEEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DATEXPC    PICTURE X.
           02  DATEXPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ETATBLC    PICTURE X.
           02  ETATBLO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DERNLIGC    PICTURE X.
           02  DERNLIGO  PIC 9(4).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI1C    PICTURE X.
           02  NLI1O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV1C    PICTURE X.
           02  LIV1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF1C    PICTURE X.
           02  REF1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG2C    PICTURE X.
           02  LIG2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI2C    PICTURE X.
           02  NLI2O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV2C    PICTURE X.
           02  LIV2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF2C    PICTURE X.
           02  REF2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG3C    PICTURE X.
           02  LIG3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI3C    PICTURE X.
           02  NLI3O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV3C    PICTURE X.
           02  LIV3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF3C    PICTURE X.
           02  REF3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG4C    PICTURE X.
           02  LIG4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI4C    PICTURE X.
           02  NLI4O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV4C    PICTURE X.
           02  LIV4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF4C    PICTURE X.
           02  REF4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG5C    PICTURE X.
           02  LIG5O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI5C    PICTURE X.
           02  NLI5O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV5C    PICTURE X.
           02  LIV5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF5C    PICTURE X.
           02  REF5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG6C    PICTURE X.
           02  LIG6O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI6C    PICTURE X.
           02  NLI6O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV6C    PICTURE X.
           02  LIV6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF6C    PICTURE X.
           02  REF6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG7C    PICTURE X.
           02  LIG7O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI7C    PICTURE X.
           02  NLI7O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV7C    PICTURE X.
           02  LIV7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF7C    PICTURE X.
           02  REF7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG8C    PICTURE X.
           02  LIG8O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  NLI8C    PICTURE X.
           02  NLI8O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIV8C    PICTURE X.
           02  LIV8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  REF8C    PICTURE X.
           02  REF8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
