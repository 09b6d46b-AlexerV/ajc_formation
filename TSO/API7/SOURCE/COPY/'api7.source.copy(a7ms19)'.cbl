       01  A7MAP19I.
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
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  DERNDATL    COMP  PIC  S9(4).
           02  DERNDATF    PICTURE X.
           02  FILLER REDEFINES DERNDATF.
             03 DERNDATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNDATI  PIC X(10).
           02  DERNARTL    COMP  PIC  S9(4).
           02  DERNARTF    PICTURE X.
           02  FILLER REDEFINES DERNARTF.
             03 DERNARTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNARTI  PIC X(9).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
             03 LIG1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG1I  PIC X(76).
           02  LIG2L    COMP  PIC  S9(4).
           02  LIG2F    PICTURE X.
           02  FILLER REDEFINES LIG2F.
             03 LIG2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG2I  PIC X(76).
           02  LIG3L    COMP  PIC  S9(4).
           02  LIG3F    PICTURE X.
           02  FILLER REDEFINES LIG3F.
             03 LIG3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG3I  PIC X(76).
           02  LIG4L    COMP  PIC  S9(4).
           02  LIG4F    PICTURE X.
           02  FILLER REDEFINES LIG4F.
             03 LIG4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG4I  PIC X(76).
           02  LIG5L    COMP  PIC  S9(4).
           02  LIG5F    PICTURE X.
           02  FILLER REDEFINES LIG5F.
             03 LIG5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG5I  PIC X(76).
           02  LIG6L    COMP  PIC  S9(4).
           02  LIG6F    PICTURE X.
           02  FILLER REDEFINES LIG6F.
             03 LIG6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG6I  PIC X(76).
           02  LIG7L    COMP  PIC  S9(4).
           02  LIG7F    PICTURE X.
           02  FILLER REDEFINES LIG7F.
             03 LIG7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG7I  PIC X(76).
           02  LIG8L    COMP  PIC  S9(4).
           02  LIG8F    PICTURE X.
           02  FILLER REDEFINES LIG8F.
             03 LIG8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG8I  PIC X(76).
           02  LIG9L    COMP  PIC  S9(4).
           02  LIG9F    PICTURE X.
           02  FILLER REDEFINES LIG9F.
             03 LIG9A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG9I  PIC X(76).
           02  LIG10L    COMP  PIC  S9(4).
           02  LIG10F    PICTURE X.
           02  FILLER REDEFINES LIG10F.
             03 LIG10A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG10I  PIC X(76).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP19O REDEFINES A7MAP19I.
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
           02  LIEC    PICTURE X.
           02  LIEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIBDEPC    PICTURE X.
           02  LIBDEPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DERNDATC    PICTURE X.
           02  DERNDATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DERNARTC    PICTURE X.
           02  DERNARTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG2C    PICTURE X.
           02  LIG2O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG3C    PICTURE X.
           02  LIG3O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG4C    PICTURE X.
           02  LIG4O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG5C    PICTURE X.
           02  LIG5O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG6C    PICTURE X.
           02  LIG6O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG7C    PICTURE X.
           02  LIG7O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG8C    PICTURE X.
           02  LIG8O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG9C    PICTURE X.
           02  LIG9O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LIG10C    PICTURE X.
           02  LIG10O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
