       01  A7MAP21I.
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
           02  SENSL    COMP  PIC  S9(4).
           02  SENSF    PICTURE X.
           02  FILLER REDEFINES SENSF.
             03 SENSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SENSI  PIC X(1).
           02  PREMDEML    COMP  PIC  S9(4).
           02  PREMDEMF    PICTURE X.
           02  FILLER REDEFINES PREMDEMF.
             03 PREMDEMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PREMDEMI  PIC 9(9).
           02  DERNDEML    COMP  PIC  S9(4).
           02  DERNDEMF    PICTURE X.
           02  FILLER REDEFINES DERNDEMF.
             03 DERNDEMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNDEMI  PIC 9(9).
           02  ACT1L    COMP  PIC  S9(4).
           02  ACT1F    PICTURE X.
           02  FILLER REDEFINES ACT1F.
             03 ACT1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT1I  PIC X(1).
           02  NDEM1L    COMP  PIC  S9(4).
           02  NDEM1F    PICTURE X.
           02  FILLER REDEFINES NDEM1F.
             03 NDEM1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM1I  PIC X(9).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
             03 LIG1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG1I  PIC X(56).
           02  ACT2L    COMP  PIC  S9(4).
           02  ACT2F    PICTURE X.
           02  FILLER REDEFINES ACT2F.
             03 ACT2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT2I  PIC X(1).
           02  NDEM2L    COMP  PIC  S9(4).
           02  NDEM2F    PICTURE X.
           02  FILLER REDEFINES NDEM2F.
             03 NDEM2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM2I  PIC X(9).
           02  LIG2L    COMP  PIC  S9(4).
           02  LIG2F    PICTURE X.
           02  FILLER REDEFINES LIG2F.
             03 LIG2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG2I  PIC X(56).
           02  ACT3L    COMP  PIC  S9(4).
           02  ACT3F    PICTURE X.
           02  FILLER REDEFINES ACT3F.
             03 ACT3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT3I  PIC X(1).
           02  NDEM3L    COMP  PIC  S9(4).
           02  NDEM3F    PICTURE X.
           02  FILLER REDEFINES NDEM3F.
             03 NDEM3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM3I  PIC X(9).
           02  LIG3L    COMP  PIC  S9(4).
           02  LIG3F    PICTURE X.
           02  FILLER REDEFINES LIG3F.
             03 LIG3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG3I  PIC X(56).
           02  ACT4L    COMP  PIC  S9(4).
           02  ACT4F    PICTURE X.
           02  FILLER REDEFINES ACT4F.
             03 ACT4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT4I  PIC X(1).
           02  NDEM4L    COMP  PIC  S9(4).
           02  NDEM4F    PICTURE X.
           02  FILLER REDEFINES NDEM4F.
             03 NDEM4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM4I  PIC X(9).
           02  LIG4L    COMP  PIC  S9(4).
           02  LIG4F    PICTURE X.
           02  FILLER REDEFINES LIG4F.
             03 LIG4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG4I  PIC X(56).
           02  ACT5L    COMP  PIC  S9(4).
           02  ACT5F    PICTURE X.
           02  FILLER REDEFINES ACT5F.
             03 ACT5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT5I  PIC X(1).
           02  NDEM5L    COMP  PIC  S9(4).
           02  NDEM5F    PICTURE X.
           02  FILLER REDEFINES NDEM5F.
             03 NDEM5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM5I  PIC X(9).
           02  LIG5L    COMP  PIC  S9(4).
           02  LIG5F    PICTURE X.
           02  FILLER REDEFINES LIG5F.
             03 LIG5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG5I  PIC X(56).
           02  ACT6L    COMP  PIC  S9(4).
           02  ACT6F    PICTURE X.
           02  FILLER REDEFINES ACT6F.
             03 ACT6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT6I  PIC X(1).
           02  NDEM6L    COMP  PIC  S9(4).
           02  NDEM6F    PICTURE X.
           02  FILLER REDEFINES NDEM6F.
             03 NDEM6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM6I  PIC X(9).
           02  LIG6L    COMP  PIC  S9(4).
           02  LIG6F    PICTURE X.
           02  FILLER REDEFINES LIG6F.
             03 LIG6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG6I  PIC X(56).
           02  ACT7L    COMP  PIC  S9(4).
           02  ACT7F    PICTURE X.
           02  FILLER REDEFINES ACT7F.
             03 ACT7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT7I  PIC X(1).
           02  NDEM7L    COMP  PIC  S9(4).
           02  NDEM7F    PICTURE X.
           02  FILLER REDEFINES NDEM7F.
             03 NDEM7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM7I  PIC X(9).
           02  LIG7L    COMP  PIC  S9(4).
           02  LIG7F    PICTURE X.
           02  FILLER REDEFINES LIG7F.
             03 LIG7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG7I  PIC X(56).
           02  ACT8L    COMP  PIC  S9(4).
           02  ACT8F    PICTURE X.
           02  FILLER REDEFINES ACT8F.
             03 ACT8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT8I  PIC X(1).
           02  NDEM8L    COMP  PIC  S9(4).
           02  NDEM8F    PICTURE X.
           02  FILLER REDEFINES NDEM8F.
             03 NDEM8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NDEM8I  PIC X(9).
           02  LIG8L    COMP  PIC  S9(4).
           02  LIG8F    PICTURE X.
           02  FILLER REDEFINES LIG8F.
             03 LIG8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG8I  PIC X(56).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP21O REDEFINES A7MAP21I.
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
           02  SENSC    PICTURE X.
           02  SENSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PREMDEMC    PICTURE X.
           02  PREMDEMO  PIC 9(9).
           02  FILLER PICTURE X(3).
           02  DERNDEMC    PICTURE X.
           02  DERNDEMO  PIC 9(9).
           02  FILLER PICTURE X(3).
           02  ACT1C    PICTURE X.
           02  ACT1O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM1C    PICTURE X.
           02  NDEM1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT2C    PICTURE X.
           02  ACT2O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM2C    PICTURE X.
           02  NDEM2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG2C    PICTURE X.
           02  LIG2O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT3C    PICTURE X.
           02  ACT3O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM3C    PICTURE X.
           02  NDEM3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG3C    PICTURE X.
           02  LIG3O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT4C    PICTURE X.
           02  ACT4O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM4C    PICTURE X.
           02  NDEM4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG4C    PICTURE X.
           02  LIG4O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT5C    PICTURE X.
           02  ACT5O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM5C    PICTURE X.
           02  NDEM5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG5C    PICTURE X.
           02  LIG5O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT6C    PICTURE X.
           02  ACT6O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM6C    PICTURE X.
           02  NDEM6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG6C    PICTURE X.
           02  LIG6O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT7C    PICTURE X.
           02  ACT7O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM7C    PICTURE X.
           02  NDEM7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG7C    PICTURE X.
           02  LIG7O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  ACT8C    PICTURE X.
           02  ACT8O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NDEM8C    PICTURE X.
           02  NDEM8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG8C    PICTURE X.
           02  LIG8O  PIC X(56).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
