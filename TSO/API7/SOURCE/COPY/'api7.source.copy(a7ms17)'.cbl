       01  A7MAP17I.
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
           02  FOURNL    COMP  PIC  S9(4).
           02  FOURNF    PICTURE X.
           02  FILLER REDEFINES FOURNF.
             03 FOURNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FOURNI  PIC X(5).
           02  NOMFOUL    COMP  PIC  S9(4).
           02  NOMFOUF    PICTURE X.
           02  FILLER REDEFINES NOMFOUF.
             03 NOMFOUA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOMFOUI  PIC X(20).
           02  SENSL    COMP  PIC  S9(4).
           02  SENSF    PICTURE X.
           02  FILLER REDEFINES SENSF.
             03 SENSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SENSI  PIC X(1).
           02  PREMPROL    COMP  PIC  S9(4).
           02  PREMPROF    PICTURE X.
           02  FILLER REDEFINES PREMPROF.
             03 PREMPROA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PREMPROI  PIC 9(9).
           02  DERNPROL    COMP  PIC  S9(4).
           02  DERNPROF    PICTURE X.
           02  FILLER REDEFINES DERNPROF.
             03 DERNPROA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNPROI  PIC 9(9).
           02  ACT1L    COMP  PIC  S9(4).
           02  ACT1F    PICTURE X.
           02  FILLER REDEFINES ACT1F.
             03 ACT1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT1I  PIC X(1).
           02  NPRO1L    COMP  PIC  S9(4).
           02  NPRO1F    PICTURE X.
           02  FILLER REDEFINES NPRO1F.
             03 NPRO1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO1I  PIC X(9).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
             03 LIG1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG1I  PIC X(40).
           02  QTE1L    COMP  PIC  S9(4).
           02  QTE1F    PICTURE X.
           02  FILLER REDEFINES QTE1F.
             03 QTE1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE1I  PIC X(9).
           02  NFO1L    COMP  PIC  S9(4).
           02  NFO1F    PICTURE X.
           02  FILLER REDEFINES NFO1F.
             03 NFO1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO1I  PIC X(5).
           02  ACT2L    COMP  PIC  S9(4).
           02  ACT2F    PICTURE X.
           02  FILLER REDEFINES ACT2F.
             03 ACT2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT2I  PIC X(1).
           02  NPRO2L    COMP  PIC  S9(4).
           02  NPRO2F    PICTURE X.
           02  FILLER REDEFINES NPRO2F.
             03 NPRO2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO2I  PIC X(9).
           02  LIG2L    COMP  PIC  S9(4).
           02  LIG2F    PICTURE X.
           02  FILLER REDEFINES LIG2F.
             03 LIG2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG2I  PIC X(40).
           02  QTE2L    COMP  PIC  S9(4).
           02  QTE2F    PICTURE X.
           02  FILLER REDEFINES QTE2F.
             03 QTE2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE2I  PIC X(9).
           02  NFO2L    COMP  PIC  S9(4).
           02  NFO2F    PICTURE X.
           02  FILLER REDEFINES NFO2F.
             03 NFO2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO2I  PIC X(5).
           02  ACT3L    COMP  PIC  S9(4).
           02  ACT3F    PICTURE X.
           02  FILLER REDEFINES ACT3F.
             03 ACT3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT3I  PIC X(1).
           02  NPRO3L    COMP  PIC  S9(4).
           02  NPRO3F    PICTURE X.
           02  FILLER REDEFINES NPRO3F.
             03 NPRO3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO3I  PIC X(9).
           02  LIG3L    COMP  PIC  S9(4).
           02  LIG3F    PICTURE X.
           02  FILLER REDEFINES LIG3F.
             03 LIG3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG3I  PIC X(40).
           02  QTE3L    COMP  PIC  S9(4).
           02  QTE3F    PICTURE X.
           02  FILLER REDEFINES QTE3F.
             03 QTE3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE3I  PIC X(9).
           02  NFO3L    COMP  PIC  S9(4).
           02  NFO3F    PICTURE X.
           02  FILLER REDEFINES NFO3F.
             03 NFO3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO3I  PIC X(5).
           02  ACT4L    COMP  PIC  S9(4).
           02  ACT4F    PICTURE X.
           02  FILLER REDEFINES ACT4F.
             03 ACT4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT4I  PIC X(1).
           02  NPRO4L    COMP  PIC  S9(4).
           02  NPRO4F    PICTURE X.
           02  FILLER REDEFINES NPRO4F.
             03 NPRO4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO4I  PIC X(9).
           02  LIG4L    COMP  PIC  S9(4).
           02  LIG4F    PICTURE X.
           02  FILLER REDEFINES LIG4F.
             03 LIG4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG4I  PIC X(40).
           02  QTE4L    COMP  PIC  S9(4).
           02  QTE4F    PICTURE X.
           02  FILLER REDEFINES QTE4F.
             03 QTE4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE4I  PIC X(9).
           02  NFO4L    COMP  PIC  S9(4).
           02  NFO4F    PICTURE X.
           02  FILLER REDEFINES NFO4F.
             03 NFO4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO4I  PIC X(5).
           02  ACT5L    COMP  PIC  S9(4).
           02  ACT5F    PICTURE X.
           02  FILLER REDEFINES ACT5F.
             03 ACT5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT5I  PIC X(1).
           02  NPRO5L    COMP  PIC  S9(4).
           02  NPRO5F    PICTURE X.
           02  FILLER REDEFINES NPRO5F.
             03 NPRO5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO5I  PIC X(9).
           02  LIG5L    COMP  PIC  S9(4).
           02  LIG5F    PICTURE X.
           02  FILLER REDEFINES LIG5F.
             03 LIG5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG5I  PIC X(40).
           02  QTE5L    COMP  PIC  S9(4).
           02  QTE5F    PICTURE X.
           02  FILLER REDEFINES QTE5F.
             03 QTE5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE5I  PIC X(9).
           02  NFO5L    COMP  PIC  S9(4).
           02  NFO5F    PICTURE X.
           02  FILLER REDEFINES NFO5F.
             03 NFO5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO5I  PIC X(5).
           02  ACT6L    COMP  PIC  S9(4).
           02  ACT6F    PICTURE X.
           02  FILLER REDEFINES ACT6F.
             03 ACT6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT6I  PIC X(1).
           02  NPRO6L    COMP  PIC  S9(4).
           02  NPRO6F    PICTURE X.
           02  FILLER REDEFINES NPRO6F.
             03 NPRO6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO6I  PIC X(9).
           02  LIG6L    COMP  PIC  S9(4).
           02  LIG6F    PICTURE X.
           02  FILLER REDEFINES LIG6F.
             03 LIG6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG6I  PIC X(40).
           02  QTE6L    COMP  PIC  S9(4).
           02  QTE6F    PICTURE X.
           02  FILLER REDEFINES QTE6F.
             03 QTE6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE6I  PIC X(9).
           02  NFO6L    COMP  PIC  S9(4).
           02  NFO6F    PICTURE X.
           02  FILLER REDEFINES NFO6F.
             03 NFO6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO6I  PIC X(5).
           02  ACT7L    COMP  PIC  S9(4).
           02  ACT7F    PICTURE X.
           02  FILLER REDEFINES ACT7F.
             03 ACT7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT7I  PIC X(1).
           02  NPRO7L    COMP  PIC  S9(4).
           02  NPRO7F    PICTURE X.
           02  FILLER REDEFINES NPRO7F.
             03 NPRO7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO7I  PIC X(9).
           02  LIG7L    COMP  PIC  S9(4).
           02  LIG7F    PICTURE X.
           02  FILLER REDEFINES LIG7F.
             03 LIG7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG7I  PIC X(40).
           02  QTE7L    COMP  PIC  S9(4).
           02  QTE7F    PICTURE X.
           02  FILLER REDEFINES QTE7F.
             03 QTE7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE7I  PIC X(9).
           02  NFO7L    COMP  PIC  S9(4).
           02  NFO7F    PICTURE X.
           02  FILLER REDEFINES NFO7F.
             03 NFO7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO7I  PIC X(5).
           02  ACT8L    COMP  PIC  S9(4).
           02  ACT8F    PICTURE X.
           02  FILLER REDEFINES ACT8F.
             03 ACT8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACT8I  PIC X(1).
           02  NPRO8L    COMP  PIC  S9(4).
           02  NPRO8F    PICTURE X.
           02  FILLER REDEFINES NPRO8F.
             03 NPRO8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NPRO8I  PIC X(9).
           02  LIG8L    COMP  PIC  S9(4).
           02  LIG8F    PICTURE X.
           02  FILLER REDEFINES LIG8F.
             03 LIG8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG8I  PIC X(40).
           02  QTE8L    COMP  PIC  S9(4).
           02  QTE8F    PICTURE X.
           02  FILLER REDEFINES QTE8F.
             03 QTE8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QTE8I  PIC X(9).
           02  NFO8L    COMP  PIC  S9(4).
           02  NFO8F    PICTURE X.
           02  FILLER REDEFINES NFO8F.
             03 NFO8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NFO8I  PIC X(5).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP17O REDEFINES A7MAP17I.
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
           02  FOURNC    PICTURE X.
           02  FOURNO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NOMFOUC    PICTURE X.
           02  NOMFOUO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SENSC    PICTURE X.
           02  SENSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PREMPROC    PICTURE X.
           02  PREMPROO  PIC 9(9).
           02  FILLER PICTURE X(3).
           02  DERNPROC    PICTURE X.
           02  DERNPROO  PIC 9(9).
           02  FILLER PICTURE X(3).
           02  ACT1C    PICTURE X.
           02  ACT1O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO1C    PICTURE X.
           02  NPRO1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE1C    PICTURE X.
           02  QTE1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO1C    PICTURE X.
           02  NFO1O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT2C    PICTURE X.
           02  ACT2O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO2C    PICTURE X.
           02  NPRO2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG2C    PICTURE X.
           02  LIG2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE2C    PICTURE X.
           02  QTE2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO2C    PICTURE X.
           02  NFO2O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT3C    PICTURE X.
           02  ACT3O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO3C    PICTURE X.
           02  NPRO3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG3C    PICTURE X.
           02  LIG3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE3C    PICTURE X.
           02  QTE3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO3C    PICTURE X.
           02  NFO3O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT4C    PICTURE X.
           02  ACT4O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO4C    PICTURE X.
           02  NPRO4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG4C    PICTURE X.
           02  LIG4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE4C    PICTURE X.
           02  QTE4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO4C    PICTURE X.
           02  NFO4O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT5C    PICTURE X.
           02  ACT5O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO5C    PICTURE X.
           02  NPRO5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG5C    PICTURE X.
           02  LIG5O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE5C    PICTURE X.
           02  QTE5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO5C    PICTURE X.
           02  NFO5O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT6C    PICTURE X.
           02  ACT6O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO6C    PICTURE X.
           02  NPRO6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG6C    PICTURE X.
           02  LIG6O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE6C    PICTURE X.
           02  QTE6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO6C    PICTURE X.
           02  NFO6O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT7C    PICTURE X.
           02  ACT7O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO7C    PICTURE X.
           02  NPRO7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG7C    PICTURE X.
           02  LIG7O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE7C    PICTURE X.
           02  QTE7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO7C    PICTURE X.
           02  NFO7O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACT8C    PICTURE X.
           02  ACT8O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPRO8C    PICTURE X.
           02  NPRO8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIG8C    PICTURE X.
           02  LIG8O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  QTE8C    PICTURE X.
           02  QTE8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NFO8C    PICTURE X.
           02  NFO8O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
