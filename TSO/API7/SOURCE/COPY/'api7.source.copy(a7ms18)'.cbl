       01  A7MAP18I.
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
           02  NOCMDL    COMP  PIC  S9(4).
           02  NOCMDF    PICTURE X.
           02  FILLER REDEFINES NOCMDF.
             03 NOCMDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOCMDI  PIC X(9).
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
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  DERNARTL    COMP  PIC  S9(4).
           02  DERNARTF    PICTURE X.
           02  FILLER REDEFINES DERNARTF.
             03 DERNARTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNARTI  PIC 9(9).
           02  DERNENTL    COMP  PIC  S9(4).
           02  DERNENTF    PICTURE X.
           02  FILLER REDEFINES DERNENTF.
             03 DERNENTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNENTI  PIC X(2).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
             03 LIG1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG1I  PIC X(42).
           02  ART1L    COMP  PIC  S9(4).
           02  ART1F    PICTURE X.
           02  FILLER REDEFINES ART1F.
             03 ART1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART1I  PIC X(9).
           02  ENT1L    COMP  PIC  S9(4).
           02  ENT1F    PICTURE X.
           02  FILLER REDEFINES ENT1F.
             03 ENT1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT1I  PIC X(2).
           02  REC1L    COMP  PIC  S9(4).
           02  REC1F    PICTURE X.
           02  FILLER REDEFINES REC1F.
             03 REC1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC1I  PIC X(9).
           02  LOT1L    COMP  PIC  S9(4).
           02  LOT1F    PICTURE X.
           02  FILLER REDEFINES LOT1F.
             03 LOT1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT1I  PIC X(10).
           02  PER1L    COMP  PIC  S9(4).
           02  PER1F    PICTURE X.
           02  FILLER REDEFINES PER1F.
             03 PER1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER1I  PIC X(8).
           02  LIG2L    COMP  PIC  S9(4).
           02  LIG2F    PICTURE X.
           02  FILLER REDEFINES LIG2F.
             03 LIG2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG2I  PIC X(42).
           02  ART2L    COMP  PIC  S9(4).
           02  ART2F    PICTURE X.
           02  FILLER REDEFINES ART2F.
             03 ART2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART2I  PIC X(9).
           02  ENT2L    COMP  PIC  S9(4).
           02  ENT2F    PICTURE X.
           02  FILLER REDEFINES ENT2F.
             03 ENT2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT2I  PIC X(2).
           02  REC2L    COMP  PIC  S9(4).
           02  REC2F    PICTURE X.
           02  FILLER REDEFINES REC2F.
             03 REC2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC2I  PIC X(9).
           02  LOT2L    COMP  PIC  S9(4).
           02  LOT2F    PICTURE X.
           02  FILLER REDEFINES LOT2F.
             03 LOT2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT2I  PIC X(10).
           02  PER2L    COMP  PIC  S9(4).
           02  PER2F    PICTURE X.
           02  FILLER REDEFINES PER2F.
             03 PER2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER2I  PIC X(8).
           02  LIG3L    COMP  PIC  S9(4).
           02  LIG3F    PICTURE X.
           02  FILLER REDEFINES LIG3F.
             03 LIG3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG3I  PIC X(42).
           02  ART3L    COMP  PIC  S9(4).
           02  ART3F    PICTURE X.
           02  FILLER REDEFINES ART3F.
             03 ART3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART3I  PIC X(9).
           02  ENT3L    COMP  PIC  S9(4).
           02  ENT3F    PICTURE X.
           02  FILLER REDEFINES ENT3F.
             03 ENT3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT3I  PIC X(2).
           02  REC3L    COMP  PIC  S9(4).
           02  REC3F    PICTURE X.
           02  FILLER REDEFINES REC3F.
             03 REC3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC3I  PIC X(9).
           02  LOT3L    COMP  PIC  S9(4).
           02  LOT3F    PICTURE X.
           02  FILLER REDEFINES LOT3F.
             03 LOT3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT3I  PIC X(10).
           02  PER3L    COMP  PIC  S9(4).
           02  PER3F    PICTURE X.
           02  FILLER REDEFINES PER3F.
             03 PER3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER3I  PIC X(8).
           02  LIG4L    COMP  PIC  S9(4).
           02  LIG4F    PICTURE X.
           02  FILLER REDEFINES LIG4F.
             03 LIG4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG4I  PIC X(42).
           02  ART4L    COMP  PIC  S9(4).
           02  ART4F    PICTURE X.
           02  FILLER REDEFINES ART4F.
             03 ART4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART4I  PIC X(9).
           02  ENT4L    COMP  PIC  S9(4).
           02  ENT4F    PICTURE X.
           02  FILLER REDEFINES ENT4F.
             03 ENT4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT4I  PIC X(2).
           02  REC4L    COMP  PIC  S9(4).
           02  REC4F    PICTURE X.
           02  FILLER REDEFINES REC4F.
             03 REC4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC4I  PIC X(9).
           02  LOT4L    COMP  PIC  S9(4).
           02  LOT4F    PICTURE X.
           02  FILLER REDEFINES LOT4F.
             03 LOT4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT4I  PIC X(10).
           02  PER4L    COMP  PIC  S9(4).
           02  PER4F    PICTURE X.
           02  FILLER REDEFINES PER4F.
             03 PER4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER4I  PIC X(8).
           02  LIG5L    COMP  PIC  S9(4).
           02  LIG5F    PICTURE X.
           02  FILLER REDEFINES LIG5F.
             03 LIG5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG5I  PIC X(42).
           02  ART5L    COMP  PIC  S9(4).
           02  ART5F    PICTURE X.
           02  FILLER REDEFINES ART5F.
             03 ART5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART5I  PIC X(9).
           02  ENT5L    COMP  PIC  S9(4).
           02  ENT5F    PICTURE X.
           02  FILLER REDEFINES ENT5F.
             03 ENT5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT5I  PIC X(2).
           02  REC5L    COMP  PIC  S9(4).
           02  REC5F    PICTURE X.
           02  FILLER REDEFINES REC5F.
             03 REC5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC5I  PIC X(9).
           02  LOT5L    COMP  PIC  S9(4).
           02  LOT5F    PICTURE X.
           02  FILLER REDEFINES LOT5F.
             03 LOT5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT5I  PIC X(10).
           02  PER5L    COMP  PIC  S9(4).
           02  PER5F    PICTURE X.
           02  FILLER REDEFINES PER5F.
             03 PER5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER5I  PIC X(8).
           02  LIG6L    COMP  PIC  S9(4).
           02  LIG6F    PICTURE X.
           02  FILLER REDEFINES LIG6F.
             03 LIG6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG6I  PIC X(42).
           02  ART6L    COMP  PIC  S9(4).
           02  ART6F    PICTURE X.
           02  FILLER REDEFINES ART6F.
             03 ART6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART6I  PIC X(9).
           02  ENT6L    COMP  PIC  S9(4).
           02  ENT6F    PICTURE X.
           02  FILLER REDEFINES ENT6F.
             03 ENT6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT6I  PIC X(2).
           02  REC6L    COMP  PIC  S9(4).
           02  REC6F    PICTURE X.
           02  FILLER REDEFINES REC6F.
             03 REC6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC6I  PIC X(9).
           02  LOT6L    COMP  PIC  S9(4).
           02  LOT6F    PICTURE X.
           02  FILLER REDEFINES LOT6F.
             03 LOT6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT6I  PIC X(10).
           02  PER6L    COMP  PIC  S9(4).
           02  PER6F    PICTURE X.
           02  FILLER REDEFINES PER6F.
             03 PER6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER6I  PIC X(8).
           02  LIG7L    COMP  PIC  S9(4).
           02  LIG7F    PICTURE X.
           02  FILLER REDEFINES LIG7F.
             03 LIG7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG7I  PIC X(42).
           02  ART7L    COMP  PIC  S9(4).
           02  ART7F    PICTURE X.
           02  FILLER REDEFINES ART7F.
             03 ART7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART7I  PIC X(9).
           02  ENT7L    COMP  PIC  S9(4).
           02  ENT7F    PICTURE X.
           02  FILLER REDEFINES ENT7F.
             03 ENT7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT7I  PIC X(2).
           02  REC7L    COMP  PIC  S9(4).
           02  REC7F    PICTURE X.
           02  FILLER REDEFINES REC7F.
             03 REC7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC7I  PIC X(9).
           02  LOT7L    COMP  PIC  S9(4).
           02  LOT7F    PICTURE X.
           02  FILLER REDEFINES LOT7F.
             03 LOT7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT7I  PIC X(10).
           02  PER7L    COMP  PIC  S9(4).
           02  PER7F    PICTURE X.
           02  FILLER REDEFINES PER7F.
             03 PER7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER7I  PIC X(8).
           02  LIG8L    COMP  PIC  S9(4).
           02  LIG8F    PICTURE X.
           02  FILLER REDEFINES LIG8F.
             03 LIG8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIG8I  PIC X(42).
           02  ART8L    COMP  PIC  S9(4).
           02  ART8F    PICTURE X.
           02  FILLER REDEFINES ART8F.
             03 ART8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ART8I  PIC X(9).
           02  ENT8L    COMP  PIC  S9(4).
           02  ENT8F    PICTURE X.
           02  FILLER REDEFINES ENT8F.
             03 ENT8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENT8I  PIC X(2).
           02  REC8L    COMP  PIC  S9(4).
           02  REC8F    PICTURE X.
           02  FILLER REDEFINES REC8F.
             03 REC8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REC8I  PIC X(9).
           02  LOT8L    COMP  PIC  S9(4).
           02  LOT8F    PICTURE X.
           02  FILLER REDEFINES LOT8F.
             03 LOT8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOT8I  PIC X(10).
           02  PER8L    COMP  PIC  S9(4).
           02  PER8F    PICTURE X.
           02  FILLER REDEFINES PER8F.
             03 PER8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PER8I  PIC X(8).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP18O REDEFINES A7MAP18I.
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
           02  NOCMDC    PICTURE X.
           02  NOCMDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  FOURNC    PICTURE X.
           02  FOURNO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NOMFOUC    PICTURE X.
           02  NOMFOUO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DERNARTC    PICTURE X.
           02  DERNARTO  PIC 9(9).
           02  FILLER PICTURE X(3).
           02  DERNENTC    PICTURE X.
           02  DERNENTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART1C    PICTURE X.
           02  ART1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT1C    PICTURE X.
           02  ENT1O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC1C    PICTURE X.
           02  REC1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT1C    PICTURE X.
           02  LOT1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER1C    PICTURE X.
           02  PER1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG2C    PICTURE X.
           02  LIG2O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART2C    PICTURE X.
           02  ART2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT2C    PICTURE X.
           02  ENT2O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC2C    PICTURE X.
           02  REC2O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT2C    PICTURE X.
           02  LOT2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER2C    PICTURE X.
           02  PER2O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG3C    PICTURE X.
           02  LIG3O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART3C    PICTURE X.
           02  ART3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT3C    PICTURE X.
           02  ENT3O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC3C    PICTURE X.
           02  REC3O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT3C    PICTURE X.
           02  LOT3O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER3C    PICTURE X.
           02  PER3O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG4C    PICTURE X.
           02  LIG4O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART4C    PICTURE X.
           02  ART4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT4C    PICTURE X.
           02  ENT4O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC4C    PICTURE X.
           02  REC4O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT4C    PICTURE X.
           02  LOT4O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER4C    PICTURE X.
           02  PER4O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG5C    PICTURE X.
           02  LIG5O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART5C    PICTURE X.
           02  ART5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT5C    PICTURE X.
           02  ENT5O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC5C    PICTURE X.
           02  REC5O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT5C    PICTURE X.
           02  LOT5O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER5C    PICTURE X.
           02  PER5O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG6C    PICTURE X.
           02  LIG6O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART6C    PICTURE X.
           02  ART6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT6C    PICTURE X.
           02  ENT6O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC6C    PICTURE X.
           02  REC6O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT6C    PICTURE X.
           02  LOT6O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER6C    PICTURE X.
           02  PER6O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG7C    PICTURE X.
           02  LIG7O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART7C    PICTURE X.
           02  ART7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT7C    PICTURE X.
           02  ENT7O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC7C    PICTURE X.
           02  REC7O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT7C    PICTURE X.
           02  LOT7O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER7C    PICTURE X.
           02  PER7O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIG8C    PICTURE X.
           02  LIG8O  PIC X(42).
           02  FILLER PICTURE X(3).
           02  ART8C    PICTURE X.
           02  ART8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ENT8C    PICTURE X.
           02  ENT8O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REC8C    PICTURE X.
           02  REC8O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LOT8C    PICTURE X.
           02  LOT8O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PER8C    PICTURE X.
           02  PER8O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
