             03 LIEXA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIEXI  PIC 9(9).
           02  CODDIVL    COMP  PIC  S9(4).
           02  CODDIVF    PICTURE X.
           02  FILLER REDEFINES CODDIVF.
             03 CODDIVA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CODDIVI  PIC X(3).
           02  ANNEEL    COMP  PIC  S9(4).
           02  ANNEEF    PICTURE X.
           02  FILLER REDEFINES ANNEEF.
           02  LIEXC    PICTURE X.
           02  LIEXO  PIC 9(9).
           02  FILLER PICTURE X(3).
           02  CODDIVC    PICTURE X.
           02  CODDIVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ANNEEC    PICTURE X.
           02  ANNEEO  PIC 9(4).
           02  FILLER PICTURE X(3).
