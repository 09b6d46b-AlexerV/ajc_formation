             03 IDARTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  IDARTI  PIC 9(9).
           02  CODEANL    COMP  PIC  S9(4).
           02  CODEANF    PICTURE X.
           02  FILLER REDEFINES CODEANF.
             03 CODEANA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CODEANI  PIC X(13).
           02  LIG1L    COMP  PIC  S9(4).
           02  LIG1F    PICTURE X.
           02  FILLER REDEFINES LIG1F.
           02  IDARTC    PICTURE X.
           02  IDARTO PIC Z(9).
           02  FILLER PICTURE X(3).
           02  CODEANC    PICTURE X.
           02  CODEANO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  LIG1C    PICTURE X.
           02  LIG1O  PIC X(40).
           02  FILLER PICTURE X(3).
