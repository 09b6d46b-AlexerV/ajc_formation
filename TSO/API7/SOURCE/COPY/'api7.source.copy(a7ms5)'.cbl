             03 IDARTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  IDARTI  PIC 9(9).
           02  CODEANL    COMP  PIC  S9(4).
           02  CODEANF    PICTURE X.
           02  FILLER REDEFINES CODEANF.
             03 CODEANA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CODEANI  PIC X(13).
           02  DESIGL    COMP  PIC  S9(4).
           02  DESIGF    PICTURE X.
           02  FILLER REDEFINES DESIGF.
           02  IDARTC    PICTURE X.
           02  IDARTO PIC Z(9).
           02  FILLER PICTURE X(3).
           02  CODEANC    PICTURE X.
           02  CODEANO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  DESIGC    PICTURE X.
           02  DESIGO PIC X(20).
           02  FILLER PICTURE X(3).
