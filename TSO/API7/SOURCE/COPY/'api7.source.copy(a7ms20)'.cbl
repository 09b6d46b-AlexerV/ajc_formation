       01  A7MAP20I.
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
           02  UTILL    COMP  PIC  S9(4).
           02  UTILF    PICTURE X.
           02  FILLER REDEFINES UTILF.
             03 UTILA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UTILI  PIC X(8).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  NIVEAUL    COMP  PIC  S9(4).
           02  NIVEAUF    PICTURE X.
           02  FILLER REDEFINES NIVEAUF.
             03 NIVEAUA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NIVEAUI  PIC X(1).
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
           02  MDPL    COMP  PIC  S9(4).
           02  MDPF    PICTURE X.
           02  FILLER REDEFINES MDPF.
             03 MDPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MDPI  PIC X(8).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ETATI  PIC X(10).
           02  BLOQL    COMP  PIC  S9(4).
           02  BLOQF    PICTURE X.
           02  FILLER REDEFINES BLOQF.
             03 BLOQA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BLOQI  PIC X(1).
           02  DERNSIGL    COMP  PIC  S9(4).
           02  DERNSIGF    PICTURE X.
           02  FILLER REDEFINES DERNSIGF.
             03 DERNSIGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DERNSIGI  PIC X(10).
           02  MESS1L    COMP  PIC  S9(4).
           02  MESS1F    PICTURE X.
           02  FILLER REDEFINES MESS1F.
             03 MESS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESS1I  PIC X(55).
       01  A7MAP20O REDEFINES A7MAP20I.
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
           02  UTILC    PICTURE X.
           02  UTILO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NIVEAUC    PICTURE X.
           02  NIVEAUO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIEC    PICTURE X.
           02  LIEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LIBDEPC    PICTURE X.
           02  LIBDEPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MDPC    PICTURE X.
           02  MDPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  BLOQC    PICTURE X.
           02  BLOQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DERNSIGC    PICTURE X.
           02  DERNSIGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MESS1C    PICTURE X.
           02  MESS1O  PIC X(55).
