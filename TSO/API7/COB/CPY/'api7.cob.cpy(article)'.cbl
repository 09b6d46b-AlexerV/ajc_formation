             PRIX                           DECIMAL(7, 2) NOT NULL,
             ID_MARQUE                      CHAR(2),
             ID_FAMILLE                     CHAR(2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             POIDS                          DECIMAL(7, 3),
             ORDRE_CONSO                    CHAR(1) NOT NULL,
             SERIALISE                      CHAR(1) NOT NULL,
             DUREE_PRET                     SMALLINT NOT NULL,
             CLASSE_DANGER                  CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ARTICLE                            *
      *    *************************************************************
      *                       STATUT
           10 W-STATUT             PIC X(1).
      *    *************************************************************
      *                       POIDS
           10 W-POIDS              PIC S9(4)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       ORDRE_CONSO
           10 W-ORDRE-CONSO        PIC X(1).
      *    *************************************************************
      *                       SERIALISE
           10 W-SERIALISE          PIC X(1).
      *    *************************************************************
      *                       DUREE_PRET
           10 W-DUREE-PRET         PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       CLASSE_DANGER
           10 W-CLASSE-DANGER      PIC X(2).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IARTICLE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
