           ( ID_ARTICLE                     INTEGER NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             REF_FOURNISSEUR                CHAR(15) NOT NULL,
             PRIX_ACHAT                     DECIMAL(7, 2) NOT NULL,
             DELAI_LIVRAISON                SMALLINT NOT NULL,
             UNITE_ACHAT                    CHAR(3) NOT NULL,
             QTE_CONDIT                     INTEGER NOT NULL,
             QTE_MINI                       INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ARTICLE_FOURNISSEUR                *
      *    *************************************************************
      *                       PRIX_ACHAT
           10 W-PRIX-ACHAT         PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DELAI_LIVRAISON
           10 W-DELAI-LIVRAISON    PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       UNITE_ACHAT
           10 W-UNITE-ACHAT        PIC X(3).
      *    *************************************************************
      *                       QTE_CONDIT
           10 W-QTE-CONDIT         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_MINI
           10 W-QTE-MINI           PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IARTICLEFOURN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
