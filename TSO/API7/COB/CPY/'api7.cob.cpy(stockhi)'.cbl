           ( PERIODE                        CHAR(6) NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             QUANTITE                       INTEGER NOT NULL,
             COUT_MOYEN                     DECIMAL(7, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STOCK_HISTORIQUE                   *
      *    *************************************************************
      *                       QUANTITE
           10 W-QUANTITE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       COUT_MOYEN
           10 W-COUT-MOYEN         PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISTOCKHIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
