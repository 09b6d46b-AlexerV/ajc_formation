             NO_LOT                         CHAR(10) NOT NULL,
             DATE_RECEPTION                 DATE NOT NULL,
             DATE_PEREMPTION                DATE,
             QUANTITE                       INTEGER NOT NULL,
             NO_COMMANDE_ACHAT              INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STOCK_LOT                          *
      *    *************************************************************
      *                       QUANTITE
           10 W-QUANTITE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_COMMANDE_ACHAT
           10 W-NO-COMMANDE-ACHAT  PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISTOCKLOT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
