             VALEUR                         CHAR(20) NOT NULL,
             TYPE_VALEUR                    CHAR(1) NOT NULL,
             VAL_MIN                        DECIMAL(11, 2),
             VAL_MAX                        DECIMAL(11, 2),
             SENSIBLE                       CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PARAMETRE                          *
      *    *************************************************************
      *                       VAL_MAX
           10 W-VAL-MAX            PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       SENSIBLE
           10 W-SENSIBLE           PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPARAMETRE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
