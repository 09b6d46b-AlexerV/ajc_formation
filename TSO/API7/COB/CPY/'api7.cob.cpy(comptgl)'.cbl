           ( ID_FAMILLE                     CHAR(2) NOT NULL,
             TYPE_MOUVEMENT                 CHAR(1) NOT NULL,
             COMPTE_DEBIT                   CHAR(8) NOT NULL,
             COMPTE_CREDIT                  CHAR(8) NOT NULL,
             MOTIF_MVT                      CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMPTE_GL                          *
      *    *************************************************************
      *                       COMPTE_CREDIT
           10 W-COMPTE-CREDIT      PIC X(8).
      *    *************************************************************
      *                       MOTIF_MVT
           10 W-MOTIF-MVT          PIC X(3).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICOMPTEGL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
