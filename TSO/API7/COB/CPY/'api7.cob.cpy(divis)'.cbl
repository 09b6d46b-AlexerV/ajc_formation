      ******************************************************************
      * DCLGEN TABLE(DIVISION)                                         *
      *        LIBRARY(API7.COB.CPY(DIVIS))                            *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DIVISION TABLE
           ( CODE_DIVISION                  CHAR(3) NOT NULL,
             LIB_DIVISION                   CHAR(20) NOT NULL,
             CENTRE_COUT                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DIVISION                           *
      ******************************************************************
       01  DCLDIVISION.
      *    *************************************************************
      *                       CODE_DIVISION
           10 W-CODE-DIVISION      PIC X(3).
      *    *************************************************************
      *                       LIB_DIVISION
           10 W-LIB-DIVISION       PIC X(20).
      *    *************************************************************
      *                       CENTRE_COUT
           10 W-CENTRE-COUT        PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDIVISION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
