      ******************************************************************
      * DCLGEN TABLE(INCOMPAT_DANGER)                                  *
      *        LIBRARY(API7.COB.CPY(INCDANG))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE INCOMPAT_DANGER TABLE
           ( CLASSE_1                       CHAR(2) NOT NULL,
             CLASSE_2                       CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INCOMPAT_DANGER                    *
      ******************************************************************
       01  DCLINCOMPATDANGER.
      *    *************************************************************
      *                       CLASSE_1
           10 W-CLASSE-1           PIC X(2).
      *    *************************************************************
      *                       CLASSE_2
           10 W-CLASSE-2           PIC X(2).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IINCOMPATDANGER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 2 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
