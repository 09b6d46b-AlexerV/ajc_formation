      ******************************************************************
      * DCLGEN TABLE(BUDGET_DIVISION)                                  *
      *        LIBRARY(API7.COB.CPY(BUDGDIV))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BUDGET_DIVISION TABLE
           ( CODE_DIVISION                  CHAR(3) NOT NULL,
             ANNEE                          SMALLINT NOT NULL,
             PERIODE                        SMALLINT NOT NULL,
             MONTANT                        DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BUDGET_DIVISION                    *
      ******************************************************************
       01  DCLBUDGETDIVISION.
      *    *************************************************************
      *                       CODE_DIVISION
           10 W-CODE-DIVISION      PIC X(3).
      *    *************************************************************
      *                       ANNEE
           10 W-ANNEE              PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       PERIODE
           10 W-PERIODE            PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       MONTANT
           10 W-MONTANT            PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBUDGETDIVISION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
