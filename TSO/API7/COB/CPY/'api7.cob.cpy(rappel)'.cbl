      ******************************************************************
      * DCLGEN TABLE(RAPPEL_LOT)                                       *
      *        LIBRARY(API7.COB.CPY(RAPPEL))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RAPPEL_LOT TABLE
           ( ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             NO_LOT                         CHAR(10) NOT NULL,
             DATE_RAPPEL                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RAPPEL_LOT                         *
      ******************************************************************
       01  DCLRAPPELLOT.
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_LOT
           10 W-NO-LOT             PIC X(10).
      *    *************************************************************
      *                       DATE_RAPPEL
           10 W-DATE-RAPPEL        PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRAPPELLOT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
