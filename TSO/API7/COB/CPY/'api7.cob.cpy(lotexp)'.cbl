      ******************************************************************
      * DCLGEN TABLE(LOT_EXPEDIE)                                      *
      *        LIBRARY(API7.COB.CPY(LOTEXP))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LOT_EXPEDIE TABLE
           ( LIE                            INTEGER NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             NO_LOT                         CHAR(10) NOT NULL,
             QUANTITE                       INTEGER NOT NULL,
             DATE_EXPEDITION                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOT_EXPEDIE                        *
      ******************************************************************
       01  DCLLOTEXPEDIE.
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       NO_LOT
           10 W-NO-LOT             PIC X(10).
      *    *************************************************************
      *                       QUANTITE
           10 W-QUANTITE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_EXPEDITION
           10 W-DATE-EXPEDITION    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILOTEXPEDIE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
