      ******************************************************************
      * DCLGEN TABLE(ARCHIVE_LIGNE)                                    *
      *        LIBRARY(API7.COB.CPY(ARCLIG))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ARCHIVE_LIGNE TABLE
           ( NO_ARCHIVE                     INTEGER NOT NULL,
             NO_LIGNE                       INTEGER NOT NULL,
             NO_PAGE                        INTEGER NOT NULL,
             TEXTE                          CHAR(133) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ARCHIVE_LIGNE                      *
      ******************************************************************
       01  DCLARCHIVELIGNE.
      *    *************************************************************
      *                       NO_ARCHIVE
           10 W-NO-ARCHIVE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_LIGNE
           10 W-NO-LIGNE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_PAGE
           10 W-NO-PAGE            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       TEXTE
           10 W-TEXTE              PIC X(133).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IARCHIVELIGNE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
