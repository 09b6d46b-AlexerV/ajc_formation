      ******************************************************************
      * DCLGEN TABLE(ARTICLE_EAN)                                      *
      *        LIBRARY(API7.COB.CPY(ARTEAN))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ARTICLE_EAN TABLE
           ( CODE_EAN                       CHAR(13) NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             DATE_MAJ                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ARTICLE_EAN                        *
      ******************************************************************
       01  DCLARTICLEEAN.
      *    *************************************************************
      *                       CODE_EAN
           10 W-CODE-EAN           PIC X(13).
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_MAJ
           10 W-DATE-MAJ           PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IARTICLEEAN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
