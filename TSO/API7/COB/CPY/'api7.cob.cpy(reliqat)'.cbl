      ******************************************************************
      * DCLGEN TABLE(RELIQUAT)                                         *
      *        LIBRARY(API7.COB.CPY(RELIQAT))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RELIQUAT TABLE
           ( LIE                            INTEGER NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             DATE_CDE                       DATE NOT NULL,
             NOART_KIT                      INTEGER NOT NULL,
             QTE_DEM                        INTEGER NOT NULL,
             QTE_SERV                       INTEGER NOT NULL,
             QTE_RELI                       INTEGER NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             DATE_MAJ                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RELIQUAT                           *
      ******************************************************************
       01  DCLRELIQUAT.
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_CDE
           10 W-DATE-CDE           PIC X(10).
      *    *************************************************************
      *                       NOART_KIT
           10 W-NOART-KIT          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_DEM
           10 W-QTE-DEM            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_SERV
           10 W-QTE-SERV           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_RELI
           10 W-QTE-RELI           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       DATE_MAJ
           10 W-DATE-MAJ           PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRELIQUAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
