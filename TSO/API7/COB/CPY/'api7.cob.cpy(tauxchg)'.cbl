      ******************************************************************
      * DCLGEN TABLE(TAUX_CHANGE)                                      *
      *        LIBRARY(API7.COB.CPY(TAUXCHG))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TAUX_CHANGE TABLE
           ( DEVISE                         CHAR(3) NOT NULL,
             DATE_TAUX                      DATE NOT NULL,
             TAUX                           DECIMAL(11, 6) NOT NULL,
             DATE_CHARGEMENT                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAUX_CHANGE                        *
      ******************************************************************
       01  DCLTAUXCHANGE.
      *    *************************************************************
      *                       DEVISE
           10 W-DEVISE             PIC X(3).
      *    *************************************************************
      *                       DATE_TAUX
           10 W-DATE-TAUX          PIC X(10).
      *    *************************************************************
      *                       TAUX
           10 W-TAUX               PIC S9(5)V9(6) USAGE COMP-3.
      *    *************************************************************
      *                       DATE_CHARGEMENT
           10 W-DATE-CHARGEMENT    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ITAUXCHANGE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
