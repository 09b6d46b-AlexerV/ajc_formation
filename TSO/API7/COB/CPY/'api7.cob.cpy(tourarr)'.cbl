      ******************************************************************
      * DCLGEN TABLE(TOURNEE_ARRET)                                    *
      *        LIBRARY(API7.COB.CPY(TOURARR))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TOURNEE_ARRET TABLE
           ( LIE                            INTEGER NOT NULL,
             ID_TOURNEE                     CHAR(4) NOT NULL,
             ORDRE_ARRET                    SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOURNEE_ARRET                      *
      ******************************************************************
       01  DCLTOURNEEARRET.
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_TOURNEE
           10 W-ID-TOURNEE         PIC X(4).
      *    *************************************************************
      *                       ORDRE_ARRET
           10 W-ORDRE-ARRET        PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ITOURNEEARRET.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
