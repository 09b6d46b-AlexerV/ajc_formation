      ******************************************************************
      * DCLGEN TABLE(ENTREPOT_DANGER)                                  *
      *        LIBRARY(API7.COB.CPY(ENTDANG))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ENTREPOT_DANGER TABLE
           ( ID_ENTREPOT                    CHAR(2) NOT NULL,
             CLASSE_DANGER                  CHAR(2) NOT NULL,
             DATE_AGREMENT                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ENTREPOT_DANGER                    *
      ******************************************************************
       01  DCLENTREPOTDANGER.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       CLASSE_DANGER
           10 W-CLASSE-DANGER      PIC X(2).
      *    *************************************************************
      *                       DATE_AGREMENT
           10 W-DATE-AGREMENT      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IENTREPOTDANGER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
