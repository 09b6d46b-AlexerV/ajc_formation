      ******************************************************************
      * DCLGEN TABLE(MOTIF_AJUSTEMENT)                                 *
      *        LIBRARY(API7.COB.CPY(MOTAJUS))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MOTIF_AJUSTEMENT TABLE
           ( CODE_MOTIF                     CHAR(3) NOT NULL,
             LIB_MOTIF                      CHAR(20) NOT NULL,
             ACTIF                          CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MOTIF_AJUSTEMENT                   *
      ******************************************************************
       01  DCLMOTIFAJUSTEMENT.
      *    *************************************************************
      *                       CODE_MOTIF
           10 W-CODE-MOTIF         PIC X(3).
      *    *************************************************************
      *                       LIB_MOTIF
           10 W-LIB-MOTIF          PIC X(20).
      *    *************************************************************
      *                       ACTIF
           10 W-ACTIF              PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IMOTIFAJUSTEMENT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
