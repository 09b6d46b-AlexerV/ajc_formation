      ******************************************************************
      * DCLGEN TABLE(TOURNEE)                                          *
      *        LIBRARY(API7.COB.CPY(TOURNEE))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TOURNEE TABLE
           ( ID_TOURNEE                     CHAR(4) NOT NULL,
             LIBELLE                        CHAR(30) NOT NULL,
             ID_VEHICULE                    CHAR(8) NOT NULL,
             CHARGE_MAX                     DECIMAL(9, 3)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOURNEE                            *
      ******************************************************************
       01  DCLTOURNEE.
      *    *************************************************************
      *                       ID_TOURNEE
           10 W-ID-TOURNEE         PIC X(4).
      *    *************************************************************
      *                       LIBELLE
           10 W-LIBELLE            PIC X(30).
      *    *************************************************************
      *                       ID_VEHICULE
           10 W-ID-VEHICULE        PIC X(8).
      *    *************************************************************
      *                       CHARGE_MAX
           10 W-CHARGE-MAX         PIC S9(6)V9(3) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ITOURNEE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
