      ******************************************************************
      * DCLGEN TABLE(DEMANDE_REIMPRESSION)                             *
      *        LIBRARY(API7.COB.CPY(DEMREI))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEMANDE_REIMPRESSION TABLE
           ( NO_DEMANDE                     INTEGER NOT NULL,
             NO_ARCHIVE                     INTEGER NOT NULL,
             NO_PAGE                        INTEGER NOT NULL,
             ID_UTILISATEUR                 CHAR(8) NOT NULL,
             DATE_DEMANDE                   DATE NOT NULL,
             HEURE_DEMANDE                  TIME NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             DATE_TRT                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEMANDE_REIMPRESSION               *
      ******************************************************************
       01  DCLDEMANDEREIMPRESSION.
      *    *************************************************************
      *                       NO_DEMANDE
           10 W-NO-DEMANDE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_ARCHIVE
           10 W-NO-ARCHIVE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_PAGE
           10 W-NO-PAGE            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_UTILISATEUR
           10 W-ID-UTILISATEUR     PIC X(8).
      *    *************************************************************
      *                       DATE_DEMANDE
           10 W-DATE-DEMANDE       PIC X(10).
      *    *************************************************************
      *                       HEURE_DEMANDE
           10 W-HEURE-DEMANDE      PIC X(8).
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       DATE_TRT
           10 W-DATE-TRT           PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEMANDEREIMPRESSION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
