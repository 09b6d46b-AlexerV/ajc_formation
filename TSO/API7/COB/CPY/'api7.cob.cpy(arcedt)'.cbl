      ******************************************************************
      * DCLGEN TABLE(ARCHIVE_EDITION)                                  *
      *        LIBRARY(API7.COB.CPY(ARCEDT))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ARCHIVE_EDITION TABLE
           ( NO_ARCHIVE                     INTEGER NOT NULL,
             PROGRAMME                      CHAR(8) NOT NULL,
             NOM_ETAT                       CHAR(8) NOT NULL,
             DATE_EXEC                      DATE NOT NULL,
             HEURE_EXEC                     TIME NOT NULL,
             LONG_ENREG                     SMALLINT NOT NULL,
             ASA                            CHAR(1) NOT NULL,
             NB_PAGES                       INTEGER NOT NULL,
             NB_LIGNES                      INTEGER NOT NULL,
             DATE_PURGE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ARCHIVE_EDITION                    *
      ******************************************************************
       01  DCLARCHIVEEDITION.
      *    *************************************************************
      *                       NO_ARCHIVE
           10 W-NO-ARCHIVE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PROGRAMME
           10 W-PROGRAMME          PIC X(8).
      *    *************************************************************
      *                       NOM_ETAT
           10 W-NOM-ETAT           PIC X(8).
      *    *************************************************************
      *                       DATE_EXEC
           10 W-DATE-EXEC          PIC X(10).
      *    *************************************************************
      *                       HEURE_EXEC
           10 W-HEURE-EXEC         PIC X(8).
      *    *************************************************************
      *                       LONG_ENREG
           10 W-LONG-ENREG         PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       ASA
           10 W-ASA                PIC X(1).
      *    *************************************************************
      *                       NB_PAGES
           10 W-NB-PAGES           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NB_LIGNES
           10 W-NB-LIGNES          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_PURGE
           10 W-DATE-PURGE         PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IARCHIVEEDITION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
