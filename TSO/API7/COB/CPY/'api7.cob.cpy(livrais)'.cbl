      ******************************************************************
      * DCLGEN TABLE(LIVRAISON)                                        *
      *        LIBRARY(API7.COB.CPY(LIVRAIS))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LIVRAISON TABLE
           ( NO_BL                          INTEGER NOT NULL,
             LIE                            INTEGER NOT NULL,
             ID_TOURNEE                     CHAR(4) NOT NULL,
             ORDRE_ARRET                    SMALLINT NOT NULL,
             DATE_EXPEDITION                DATE NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             ID_UTILISATEUR                 CHAR(8),
             DATE_SAISIE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LIVRAISON                          *
      ******************************************************************
       01  DCLLIVRAISON.
      *    *************************************************************
      *                       NO_BL
           10 W-NO-BL              PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_TOURNEE
           10 W-ID-TOURNEE         PIC X(4).
      *    *************************************************************
      *                       ORDRE_ARRET
           10 W-ORDRE-ARRET        PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       DATE_EXPEDITION
           10 W-DATE-EXPEDITION    PIC X(10).
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       ID_UTILISATEUR
           10 W-ID-UTILISATEUR     PIC X(8).
      *    *************************************************************
      *                       DATE_SAISIE
           10 W-DATE-SAISIE        PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILIVRAISON.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
