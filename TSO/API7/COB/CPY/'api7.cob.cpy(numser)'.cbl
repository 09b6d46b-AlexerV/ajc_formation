      ******************************************************************
      * DCLGEN TABLE(NUMERO_SERIE)                                     *
      *        LIBRARY(API7.COB.CPY(NUMSER))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NUMERO_SERIE TABLE
           ( ID_ARTICLE                     INTEGER NOT NULL,
             NO_SERIE                       CHAR(10) NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             LIE                            INTEGER NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DATE_RECEPTION                 DATE NOT NULL,
             NO_COMMANDE                    INTEGER,
             DATE_SORTIE                    DATE,
             DATE_RETOUR_PREVUE             DATE,
             DATE_RETOUR                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NUMERO_SERIE                       *
      ******************************************************************
       01  DCLNUMEROSERIE.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_SERIE
           10 W-NO-SERIE           PIC X(10).
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       STATUT
           10 W-STATUT             PIC X(1).
      *    *************************************************************
      *                       DATE_RECEPTION
           10 W-DATE-RECEPTION     PIC X(10).
      *    *************************************************************
      *                       NO_COMMANDE
           10 W-NO-COMMANDE        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_SORTIE
           10 W-DATE-SORTIE        PIC X(10).
      *    *************************************************************
      *                       DATE_RETOUR_PREVUE
           10 W-DATE-RETOUR-PREVUE PIC X(10).
      *    *************************************************************
      *                       DATE_RETOUR
           10 W-DATE-RETOUR        PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  INUMEROSERIE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
