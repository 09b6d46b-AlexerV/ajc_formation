      ******************************************************************
      * DCLGEN TABLE(RESERVATION_STOCK)                                *
      *        LIBRARY(API7.COB.CPY(RESVSTK))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RESERVATION_STOCK TABLE
           ( LIE                            INTEGER NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             DATE_RESERVATION               DATE NOT NULL,
             DATE_CDE                       DATE NOT NULL,
             ID_ARTICLE_CDE                 INTEGER NOT NULL,
             NOART_KIT                      INTEGER NOT NULL,
             NO_LOT                         CHAR(10) NOT NULL,
             QTE_RESERVEE                   INTEGER NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             DATE_MAJ                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RESERVATION_STOCK                  *
      ******************************************************************
       01  DCLRESERVATIONSTOCK.
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       DATE_RESERVATION
           10 W-DATE-RESERVATION   PIC X(10).
      *    *************************************************************
      *                       DATE_CDE
           10 W-DATE-CDE           PIC X(10).
      *    *************************************************************
      *                       ID_ARTICLE_CDE
           10 W-ID-ARTICLE-CDE     PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NOART_KIT
           10 W-NOART-KIT          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_LOT
           10 W-NO-LOT             PIC X(10).
      *    *************************************************************
      *                       QTE_RESERVEE
           10 W-QTE-RESERVEE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       DATE_MAJ
           10 W-DATE-MAJ           PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRESERVATIONSTOCK.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
