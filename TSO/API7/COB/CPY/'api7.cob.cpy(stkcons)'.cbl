      ******************************************************************
      * DCLGEN TABLE(STOCK_CONSIGNATION)                               *
      *        LIBRARY(API7.COB.CPY(STKCONS))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCK_CONSIGNATION TABLE
           ( ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             QUANTITE                       INTEGER NOT NULL,
             QTE_RESERVEE                   INTEGER NOT NULL,
             PRIX_CONVENU                   DECIMAL(7, 2) NOT NULL,
             DATE_MAJ                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STOCK_CONSIGNATION                 *
      ******************************************************************
       01  DCLSTOCKCONSIG.
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
      *                       QUANTITE
           10 W-QUANTITE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_RESERVEE
           10 W-QTE-RESERVEE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PRIX_CONVENU
           10 W-PRIX-CONVENU       PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DATE_MAJ
           10 W-DATE-MAJ           PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISTOCKCONSIG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
