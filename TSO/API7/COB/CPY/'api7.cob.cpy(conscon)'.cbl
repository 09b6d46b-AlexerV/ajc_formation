      ******************************************************************
      * DCLGEN TABLE(CONSO_CONSIGNATION)                               *
      *        LIBRARY(API7.COB.CPY(CONSCON))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CONSO_CONSIGNATION TABLE
           ( ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             LIE                            INTEGER NOT NULL,
             DATE_CONSO                     DATE NOT NULL,
             QUANTITE                       INTEGER NOT NULL,
             PRIX_CONVENU                   DECIMAL(7, 2) NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             NO_FACT                        CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CONSO_CONSIGNATION                 *
      ******************************************************************
       01  DCLCONSOCONSIG.
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_CONSO
           10 W-DATE-CONSO         PIC X(10).
      *    *************************************************************
      *                       QUANTITE
           10 W-QUANTITE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PRIX_CONVENU
           10 W-PRIX-CONVENU       PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       NO_FACT
           10 W-NO-FACT            PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICONSOCONSIG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
