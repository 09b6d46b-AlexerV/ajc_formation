      ******************************************************************
      * DCLGEN TABLE(TARIF_FOURNISSEUR)                                *
      *        LIBRARY(API7.COB.CPY(TARFOU))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TARIF_FOURNISSEUR TABLE
           ( ID_ARTICLE                     INTEGER NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             DATE_DEBUT                     DATE NOT NULL,
             QTE_MINI                       INTEGER NOT NULL,
             PRIX_ACHAT                     DECIMAL(7,2) NOT NULL,
             DATE_FIN                       DATE,
             DATE_CHARGEMENT                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TARIF_FOURNISSEUR                  *
      ******************************************************************
       01  DCLTARIFFOURN.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       DATE_DEBUT
           10 W-DATE-DEBUT         PIC X(10).
      *    *************************************************************
      *                       QTE_MINI
           10 W-QTE-MINI           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PRIX_ACHAT
           10 W-PRIX-ACHAT         PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DATE_FIN
           10 W-DATE-FIN           PIC X(10).
      *    *************************************************************
      *                       DATE_CHARGEMENT
           10 W-DATE-CHARGEMENT    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ITARIFFOURN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
