      ******************************************************************
      * DCLGEN TABLE(PRIX_ACHAT_HISTO)                                 *
      *        LIBRARY(API7.COB.CPY(PRAHIST))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PRIX_ACHAT_HISTO TABLE
           ( ID_ARTICLE                     INTEGER NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             QTE_MINI                       INTEGER NOT NULL,
             ANCIEN_PRIX                    DECIMAL(7,2) NOT NULL,
             NOUVEAU_PRIX                   DECIMAL(7,2) NOT NULL,
             DATE_EFFET                     DATE NOT NULL,
             DATE_CHANGEMENT                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRIX_ACHAT_HISTO                   *
      ******************************************************************
       01  DCLPRIXACHATHIST.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       QTE_MINI
           10 W-QTE-MINI           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ANCIEN_PRIX
           10 W-ANCIEN-PRIX        PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       NOUVEAU_PRIX
           10 W-NOUVEAU-PRIX       PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DATE_EFFET
           10 W-DATE-EFFET         PIC X(10).
      *    *************************************************************
      *                       DATE_CHANGEMENT
           10 W-DATE-CHANGEMENT    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPRIXACHATHIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
