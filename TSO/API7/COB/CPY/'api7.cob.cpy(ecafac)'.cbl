      ******************************************************************
      * DCLGEN TABLE(ECART_FACTURE)                                    *
      *        LIBRARY(API7.COB.CPY(ECAFAC))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ECART_FACTURE TABLE
           ( NO_FACT                        CHAR(10) NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             NO_COMMANDE                    INTEGER NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             TYPE_PIECE                     CHAR(1) NOT NULL,
             TYPE_ECART                     CHAR(1) NOT NULL,
             QTE_FACT                       INTEGER NOT NULL,
             PRIX_FACT                      DECIMAL(7, 2) NOT NULL,
             MONTANT_ECART                  DECIMAL(11, 2) NOT NULL,
             CODE_ECART                     CHAR(30) NOT NULL,
             DATE_CONTROLE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ECART_FACTURE                      *
      ******************************************************************
       01  DCLECARTFACTURE.
      *    *************************************************************
      *                       NO_FACT
           10 W-NO-FACT            PIC X(10).
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       NO_COMMANDE
           10 W-NO-COMMANDE        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       TYPE_PIECE
           10 W-TYPE-PIECE         PIC X(1).
      *    *************************************************************
      *                       TYPE_ECART
           10 W-TYPE-ECART         PIC X(1).
      *    *************************************************************
      *                       QTE_FACT
           10 W-QTE-FACT           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PRIX_FACT
           10 W-PRIX-FACT          PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       MONTANT_ECART
           10 W-MONTANT-ECART      PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CODE_ECART
           10 W-CODE-ECART         PIC X(30).
      *    *************************************************************
      *                       DATE_CONTROLE
           10 W-DATE-CONTROLE      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IECARTFACTURE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
