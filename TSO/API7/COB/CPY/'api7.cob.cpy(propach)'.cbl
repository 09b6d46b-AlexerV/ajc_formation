      ******************************************************************
      * DCLGEN TABLE(PROPOSITION_ACHAT)                                *
      *        LIBRARY(API7.COB.CPY(PROPACH))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PROPOSITION_ACHAT TABLE
           ( NO_PROPOSITION                 INTEGER NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             QTE_PROPOSEE                   INTEGER NOT NULL,
             REF_FOURNISSEUR                CHAR(15) NOT NULL,
             PRIX_ACHAT                     DECIMAL(7, 2) NOT NULL,
             FOURN_INITIAL                  CHAR(5) NOT NULL,
             QTE_INITIALE                   INTEGER NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DATE_PROPOSITION               DATE NOT NULL,
             ID_UTILISATEUR                 CHAR(8),
             DATE_DECISION                  DATE,
             HEURE_DECISION                 TIME,
             NO_COMMANDE                    INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROPOSITION_ACHAT                  *
      ******************************************************************
       01  DCLPROPOSITIONACHAT.
      *    *************************************************************
      *                       NO_PROPOSITION
           10 W-NO-PROPOSITION     PIC S9(9) USAGE COMP.
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
      *                       QTE_PROPOSEE
           10 W-QTE-PROPOSEE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       REF_FOURNISSEUR
           10 W-REF-FOURNISSEUR    PIC X(15).
      *    *************************************************************
      *                       PRIX_ACHAT
           10 W-PRIX-ACHAT         PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FOURN_INITIAL
           10 W-FOURN-INITIAL      PIC X(5).
      *    *************************************************************
      *                       QTE_INITIALE
           10 W-QTE-INITIALE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       STATUT
           10 W-STATUT             PIC X(1).
      *    *************************************************************
      *                       DATE_PROPOSITION
           10 W-DATE-PROPOSITION   PIC X(10).
      *    *************************************************************
      *                       ID_UTILISATEUR
           10 W-ID-UTILISATEUR     PIC X(8).
      *    *************************************************************
      *                       DATE_DECISION
           10 W-DATE-DECISION      PIC X(10).
      *    *************************************************************
      *                       HEURE_DECISION
           10 W-HEURE-DECISION     PIC X(8).
      *    *************************************************************
      *                       NO_COMMANDE
           10 W-NO-COMMANDE        PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPROPOSITIONACHAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
