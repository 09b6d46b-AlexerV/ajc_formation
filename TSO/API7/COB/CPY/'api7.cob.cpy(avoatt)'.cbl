      ******************************************************************
      * DCLGEN TABLE(AVOIR_ATTENDU)                                    *
      *        LIBRARY(API7.COB.CPY(AVOATT))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE AVOIR_ATTENDU TABLE
           ( ID_RETOUR                      INTEGER NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             NO_COMMANDE                    INTEGER NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             QUANTITE                       INTEGER NOT NULL,
             PRIX_ACHAT                     DECIMAL(7, 2) NOT NULL,
             MONTANT                        DECIMAL(11, 2) NOT NULL,
             DATE_RETOUR                    DATE NOT NULL,
             NO_LOT                         CHAR(10) NOT NULL,
             MOTIF                          CHAR(20) NOT NULL,
             NO_AVOIR                       CHAR(10),
             DATE_AVOIR                     DATE,
             ETAT                           CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AVOIR_ATTENDU                      *
      ******************************************************************
       01  DCLAVOIRATTENDU.
      *    *************************************************************
      *                       ID_RETOUR
           10 W-ID-RETOUR          PIC S9(9) USAGE COMP.
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
      *                       QUANTITE
           10 W-QUANTITE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PRIX_ACHAT
           10 W-PRIX-ACHAT         PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       MONTANT
           10 W-MONTANT            PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DATE_RETOUR
           10 W-DATE-RETOUR        PIC X(10).
      *    *************************************************************
      *                       NO_LOT
           10 W-NO-LOT             PIC X(10).
      *    *************************************************************
      *                       MOTIF
           10 W-MOTIF              PIC X(20).
      *    *************************************************************
      *                       NO_AVOIR
           10 W-NO-AVOIR           PIC X(10).
      *    *************************************************************
      *                       DATE_AVOIR
           10 W-DATE-AVOIR         PIC X(10).
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IAVOIRATTENDU.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
