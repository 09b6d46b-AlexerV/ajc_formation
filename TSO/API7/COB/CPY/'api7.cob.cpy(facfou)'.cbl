      ******************************************************************
      * DCLGEN TABLE(FACTURE_FOURNISSEUR)                              *
      *        LIBRARY(API7.COB.CPY(FACFOU))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FACTURE_FOURNISSEUR TABLE
           ( ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             NO_FACT                        CHAR(10) NOT NULL,
             TYPE_PIECE                     CHAR(1) NOT NULL,
             DATE_FACT                      DATE NOT NULL,
             DATE_ECHEANCE                  DATE NOT NULL,
             MONTANT                        DECIMAL(11,2) NOT NULL,
             NB_LIGNES                      INTEGER NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DATE_CHARGEMENT                DATE NOT NULL,
             NO_PAIEMENT                    INTEGER,
             DATE_PAIEMENT                  DATE,
             DEVISE                         CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FACTURE_FOURNISSEUR                *
      ******************************************************************
       01  DCLFACTUREFOURN.
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       NO_FACT
           10 W-NO-FACT            PIC X(10).
      *    *************************************************************
      *                       TYPE_PIECE
           10 W-TYPE-PIECE         PIC X(1).
      *    *************************************************************
      *                       DATE_FACT
           10 W-DATE-FACT          PIC X(10).
      *    *************************************************************
      *                       DATE_ECHEANCE
           10 W-DATE-ECHEANCE      PIC X(10).
      *    *************************************************************
      *                       MONTANT
           10 W-MONTANT            PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       NB_LIGNES
           10 W-NB-LIGNES          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       STATUT
           10 W-STATUT             PIC X(1).
      *    *************************************************************
      *                       DATE_CHARGEMENT
           10 W-DATE-CHARGEMENT    PIC X(10).
      *    *************************************************************
      *                       NO_PAIEMENT
           10 W-NO-PAIEMENT        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_PAIEMENT
           10 W-DATE-PAIEMENT      PIC X(10).
      *    *************************************************************
      *                       DEVISE
           10 W-DEVISE             PIC X(3).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFACTUREFOURN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
