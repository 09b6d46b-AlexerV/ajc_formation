             PRIX_ACHAT                     DECIMAL(7, 2) NOT NULL,
             DATE_COMMANDE                  DATE NOT NULL,
             DATE_PREVUE                    DATE NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             DATE_RECEPTION                 DATE,
             DEVISE                         CHAR(3) NOT NULL,
             TAUX_COMMANDE                  DECIMAL(11, 6) NOT NULL,
             DATE_FACTURE                   DATE,
             QTE_FACTUREE                   INTEGER NOT NULL,
             PRIX_FACTURE                   DECIMAL(7, 2) NOT NULL,
             UNITE_ACHAT                    CHAR(3) NOT NULL,
             QTE_CONDIT                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMMANDE_ACHAT                     *
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       DATE_RECEPTION
           10 W-DATE-RECEPTION     PIC X(10).
      *    *************************************************************
      *                       DEVISE
           10 W-DEVISE             PIC X(3).
      *    *************************************************************
      *                       TAUX_COMMANDE
           10 W-TAUX-COMMANDE      PIC S9(5)V9(6) USAGE COMP-3.
      *    *************************************************************
      *                       DATE_FACTURE
           10 W-DATE-FACTURE       PIC X(10).
      *    *************************************************************
      *                       QTE_FACTUREE
           10 W-QTE-FACTUREE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PRIX_FACTURE
           10 W-PRIX-FACTURE       PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       UNITE_ACHAT
           10 W-UNITE-ACHAT        PIC X(3).
      *    *************************************************************
      *                       QTE_CONDIT
           10 W-QTE-CONDIT         PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICOMMANDEACHAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 18 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
