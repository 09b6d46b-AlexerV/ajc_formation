             QUANTITE                       INTEGER NOT NULL,
             ENT_DEST                       CHAR(2),
             DATE_MOUVEMENT                 DATE NOT NULL,
             ORIGINE                        CHAR(8) NOT NULL,
             NO_MOUVEMENT                   INTEGER NOT NULL,
             COUT_MOUVEMENT                 DECIMAL(7, 2) NOT NULL,
             LOT_MOUVEMENT                  CHAR(10) NOT NULL,
             NO_TRANSFERT                   INTEGER NOT NULL,
             STATUT_STOCK                   CHAR(1) NOT NULL,
             CONTREPASSE                    CHAR(1) NOT NULL,
             NO_MVT_LIE                     INTEGER NOT NULL,
             MOTIF_MVT                      CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MOUVEMENT_STOCK                    *
      *    *************************************************************
      *                       ORIGINE
           10 W-ORIGINE            PIC X(8).
      *    *************************************************************
      *                       NO_MOUVEMENT
           10 W-NO-MOUVEMENT       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       COUT_MOUVEMENT
           10 W-COUT-MOUVEMENT     PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       LOT_MOUVEMENT
           10 W-LOT-MOUVEMENT      PIC X(10).
      *    *************************************************************
      *                       NO_TRANSFERT
           10 W-NO-TRANSFERT       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       STATUT_STOCK
           10 W-STATUT-STOCK       PIC X(1).
      *    *************************************************************
      *                       CONTREPASSE
           10 W-CONTREPASSE        PIC X(1).
      *    *************************************************************
      *                       NO_MVT_LIE
           10 W-NO-MVT-LIE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       MOTIF_MVT
           10 W-MOTIF-MVT          PIC X(3).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IMOUVEMENTSTOCK.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
