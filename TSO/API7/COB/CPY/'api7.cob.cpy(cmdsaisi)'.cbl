             QUANTITE                       INTEGER NOT NULL,
             PRIORITE                       SMALLINT NOT NULL,
             DATE_SAISIE                    DATE NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             NO_SAISIE                      INTEGER NOT NULL,
             QTE_DEMANDEE                   INTEGER NOT NULL,
             MOTIF_ATTENTE                  CHAR(1) NOT NULL,
             DECISION                       CHAR(1) NOT NULL,
             MOTIF_DECISION                 CHAR(30) NOT NULL,
             ID_VALIDEUR                    CHAR(8) NOT NULL,
             DATE_DECISION                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMMANDE_SAISIE                    *
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       NO_SAISIE
           10 W-NO-SAISIE          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_DEMANDEE
           10 W-QTE-DEMANDEE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       MOTIF_ATTENTE
           10 W-MOTIF-ATTENTE      PIC X(1).
      *    *************************************************************
      *                       DECISION
           10 W-DECISION           PIC X(1).
      *    *************************************************************
      *                       MOTIF_DECISION
           10 W-MOTIF-DECISION     PIC X(30).
      *    *************************************************************
      *                       ID_VALIDEUR
           10 W-ID-VALIDEUR        PIC X(8).
      *    *************************************************************
      *                       DATE_DECISION
           10 W-DATE-DECISION      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICMDSAISIE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
