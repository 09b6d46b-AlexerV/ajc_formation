      ******************************************************************
           EXEC SQL DECLARE DEPARTEMENTS TABLE
           ( LIE                            INTEGER NOT NULL,
             LIB                            CHAR(20) NOT NULL,
             CODE_DIVISION                  CHAR(3) NOT NULL,
             SEUIL_APPRO                    DECIMAL(11,2) NOT NULL,
             ACTIF                          CHAR(1) NOT NULL,
             DATE_FERMETURE                 DATE,
             LIE_SUCCESSEUR                 INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPARTEMENTS                       *
      *    *************************************************************
      *                       LIB
           10 W-LIB                PIC X(20).
      *    *************************************************************
      *                       CODE_DIVISION
           10 W-CODE-DIVISION      PIC X(3).
      *    *************************************************************
      *                       SEUIL_APPRO
           10 W-SEUIL-APPRO        PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ACTIF
           10 W-ACTIF              PIC X(1).
      *    *************************************************************
      *                       DATE_FERMETURE
           10 W-DATE-FERMETURE     PIC X(10).
      *    *************************************************************
      *                       LIE_SUCCESSEUR
           10 W-LIE-SUCCESSEUR     PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEPARTEMENTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
