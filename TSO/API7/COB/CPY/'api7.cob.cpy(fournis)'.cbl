             NOM                            CHAR(20) NOT NULL,
             ADRESSE1                       CHAR(20),
             ADRESSE2                       CHAR(20),
             TELEPHONE                      CHAR(12),
             TERME_TYPE                     CHAR(1) NOT NULL,
             TERME_JOURS                    SMALLINT NOT NULL,
             IBAN                           CHAR(34),
             DEVISE                         CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FOURNISSEUR                        *
      *    *************************************************************
      *                       TELEPHONE
           10 W-TELEPHONE          PIC X(12).
      *    *************************************************************
      *                       TERME_TYPE
           10 W-TERME-TYPE         PIC X(1).
      *    *************************************************************
      *                       TERME_JOURS
           10 W-TERME-JOURS        PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       IBAN
           10 W-IBAN               PIC X(34).
      *    *************************************************************
      *                       DEVISE
           10 W-DEVISE             PIC X(3).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFOURNISSEUR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
