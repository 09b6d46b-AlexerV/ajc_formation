             NIVEAU_AUTORITE                SMALLINT NOT NULL,
             DATE_CHGT_MDP                  DATE,
             NB_ECHECS                      SMALLINT NOT NULL,
             BLOQUE                         CHAR(1) NOT NULL,
             LIE                            INTEGER,
             ACTIF                          CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE UTILISATEUR                        *
      *    *************************************************************
      *                       BLOQUE
           10 W-BLOQUE             PIC X(1).
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ACTIF
           10 W-ACTIF              PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IUTILISATEUR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
