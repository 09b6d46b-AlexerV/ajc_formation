      ******************************************************************
      * COMMUNICATION AREA FOR THE CTLDANG HAZARD CONTROL SUBPROGRAM   *
      * COPY INTO WORKING-STORAGE, FILL IN DAN-ID-ARTICLE,             *
      * DAN-ID-ENTREPOT, DAN-ALLEE AND DAN-FONCTION AND                *
      * CALL 'CTLDANG' USING DAN-CONTROLE -                            *
      * DAN-FONCTION 'E' = ENTREPOT MUST BE LICENSED FOR THE ARTICLE'S *
      *                    HAZARD CLASS (API7.ENTREPOT_DANGER),        *
      *              'A' = SAME, THEN NO ARTICLE WITH AN INCOMPATIBLE  *
      *                    CLASS (API7.INCOMPAT_DANGER) MAY HAVE A BIN *
      *                    IN THE SAME AISLE (API7.EMPLACEMENT),       *
      * DAN-CLASSE HOLDS THE ARTICLE'S CLASS (SPACES = NOT HAZARDOUS), *
      * DAN-CLASSE-CONFLIT / DAN-ART-CONFLIT THE FIRST CONFLICTING     *
      * CLASS AND ARTICLE FOUND IN THE AISLE,                          *
      * DAN-CODE-RETOUR 0 = OK, 4 = ENTREPOT NON AGREE,                *
      * 8 = CLASSE INCOMPATIBLE DANS L'ALLEE, 12 = ERREUR SQL          *
      * (DAN-SQLCODE)                                                  *
      ******************************************************************
       01  DAN-CONTROLE.
           05  DAN-FONCTION       PIC X(1)  VALUE 'E'.
           05  DAN-ID-ARTICLE     PIC S9(9) USAGE COMP VALUE ZERO.
           05  DAN-ID-ENTREPOT    PIC X(2)  VALUE SPACES.
           05  DAN-ALLEE          PIC X(2)  VALUE SPACES.
           05  DAN-CLASSE         PIC X(2)  VALUE SPACES.
           05  DAN-CLASSE-CONFLIT PIC X(2)  VALUE SPACES.
           05  DAN-ART-CONFLIT    PIC S9(9) USAGE COMP VALUE ZERO.
           05  DAN-SQLCODE        PIC S9(9) USAGE COMP VALUE ZERO.
           05  DAN-CODE-RETOUR    PIC S9(4) USAGE COMP VALUE ZERO.
