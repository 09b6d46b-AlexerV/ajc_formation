      ******************************************************************
      * COMMUNICATION AREA FOR THE CTLEAN BARCODE SUBPROGRAM           *
      * COPY INTO WORKING-STORAGE, FILL IN EAN-CODE (EAN-13, OR EAN-8  *
      * LEFT-JUSTIFIED AND FOLLOWED BY SPACES) AND EAN-FONCTION AND    *
      * CALL 'CTLEAN' USING EAN-CONTROLE -                             *
      * EAN-FONCTION 'C' = CHECK DIGIT CONTROL ONLY,                   *
      *              'R' = CONTROL THEN LOOKUP IN API7.ARTICLE_EAN,    *
      * EAN-ID-ARTICLE HOLDS THE ARTICLE CARRYING THE BARCODE,         *
      * EAN-CODE-RETOUR 0 = OK, 4 = CODE INVALIDE (FORMAT OR CHECK     *
      * DIGIT), 8 = CODE INCONNU, 12 = ERREUR SQL (EAN-SQLCODE)        *
      ******************************************************************
       01  EAN-CONTROLE.
           05  EAN-CODE           PIC X(13) VALUE SPACES.
           05  EAN-FONCTION       PIC X(1)  VALUE 'R'.
           05  EAN-ID-ARTICLE     PIC S9(9) USAGE COMP VALUE ZERO.
           05  EAN-SQLCODE        PIC S9(9) USAGE COMP VALUE ZERO.
           05  EAN-CODE-RETOUR    PIC S9(4) USAGE COMP VALUE ZERO.
