      ******************************************************************
      * COMMUNICATION AREA FOR THE ARCHEDT REPORT-ARCHIVE SUBPROGRAM   *
      * COPY INTO WORKING-STORAGE. FILL IN ARC-PROGRAMME, ARC-ETAT     *
      * (DD NAME OF THE LISTING), ARC-ASA ('O' IF COLUMN 1 IS ASA      *
      * CARRIAGE CONTROL) AND ARC-LONGUEUR, THEN AFTER EACH WRITE :    *
      *   MOVE THE RECORD TO ARC-LIGNE, SET THE PAGE KEY (ARC-ENTREPOT *
      *   ARC-LIE, ARC-FOURN, ARC-NO-CMD - ZERO OR BLANK IF UNUSED)    *
      *   AND CALL 'ARCHEDT' USING ARC-EDITION WITH ARC-FONCTION 'L'   *
      *   ('P' FORCES A NEW PAGE). A CHANGE OF PAGE KEY STARTS A NEW   *
      *   ARCHIVE PAGE. CALL WITH 'F' BEFORE CLOSING THE LISTING.      *
      * ARC-NO-ARCHIVE ZERO : THE NEXT CALL OPENS A NEW ARCHIVE, 'F'   *
      * SETS IT BACK TO ZERO. ARC-CODE-RETOUR 0 = OK, 8 = SQL ERROR    *
      * (THE LINE IS NOT ARCHIVED, THE LISTING ITSELF IS UNAFFECTED)   *
      ******************************************************************
       01  ARC-EDITION.
           05  ARC-FONCTION       PIC X(1)  VALUE 'L'.
           05  ARC-PROGRAMME      PIC X(8)  VALUE SPACES.
           05  ARC-ETAT           PIC X(8)  VALUE SPACES.
           05  ARC-ASA            PIC X(1)  VALUE 'N'.
           05  ARC-LONGUEUR       PIC S9(4) USAGE COMP VALUE ZERO.
           05  ARC-ENTREPOT       PIC X(2)  VALUE SPACES.
           05  ARC-LIE            PIC S9(9) USAGE COMP VALUE ZERO.
           05  ARC-FOURN          PIC X(5)  VALUE SPACES.
           05  ARC-NO-CMD         PIC S9(9) USAGE COMP VALUE ZERO.
           05  ARC-LIGNE          PIC X(133) VALUE SPACES.
           05  ARC-NO-ARCHIVE     PIC S9(9) USAGE COMP VALUE ZERO.
           05  ARC-NO-PAGE        PIC S9(9) USAGE COMP VALUE ZERO.
           05  ARC-NB-LIGNES      PIC S9(9) USAGE COMP VALUE ZERO.
           05  ARC-CODE-RETOUR    PIC S9(4) USAGE COMP VALUE ZERO.
