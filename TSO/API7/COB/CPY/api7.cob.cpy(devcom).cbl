      ******************************************************************
      * COMMUNICATION AREA FOR THE CONVDEV CURRENCY SUBPROGRAM         *
      * COPY INTO WORKING-STORAGE, FILL IN DEV-DEVISE (SPACES = OWN    *
      * CURRENCY), DEV-DATE-EFFET (ISO DATE, SPACES = TODAY) AND       *
      * DEV-MONTANT AND CALL 'CONVDEV' USING DEV-CONVERSION -          *
      * DEV-TAUX HOLDS THE LATEST RATE OF API7.TAUX_CHANGE NOT AFTER   *
      * THE REQUESTED DAY (OWN CURRENCY FOR ONE UNIT OF DEV-DEVISE),   *
      * DEV-MONTANT-LOC THE AMOUNT CONVERTED INTO OWN CURRENCY AND     *
      * DEV-DEVISE-LOC THE OWN CURRENCY (PARAMETRE CONVDEV / DEVISE,   *
      * EUR WHEN ABSENT). DEV-CODE-RETOUR 0 = OK, 4 = NO RATE FOR THE  *
      * CURRENCY AT THAT DATE (DEV-TAUX AND DEV-MONTANT-LOC = ZERO)    *
      ******************************************************************
       01  DEV-CONVERSION.
           05  DEV-DEVISE         PIC X(3)  VALUE SPACES.
           05  DEV-DATE-EFFET     PIC X(10) VALUE SPACES.
           05  DEV-MONTANT        PIC S9(9)V9(4) USAGE COMP-3
                                  VALUE ZERO.
           05  DEV-MONTANT-LOC    PIC S9(9)V9(4) USAGE COMP-3
                                  VALUE ZERO.
           05  DEV-TAUX           PIC S9(5)V9(6) USAGE COMP-3
                                  VALUE ZERO.
           05  DEV-DEVISE-LOC     PIC X(3)  VALUE SPACES.
           05  DEV-CODE-RETOUR    PIC S9(4) USAGE COMP VALUE ZERO.
