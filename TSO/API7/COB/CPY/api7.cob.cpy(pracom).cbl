      ******************************************************************
      * COMMUNICATION AREA FOR THE PRIXACH PURCHASE-PRICE SUBPROGRAM   *
      * COPY INTO WORKING-STORAGE, FILL IN PRA-ID-ARTICLE,             *
      * PRA-ID-FOURNISSEUR, PRA-DATE-EFFET (ISO DATE, SPACES = TODAY)  *
      * AND PRA-QUANTITE AND CALL 'PRIXACH' USING PRA-RESOLUTION -     *
      * PRA-PRIX HOLDS THE SUPPLIER PRICE IN EFFECT ON THE REQUESTED   *
      * DAY FOR THE HIGHEST QUANTITY BREAK NOT ABOVE PRA-QUANTITE      *
      * (API7.TARIF_FOURNISSEUR, ELSE ARTICLE_FOURNISSEUR.PRIX_ACHAT), *
      * PRA-CODE-RETOUR 0 = OK, 4 = ARTICLE NON REFERENCE CHEZ LE      *
      * FOURNISSEUR                                                    *
      ******************************************************************
       01  PRA-RESOLUTION.
           05  PRA-ID-ARTICLE     PIC S9(9) USAGE COMP VALUE ZERO.
           05  PRA-ID-FOURNISSEUR PIC X(5)  VALUE SPACES.
           05  PRA-DATE-EFFET     PIC X(10) VALUE SPACES.
           05  PRA-QUANTITE       PIC S9(9) USAGE COMP VALUE ZERO.
           05  PRA-PRIX           PIC S9(5)V9(2) USAGE COMP-3
                                  VALUE ZERO.
           05  PRA-CODE-RETOUR    PIC S9(4) USAGE COMP VALUE ZERO.
