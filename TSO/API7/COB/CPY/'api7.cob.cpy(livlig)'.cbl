      ******************************************************************
      * DCLGEN TABLE(LIVRAISON_LIGNE)                                  *
      *        LIBRARY(API7.COB.CPY(LIVLIG))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LIVRAISON_LIGNE TABLE
           ( NO_BL                          INTEGER NOT NULL,
             NO_LIGNE                       SMALLINT NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             NO_LOT                         CHAR(10) NOT NULL,
             QTE_EXPEDIEE                   INTEGER NOT NULL,
             QTE_LIVREE                     INTEGER NOT NULL,
             QTE_REFUSEE                    INTEGER NOT NULL,
             QTE_MANQUANTE                  INTEGER NOT NULL,
             ETAT                           CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LIVRAISON_LIGNE                    *
      ******************************************************************
       01  DCLLIVRAISONLIGNE.
      *    *************************************************************
      *                       NO_BL
           10 W-NO-BL              PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_LIGNE
           10 W-NO-LIGNE           PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       NO_LOT
           10 W-NO-LOT             PIC X(10).
      *    *************************************************************
      *                       QTE_EXPEDIEE
           10 W-QTE-EXPEDIEE       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_LIVREE
           10 W-QTE-LIVREE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_REFUSEE
           10 W-QTE-REFUSEE        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_MANQUANTE
           10 W-QTE-MANQUANTE      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILIVRAISONLIGNE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
