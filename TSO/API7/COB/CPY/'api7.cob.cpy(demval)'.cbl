      ******************************************************************
      * DCLGEN TABLE(DEMANDE_VALIDATION)                               *
      *        LIBRARY(API7.COB.CPY(DEMVAL))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEMANDE_VALIDATION TABLE
           ( ID_DEMANDE                     INTEGER NOT NULL,
             TYPE_DEMANDE                   CHAR(2) NOT NULL,
             CLE_OBJET                      CHAR(20) NOT NULL,
             VALEUR_AVANT                   CHAR(20) NOT NULL,
             VALEUR_APRES                   CHAR(20) NOT NULL,
             ID_DEMANDEUR                   CHAR(8) NOT NULL,
             DATE_DEMANDE                   DATE NOT NULL,
             HEURE_DEMANDE                  TIME NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             ID_VALIDEUR                    CHAR(8),
             DATE_DECISION                  DATE,
             HEURE_DECISION                 TIME
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEMANDE_VALIDATION                 *
      ******************************************************************
       01  DCLDEMANDEVALIDATION.
      *    *************************************************************
      *                       ID_DEMANDE
           10 W-ID-DEMANDE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       TYPE_DEMANDE
           10 W-TYPE-DEMANDE       PIC X(2).
      *    *************************************************************
      *                       CLE_OBJET
           10 W-CLE-OBJET          PIC X(20).
      *    *************************************************************
      *                       VALEUR_AVANT
           10 W-VALEUR-AVANT       PIC X(20).
      *    *************************************************************
      *                       VALEUR_APRES
           10 W-VALEUR-APRES       PIC X(20).
      *    *************************************************************
      *                       ID_DEMANDEUR
           10 W-ID-DEMANDEUR       PIC X(8).
      *    *************************************************************
      *                       DATE_DEMANDE
           10 W-DATE-DEMANDE       PIC X(10).
      *    *************************************************************
      *                       HEURE_DEMANDE
           10 W-HEURE-DEMANDE      PIC X(8).
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       ID_VALIDEUR
           10 W-ID-VALIDEUR        PIC X(8).
      *    *************************************************************
      *                       DATE_DECISION
           10 W-DATE-DECISION      PIC X(10).
      *    *************************************************************
      *                       HEURE_DECISION
           10 W-HEURE-DECISION     PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEMANDEVALIDATION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
