      ******************************************************************
      * DCLGEN TABLE(JOURNAL_UTILISATEUR)                              *
      *        LIBRARY(API7.COB.CPY(JRNUTI))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE JOURNAL_UTILISATEUR TABLE
           ( ID_UTILISATEUR                 CHAR(8) NOT NULL,
             DATE_MODIF                     DATE NOT NULL,
             HEURE_MODIF                    TIME NOT NULL,
             TYPE_MODIF                     CHAR(1) NOT NULL,
             NIVEAU_AVANT                   SMALLINT NOT NULL,
             NIVEAU_APRES                   SMALLINT NOT NULL,
             ACTIF_AVANT                    CHAR(1) NOT NULL,
             ACTIF_APRES                    CHAR(1) NOT NULL,
             LIE_AVANT                      INTEGER NOT NULL,
             LIE_APRES                      INTEGER NOT NULL,
             ID_AUTEUR                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE JOURNAL_UTILISATEUR                *
      ******************************************************************
       01  DCLJOURNALUTILISATEUR.
      *    *************************************************************
      *                       ID_UTILISATEUR
           10 W-ID-UTILISATEUR     PIC X(8).
      *    *************************************************************
      *                       DATE_MODIF
           10 W-DATE-MODIF         PIC X(10).
      *    *************************************************************
      *                       HEURE_MODIF
           10 W-HEURE-MODIF        PIC X(8).
      *    *************************************************************
      *                       TYPE_MODIF
           10 W-TYPE-MODIF         PIC X(1).
      *    *************************************************************
      *                       NIVEAU_AVANT
           10 W-NIVEAU-AVANT       PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       NIVEAU_APRES
           10 W-NIVEAU-APRES       PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       ACTIF_AVANT
           10 W-ACTIF-AVANT        PIC X(1).
      *    *************************************************************
      *                       ACTIF_APRES
           10 W-ACTIF-APRES        PIC X(1).
      *    *************************************************************
      *                       LIE_AVANT
           10 W-LIE-AVANT          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       LIE_APRES
           10 W-LIE-APRES          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_AUTEUR
           10 W-ID-AUTEUR          PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IJOURNALUTILISATEUR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
