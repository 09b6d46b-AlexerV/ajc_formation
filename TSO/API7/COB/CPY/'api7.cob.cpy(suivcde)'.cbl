      ******************************************************************
      * DCLGEN TABLE(SUIVI_COMMANDE)                                   *
      *        LIBRARY(API7.COB.CPY(SUIVCDE))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE SUIVI_COMMANDE TABLE
           ( LIE                            INTEGER NOT NULL,
             ID_ARTICLE                     INTEGER NOT NULL,
             DATE_CDE                       DATE NOT NULL,
             QTE_DEM                        INTEGER NOT NULL,
             QTE_SERV                       INTEGER NOT NULL,
             QTE_RELI                       INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             ID_ARTICLE_SUBST               INTEGER NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             DATE_MAJ                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SUIVI_COMMANDE                     *
      ******************************************************************
       01  DCLSUIVICOMMANDE.
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ARTICLE
           10 W-ID-ARTICLE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DATE_CDE
           10 W-DATE-CDE           PIC X(10).
      *    *************************************************************
      *                       QTE_DEM
           10 W-QTE-DEM            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_SERV
           10 W-QTE-SERV           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       QTE_RELI
           10 W-QTE-RELI           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       ID_ARTICLE_SUBST
           10 W-ID-ARTICLE-SUBST   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ETAT
           10 W-ETAT               PIC X(1).
      *    *************************************************************
      *                       DATE_MAJ
           10 W-DATE-MAJ           PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISUIVICOMMANDE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
