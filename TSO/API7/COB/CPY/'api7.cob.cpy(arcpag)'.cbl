      ******************************************************************
      * DCLGEN TABLE(ARCHIVE_PAGE)                                     *
      *        LIBRARY(API7.COB.CPY(ARCPAG))                           *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(W-)                                               *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ARCHIVE_PAGE TABLE
           ( NO_ARCHIVE                     INTEGER NOT NULL,
             NO_PAGE                        INTEGER NOT NULL,
             ID_ENTREPOT                    CHAR(2) NOT NULL,
             LIE                            INTEGER NOT NULL,
             ID_FOURNISSEUR                 CHAR(5) NOT NULL,
             NO_COMMANDE                    INTEGER NOT NULL,
             NO_LIGNE_DEB                   INTEGER NOT NULL,
             NB_LIGNES                      INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ARCHIVE_PAGE                       *
      ******************************************************************
       01  DCLARCHIVEPAGE.
      *    *************************************************************
      *                       NO_ARCHIVE
           10 W-NO-ARCHIVE         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_PAGE
           10 W-NO-PAGE            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_ENTREPOT
           10 W-ID-ENTREPOT        PIC X(2).
      *    *************************************************************
      *                       LIE
           10 W-LIE                PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_FOURNISSEUR
           10 W-ID-FOURNISSEUR     PIC X(5).
      *    *************************************************************
      *                       NO_COMMANDE
           10 W-NO-COMMANDE        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NO_LIGNE_DEB
           10 W-NO-LIGNE-DEB       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NB_LIGNES
           10 W-NB-LIGNES          PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IARCHIVEPAGE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
