      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_ADJLIC)                            *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS66))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS66)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_ADJLIC TABLE
           ( LICUSER                        CHAR(8) NOT NULL,
             LICREGION                      CHAR(8) NOT NULL,
             LICNUM                         CHAR(20) NOT NULL,
             LICEXPIRY                      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_ADJLIC              *
      ******************************************************************
       01  CLAIMS66.
      *    *************************************************************
           10 LICUSER              PIC X(08).
      *    *************************************************************
           10 LICREGION            PIC X(08).
      *    *************************************************************
           10 LICNUM               PIC X(20).
      *    *************************************************************
           10 LICEXPIRY            PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS66.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
