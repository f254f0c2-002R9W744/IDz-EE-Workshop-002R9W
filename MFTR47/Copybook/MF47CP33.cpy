      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_ACCTPER)                           *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS65))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS65)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_ACCTPER TABLE
           ( PERIODID                       CHAR(6) NOT NULL,
             PERSTART                       DATE NOT NULL,
             PEREND                         DATE NOT NULL,
             PERSTATUS                      CHAR(1) NOT NULL,
             CLOSEUSER                      CHAR(8),
             CLOSETS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_ACCTPER             *
      ******************************************************************
       01  CLAIMS65.
      *    *************************************************************
           10 PERIODID             PIC X(06).
      *    *************************************************************
           10 PERSTART             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 PEREND               PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 PERSTATUS            PIC X(01).
      *    *************************************************************
           10 CLOSEUSER            PIC X(08).
      *    *************************************************************
           10 CLOSETS              PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS65.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
