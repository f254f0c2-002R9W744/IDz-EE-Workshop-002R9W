      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_OCCUR)                             *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6J))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6J)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_OCCUR TABLE
           ( OCCNUM                         INTEGER NOT NULL,
             POLICYNUM                      CHAR(12) NOT NULL,
             OCCDATE                        DATE NOT NULL,
             OCCDESC                        VARCHAR(60),
             OCCUSER                        CHAR(8) NOT NULL,
             OCCTS                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_OCCUR               *
      ******************************************************************
       01  CLAIMS6J.
      *    *************************************************************
           10 OCCNUM               PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 POLICYNUM            PIC X(12).
      *    *************************************************************
           10 OCCDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 OCCDESC              PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 OCCUSER              PIC X(08).
      *    *************************************************************
           10 OCCTS                PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6J.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
