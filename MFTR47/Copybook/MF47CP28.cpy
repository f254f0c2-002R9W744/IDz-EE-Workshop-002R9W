      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_ACCESS)                            *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6Z))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6Z)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_ACCESS TABLE
           ( ACCUSER                        CHAR(8) NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             ACCOPT                         CHAR(1) NOT NULL,
             ACCTS                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_ACCESS              *
      ******************************************************************
       01  CLAIMS6Z.
      *    *************************************************************
           10 ACCUSER              PIC X(08).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 ACCOPT               PIC X(01).
      *    *************************************************************
           10 ACCTS                PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6Z.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
