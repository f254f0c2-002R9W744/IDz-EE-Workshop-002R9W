      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_DOC)                               *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6I))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6I)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_DOC TABLE
           ( DOCID                          CHAR(20) NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             DOCTYPE                        CHAR(8) NOT NULL,
             SCANDATE                       DATE NOT NULL,
             DOCLOADTS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_DOC                 *
      ******************************************************************
       01  CLAIMS6I.
      *    *************************************************************
           10 DOCID                PIC X(20).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 DOCTYPE              PIC X(08).
      *    *************************************************************
           10 SCANDATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 DOCLOADTS            PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6I.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
