      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_FNOLLOG)                           *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS62))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS62)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_FNOLLOG TABLE
           ( PORTALREF                      CHAR(20) NOT NULL,
             CLAIMNUMBER                    INTEGER,
             FNOLOUTCOME                    CHAR(1) NOT NULL,
             FNOLREASON                     CHAR(60) NOT NULL,
             FNOLTS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_FNOLLOG             *
      ******************************************************************
       01  CLAIMS62.
      *    *************************************************************
           10 PORTALREF            PIC X(20).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 FNOLOUTCOME          PIC X(01).
      *    *************************************************************
           10 FNOLREASON           PIC X(60).
      *    *************************************************************
           10 FNOLTS               PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS62.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
