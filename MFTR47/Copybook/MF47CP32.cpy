      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_SEVERITY)                          *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS64))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS64)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_SEVERITY TABLE
           ( SEVCAUSE                       CHAR(10) NOT NULL,
             SEVREGION                      CHAR(8) NOT NULL,
             AVGSEV                         DECIMAL(11, 2) NOT NULL,
             SEVCOUNT                       INTEGER NOT NULL,
             SEVUSER                        CHAR(8) NOT NULL,
             SEVTS                          TIMESTAMP NOT NULL,
             PROPSEV                        DECIMAL(11, 2),
             PROPCOUNT                      INTEGER,
             PROPTS                         TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_SEVERITY            *
      ******************************************************************
       01  CLAIMS64.
      *    *************************************************************
           10 SEVCAUSE             PIC X(10).
      *    *************************************************************
           10 SEVREGION            PIC X(08).
      *    *************************************************************
           10 AVGSEV               PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 SEVCOUNT             PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SEVUSER              PIC X(08).
      *    *************************************************************
           10 SEVTS                PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 PROPSEV              PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 PROPCOUNT            PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 PROPTS               PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS64.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
