      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_JURIS)                             *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6O))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6O)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_JURIS TABLE
           ( JURISCODE                      CHAR(8) NOT NULL,
             JURISDESC                      VARCHAR(40),
             ACKDAYS                        INTEGER NOT NULL,
             DECDAYS                        INTEGER NOT NULL,
             PAYDAYS                        INTEGER NOT NULL,
             WARNDAYS                       INTEGER NOT NULL,
             EFFDATE                        DATE NOT NULL,
             EXPDATE                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_JURIS               *
      ******************************************************************
       01  CLAIMS6O.
      *    *************************************************************
           10 JURISCODE            PIC X(08).
      *    *************************************************************
           10 JURISDESC            PIC N(40) USAGE NATIONAL.
      *    *************************************************************
           10 ACKDAYS              PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 DECDAYS              PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 PAYDAYS              PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 WARNDAYS             PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 EFFDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 EXPDATE              PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6O.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
