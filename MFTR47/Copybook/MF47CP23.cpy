      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_FXRATE)                            *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6Q))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6Q)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_FXRATE TABLE
           ( CURRCODE                       CHAR(3) NOT NULL,
             RATEDATE                       DATE NOT NULL,
             BOOKRATE                       DECIMAL(15, 8) NOT NULL,
             RATELOADTS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_FXRATE              *
      ******************************************************************
       01  CLAIMS6Q.
      *    *************************************************************
           10 CURRCODE             PIC X(03).
      *    *************************************************************
           10 RATEDATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 BOOKRATE             PIC S9(7)V9(8) USAGE COMP-3.
      *    *************************************************************
           10 RATELOADTS           PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6Q.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
