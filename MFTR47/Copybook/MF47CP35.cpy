      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_PAYSCHED)                          *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS67))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS67)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_PAYSCHED TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             SCHSEQ                         INTEGER NOT NULL,
             SCHAMT                         DECIMAL(11, 2) NOT NULL,
             SCHPMETH                       CHAR(10) NOT NULL,
             SCHPAYREF                      CHAR(16) NOT NULL,
             SCHPAYEESEQ                    INTEGER,
             SCHVENDID                      CHAR(10),
             SCHCOSTTYPE                    CHAR(10) NOT NULL,
             SCHFREQ                        CHAR(1) NOT NULL,
             SCHSTART                       DATE NOT NULL,
             SCHEND                         DATE,
             SCHCOUNT                       INTEGER,
             SCHNEXTDUE                     DATE NOT NULL,
             SCHMADE                        INTEGER NOT NULL,
             SCHSKIPPED                     INTEGER NOT NULL,
             SCHSTATUS                      CHAR(1) NOT NULL,
             SCHSTOPRSN                     CHAR(30),
             SCHUSER                        CHAR(8) NOT NULL,
             SCHTS                          TIMESTAMP NOT NULL,
             SCHLASTTS                      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_PAYSCHED            *
      ******************************************************************
       01  CLAIMS67.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SCHSEQ               PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SCHAMT               PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 SCHPMETH             PIC X(10).
      *    *************************************************************
           10 SCHPAYREF            PIC X(16).
      *    *************************************************************
           10 SCHPAYEESEQ          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SCHVENDID            PIC X(10).
      *    *************************************************************
           10 SCHCOSTTYPE          PIC X(10).
      *    *************************************************************
           10 SCHFREQ              PIC X(01).
      *    *************************************************************
           10 SCHSTART             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SCHEND               PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SCHCOUNT             PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SCHNEXTDUE           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SCHMADE              PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SCHSKIPPED           PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SCHSTATUS            PIC X(01).
      *    *************************************************************
           10 SCHSTOPRSN           PIC X(30).
      *    *************************************************************
           10 SCHUSER              PIC X(08).
      *    *************************************************************
           10 SCHTS                PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 SCHLASTTS            PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS67.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 20 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
