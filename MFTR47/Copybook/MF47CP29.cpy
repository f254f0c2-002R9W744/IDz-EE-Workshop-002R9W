      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_SIU)                               *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS61))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS61)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_SIU TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             SIUREFDT                       DATE NOT NULL,
             SIUSTATUS                      CHAR(6) NOT NULL,
             SIUUSER                        CHAR(8) NOT NULL,
             SIUTS                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_SIU                 *
      ******************************************************************
       01  CLAIMS61.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SIUREFDT             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SIUSTATUS            PIC X(06).
      *    *************************************************************
           10 SIUUSER              PIC X(08).
      *    *************************************************************
           10 SIUTS                PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS61.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
