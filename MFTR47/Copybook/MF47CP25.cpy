      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_VENDOR)                            *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6B))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6B)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_VENDOR TABLE
           ( VENDORID                       CHAR(10) NOT NULL,
             VENDNAME                       VARCHAR(40) NOT NULL,
             VENDADDR                       VARCHAR(60) NOT NULL,
             VENDTIN                        CHAR(11) NOT NULL,
             VENDPMETH                      CHAR(10) NOT NULL,
             VENDSTATUS                     CHAR(1) NOT NULL,
             VENDUSER                       CHAR(8) NOT NULL,
             VENDTS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_VENDOR              *
      ******************************************************************
       01  CLAIMS6B.
      *    *************************************************************
           10 VENDORID             PIC X(10).
      *    *************************************************************
           10 VENDNAME             PIC N(40) USAGE NATIONAL.
      *    *************************************************************
           10 VENDADDR             PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 VENDTIN              PIC X(11).
      *    *************************************************************
           10 VENDPMETH            PIC X(10).
      *    *************************************************************
           10 VENDSTATUS           PIC X(01).
      *    *************************************************************
           10 VENDUSER             PIC X(08).
      *    *************************************************************
           10 VENDTS               PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6B.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
