      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_AGTSENT)                           *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS68))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS68)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_AGTSENT TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             AGTPOLICY                      CHAR(12) NOT NULL,
             AGTSTATUS                      CHAR(7) NOT NULL,
             AGTADJUSTER                    CHAR(8) NOT NULL,
             AGTPAID                        DECIMAL(11, 2) NOT NULL,
             AGTLASTISS                     DATE,
             AGTSENTTS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_AGTSENT             *
      ******************************************************************
       01  CLAIMS68.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 AGTPOLICY            PIC X(12).
      *    *************************************************************
           10 AGTSTATUS            PIC X(07).
      *    *************************************************************
           10 AGTADJUSTER          PIC X(08).
      *    *************************************************************
           10 AGTPAID              PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 AGTLASTISS           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 AGTSENTTS            PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS68.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
