             RECOVTYPE                      CHAR(10) NOT NULL,
             RECOVREASON                    CHAR(30) NOT NULL,
             RECOVUSER                      CHAR(8) NOT NULL,
             RECOVTS                        TIMESTAMP NOT NULL,
             RECOVPERIOD                    CHAR(6),
             RECOVGLTS                      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_RECOV               *
           10 RECOVUSER            PIC X(08).
      *    *************************************************************
           10 RECOVTS              PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 RECOVPERIOD          PIC X(06).
      *    *************************************************************
           10 RECOVGLTS            PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6V.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
