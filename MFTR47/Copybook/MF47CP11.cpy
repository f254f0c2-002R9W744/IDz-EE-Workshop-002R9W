             RESVAMT                        DECIMAL(11, 2) NOT NULL,
             RESVREASON                     CHAR(30) NOT NULL,
             RESVUSER                       CHAR(8) NOT NULL,
             RESVTS                         TIMESTAMP NOT NULL,
             RESVCOSTTYPE                   CHAR(4),
             RESVPERIOD                     CHAR(6),
             RESVGLTS                       TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_RESV                *
           10 RESVUSER             PIC X(08).
      *    *************************************************************
           10 RESVTS               PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 RESVCOSTTYPE         PIC X(04).
      *    *************************************************************
           10 RESVPERIOD           PIC X(06).
      *    *************************************************************
           10 RESVGLTS             PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6R.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
