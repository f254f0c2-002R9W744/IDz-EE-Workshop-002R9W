           ( CLAIMNUMBER                    INTEGER NOT NULL,
             LINESEQ                        INTEGER NOT NULL,
             LINECAUSE                      VARCHAR(255),
             LINEAMT                        DECIMAL(11, 2),
             LINECURR                       CHAR(3),
             LINEORIGAMT                    DECIMAL(11, 2),
             LINERATE                       DECIMAL(15, 8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_LINES                *
           10 LINECAUSE            PIC N(255) USAGE NATIONAL.
      *    *************************************************************
           10 LINEAMT              PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 LINECURR             PIC X(03).
      *    *************************************************************
           10 LINEORIGAMT          PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 LINERATE             PIC S9(7)V9(8) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6L.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
