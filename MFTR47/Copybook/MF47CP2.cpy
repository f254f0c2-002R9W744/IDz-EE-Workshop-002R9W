             ADJUSTER                       CHAR(8),
             EVENTCODE                      CHAR(10),
             CEDED                          CHAR(1),
             REGION                         CHAR(8),
             ORIGCURR                       CHAR(3),
             ORIGPAID                       DECIMAL(11, 2),
             ORIGVALUE1                     DECIMAL(11, 2),
             OCCNUM                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6                     *
           10 CEDED                PIC X(01).
      *    *************************************************************
           10 REGION               PIC X(08).
      *    *************************************************************
           10 ORIGCURR             PIC X(03).
      *    *************************************************************
           10 ORIGPAID             PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 ORIGVALUE1           PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 OCCNUM               PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 22 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
