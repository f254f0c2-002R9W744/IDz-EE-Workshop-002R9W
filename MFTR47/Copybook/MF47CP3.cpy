             OLDSTATUS                      CHAR(7),
             NEWSTATUS                      CHAR(7),
             OLDADJUSTER                    CHAR(8),
             NEWADJUSTER                    CHAR(8),
             OLDREGION                      CHAR(8),
             NEWREGION                      CHAR(8),
             XFERREASON                     CHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_HIST                *
           10 OLDADJUSTER          PIC X(08).
      *    *************************************************************
           10 NEWADJUSTER          PIC X(08).
      *    *************************************************************
           10 OLDREGION            PIC X(08).
      *    *************************************************************
           10 NEWREGION            PIC X(08).
      *    *************************************************************
           10 XFERREASON           PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6H.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 19 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
