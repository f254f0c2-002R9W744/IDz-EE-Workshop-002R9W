             EXPDATE                        DATE NOT NULL,
             COVLIMIT                       DECIMAL(11, 2) NOT NULL,
             POLSTATUS                      CHAR(8) NOT NULL,
             DEDUCTIBLE                     DECIMAL(11, 2),
             OCCLIMIT                       DECIMAL(11, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_POLICY              *
           10 POLSTATUS            PIC X(08).
      *    *************************************************************
           10 DEDUCTIBLE           PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 OCCLIMIT             PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6Y.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
