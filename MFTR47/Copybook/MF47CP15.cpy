           ( USERID                         CHAR(8) NOT NULL,
             USERROLE                       CHAR(10) NOT NULL,
             AUTHLIMIT                      DECIMAL(11, 2) NOT NULL,
             USERREGION                     CHAR(8),
             USERXRGN                       CHAR(1),
             USERPRIV                       CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_USERAUTH            *
           10 AUTHLIMIT            PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 USERREGION           PIC X(08).
      *    *************************************************************
           10 USERXRGN             PIC X(01).
      *    *************************************************************
           10 USERPRIV             PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6U.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
