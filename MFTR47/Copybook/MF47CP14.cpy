             PARTYNAME                      VARCHAR(40),
             PARTYADDR                      VARCHAR(60),
             PARTYTAXID                     CHAR(11),
             PARTYTS                        TIMESTAMP NOT NULL,
             PARTYVENDID                    CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_PARTY               *
           10 PARTYTAXID           PIC X(11).
      *    *************************************************************
           10 PARTYTS              PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 PARTYVENDID          PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6A.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
