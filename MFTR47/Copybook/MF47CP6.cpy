             ISSUETS                        TIMESTAMP,
             CLEARTS                        TIMESTAMP,
             PAYEESEQ                       INTEGER,
             DEDAPPLIED                     DECIMAL(11, 2),
             DUEDILTS                       TIMESTAMP,
             STOPTS                         TIMESTAMP,
             ESCHTS                         TIMESTAMP,
             ESCHSTATE                      CHAR(2),
             PAYCOSTTYPE                    CHAR(4),
             PAYCURR                        CHAR(3),
             PAYORIGAMT                     DECIMAL(11, 2),
             PAYRATE                        DECIMAL(15, 8),
             PAYPERIOD                      CHAR(6),
             PAYGLTS                        TIMESTAMP,
             PAYCHGTS                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_PAY                 *
           10 PAYEESEQ             PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 DEDAPPLIED           PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 DUEDILTS             PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 STOPTS               PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 ESCHTS               PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 ESCHSTATE            PIC X(02).
      *    *************************************************************
           10 PAYCOSTTYPE          PIC X(04).
      *    *************************************************************
           10 PAYCURR              PIC X(03).
      *    *************************************************************
           10 PAYORIGAMT           PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 PAYRATE              PIC S9(7)V9(8) USAGE COMP-3.
      *    *************************************************************
           10 PAYPERIOD            PIC X(06).
      *    *************************************************************
           10 PAYGLTS              PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 PAYCHGTS             PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6P.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 26 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 26      *
      ******************************************************************
