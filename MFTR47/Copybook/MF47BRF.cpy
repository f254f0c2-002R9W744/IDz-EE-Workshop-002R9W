      ******************************************************************
      * COPYBOOK  : MF47BRF                                           *
      * REMARK     - FIRST-NOTICE-OF-LOSS MESSAGES EXCHANGED WITH THE *
      *              CUSTOMER WEB PORTAL OVER MQ. THE PORTAL PUTS ONE *
      *              MF47BFNOL REQUEST PER LOSS REPORTED; MF47CB10    *
      *              ADDS THE CLAIM THE WAY OPTION 2 DOES AND ANSWERS *
      *              WITH ONE MF47BFRPY REPLY CORRELATED TO THE       *
      *              REQUEST'S MESSAGE ID - THE CLAIM NUMBER ASSIGNED *
      *              (FR-OUTCOME A) OR THE REASON IT WAS TURNED AWAY  *
      *              (R) OR COULD NOT BE PROCESSED (E). ALL FIELDS    *
      *              ARE CHARACTER SO THE CHANNEL CAN CONVERT THEM.   *
      *              FN-PORTALREF IS THE PORTAL'S OWN REFERENCE FOR   *
      *              THE REPORT AND IS ECHOED ON THE REPLY; A REPORT  *
      *              RESENT UNDER A REFERENCE ALREADY ADDED GETS THE  *
      *              ORIGINAL CLAIM NUMBER BACK, NOT A SECOND CLAIM.  *
      ******************************************************************
       01  MF47BFNOL.
           05 FN-MSGTYPE      PIC X(04).
              88 FN-IS-FNOL           VALUE 'FNOL'.
           05 FN-VERSION      PIC X(02).
              88 FN-VERSION-OK        VALUE '01'.
           05 FN-PORTALREF    PIC X(20).
           05 FN-POLICYNUM    PIC X(12).
           05 FN-LOSSDATE     PIC X(10).
           05 FN-CAUSE        PIC X(10).
           05 FN-ESTVALUE     PIC 9(09)V9(2).
           05 FN-CURRCODE     PIC X(03).
           05 FN-DESCRIPTION  PIC X(60).
           05 FN-CLAIMANT     PIC X(40).
           05 FN-CLMADDR      PIC X(60).
           05 FN-CLMTAXID     PIC X(11).
           05 FN-EVENTCODE    PIC X(10).
       01  MF47BFRPY.
           05 FR-MSGTYPE      PIC X(04) VALUE 'FNOR'.
           05 FR-VERSION      PIC X(02) VALUE '01'.
           05 FR-PORTALREF    PIC X(20).
           05 FR-OUTCOME      PIC X(01).
              88 FR-ADDED             VALUE 'A'.
              88 FR-REJECTED          VALUE 'R'.
              88 FR-FAILED            VALUE 'E'.
           05 FR-CLAIMNUMBER  PIC 9(09).
           05 FR-REASON       PIC X(60).
