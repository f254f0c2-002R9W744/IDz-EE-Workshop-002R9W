      ******************************************************************
      * COPYBOOK  : MF47BRD                                           *
      * REMARK     - COMMAREA LAYOUT PASSED FROM MF47CB1 TO THE CLAIM *
      *              DOCUMENT LIST (MF47CB8) SO A CLAIM'S CLAIMS6_DOC *
      *              IMAGING INDEX ROWS CAN BE PAGED A SCREENFUL AT A *
      *              TIME, IN SCAN-DATE ORDER. DC-LASTDATE AND        *
      *              DC-LASTDOC CARRY THE SCAN DATE AND DOCUMENT ID   *
      *              OF THE LAST DOCUMENT SHOWN, THE SAME WAY         *
      *              NO-LASTSEQ CARRIES THE LAST NOTESEQ ON THE       *
      *              MF47CB6 DIARY BROWSE.                            *
      ******************************************************************
       01  MF47BDCOMM.
           05 DC-CLAIMNUM     PIC 9(09).
           05 DC-LASTDATE     PIC X(10).
           05 DC-LASTDOC      PIC X(20).
