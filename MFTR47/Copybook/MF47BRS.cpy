      ******************************************************************
      * COPYBOOK  : MF47BRS                                           *
      * REMARK     - COMMAREA LAYOUT PASSED FROM MF47CB1 TO THE CLAIM *
      *              SEARCH (MF47CB9) SO CLAIMS CAN BE FOUND BY PARTY *
      *              NAME PREFIX, TAX ID OR POLICY NUMBER ACROSS THE  *
      *              ACTIVE AND ARCHIVE TABLES, A SCREENFUL AT A      *
      *              TIME. SR-LASTCLM AND SR-LASTSEQ CARRY THE CLAIM  *
      *              AND PARTYSEQ OF THE LAST LINE SHOWN, THE SAME    *
      *              WAY BR-LASTCLM PAGES THE MF47CB4 BROWSE. THE     *
      *              PAGE LINES HOLD THE CLAIMS JUST SHOWN SO A LINE  *
      *              KEYED IN SEL CAN BE OPENED - SR-JUMPOPT AND      *
      *              SR-JUMPCLM HAND MF47CB1 THE OPTION (1 FOR AN     *
      *              ACTIVE CLAIM, A FOR AN ARCHIVED ONE) AND THE     *
      *              CLAIM TO OPEN.                                   *
      ******************************************************************
       01  MF47BSCOMM.
           05 SR-NAME         PIC X(40).
           05 SR-TAXID        PIC X(11).
           05 SR-POLNUM       PIC X(12).
           05 SR-LASTCLM      PIC 9(09) VALUE 0.
           05 SR-LASTSEQ      PIC 9(09) VALUE 0.
           05 SR-PAGE-LINE    OCCURS 10 TIMES.
              10 SR-PAGE-CLM  PIC 9(09).
              10 SR-PAGE-ARCH PIC X(01).
           05 SR-JUMPOPT      PIC X(01) VALUE SPACE.
           05 SR-JUMPCLM      PIC 9(09) VALUE 0.
