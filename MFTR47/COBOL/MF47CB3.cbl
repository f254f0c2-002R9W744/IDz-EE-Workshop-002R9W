       01 WS-ROLE-SW        PIC X(01).
           88 WS-IS-SUPERVISOR         VALUE 'Y'.
           88 WS-NOT-SUPERVISOR        VALUE 'N'.
      *    TAX IDS ARE SHOWN MASKED TO ALL BUT A USER WITH THE
      *    PRIVACY INDICATOR (USERPRIV) SET
       01 WS-PRIV-SW        PIC X(01).
           88 WS-IS-PRIVACY            VALUE 'Y'.
           88 WS-NOT-PRIVACY           VALUE 'N'.
       01 WS-CURR-APPR      PIC X(01).
       01 WS-APPR-IND       PIC S9(4) USAGE COMP-5.
       01 WS-HELD-CNT       PIC 9(02) VALUE 0.
       01 WS-RECOV-IND      PIC S9(4) USAGE COMP-5.
       01 WS-OLD-ADJ        PIC X(08).
       01 WS-OLD-ADJ-IND    PIC S9(4) USAGE COMP-5.
      *    THE RECEIVING ADJUSTER ON A REASSIGNMENT MUST HOLD A
      *    CURRENT LICENCE FOR THE CLAIM'S REGION ON CLAIMS6_ADJLIC
       01 WS-LIC-COUNT      PIC S9(9) USAGE COMP-5.
       01 WS-PAYEE-IND      PIC S9(4) USAGE COMP-5.
       01 WS-POLINQ-EFF-D   PIC X(10).
       01 WS-POLINQ-EXP-D   PIC X(10).
       01 WS-NOTE-TS-D      PIC X(26).
       01 WS-NOTE-SEQ-D     PIC 9(03).
       01 WS-NOTE-TEXT-D    PIC X(255).
      *    COST TYPE OF THE PAYMENT OR RESERVE MOVEMENT BEING POSTED -
      *    IND (INDEMNITY), ALAE (DEFENSE EXPENSE) OR ADJ (ADJUSTING
      *    EXPENSE) - AND THE PER-TYPE TOTALS SHOWN ON THE OPTION-1
      *    INQUIRY BY 2450-SHOW-COSTTYPE-PARA
       01 WS-CTYPE-IND      PIC S9(4) USAGE COMP-5.
       01 WS-CT-CNT         PIC 9(02) VALUE 0.
       01 WS-CT-CODE        PIC X(04).
       01 WS-CT-LABEL       PIC X(10).
       01 WS-CT-PAID        PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CT-PAID-IND    PIC S9(4) USAGE COMP-5.
       01 WS-CT-RESV        PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CT-RESV-IND    PIC S9(4) USAGE COMP-5.
       01 WS-CT-PAID-D      PIC -ZZZZZZZZ9.99.
       01 WS-CT-RESV-D      PIC -ZZZZZZZZ9.99.
       01 WS-POLEXP-VALUE   PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-POLEXP-IND     PIC S9(4) USAGE COMP-5.
      *    LITIGATION (OPTION L) - NULL INDICATORS FOR THE SUIT ROW'S
      *    OPTIONAL COLUMNS, THE COUNSEL PARTY BEING ADDED OR LOOKED
      *    UP BY 8840/8860, AND DISPLAY FIELDS FOR THE SUIT LINES
       01 WS-PLTF-IND       PIC S9(4) USAGE COMP-5.
       01 WS-DEF-IND        PIC S9(4) USAGE COMP-5.
       01 WS-SRVDT-IND      PIC S9(4) USAGE COMP-5.
       01 WS-TRLDT-IND      PIC S9(4) USAGE COMP-5.
       01 WS-NXTDT-IND      PIC S9(4) USAGE COMP-5.
       01 WS-NXTDS-IND      PIC S9(4) USAGE COMP-5.
       01 WS-OUTCM-IND      PIC S9(4) USAGE COMP-5.
       01 WS-OUTDT-IND      PIC S9(4) USAGE COMP-5.
       01 WS-SUIT-PTY-ROLE  PIC X(10).
       01 WS-SUIT-PTY-NAME  PIC X(40).
       01 WS-SUIT-PTY-SEQ   PIC S9(9) USAGE COMP-5.
       01 WS-SUIT-PTY-IND   PIC S9(4) USAGE COMP-5.
       01 WS-SUIT-PARTY-D   PIC X(40).
       01 WS-SUIT-DATE-D    PIC X(10).
       01 WS-SUIT-DATE2-D   PIC X(10).
      *    FOREIGN CURRENCY - A CLAIM ADDED IN ANOTHER CURRENCY KEEPS
      *    ITS KEYED AMOUNTS AS ORIGPAID/ORIGVALUE1, AND ITS LINES AND
      *    PAYMENTS KEEP THEIR KEYED AMOUNT AND THE RATE USED. THE
      *    BOOK-CURRENCY COLUMNS (PAID, VALUE1, LINEAMT, PAYAMT) ARE
      *    CONVERTED AT THE RATE IN FORCE ON THE POSTING DATE, SO THE
      *    REPORTS AND THE GENERAL LEDGER FEED NEVER SEE FOREIGN MONEY
       01 WS-BOOK-CURR      PIC X(03) VALUE 'USD'.
       01 WS-FX-CURR        PIC X(03).
       01 WS-FX-RATE        PIC S9(7)V9(8) USAGE COMP-3.
       01 WS-FX-IND         PIC S9(4) USAGE COMP-5.
       01 WS-FX-AMT-IND     PIC S9(4) USAGE COMP-5.
       01 WS-FX-AMT2-IND    PIC S9(4) USAGE COMP-5.
       01 WS-FX-OK-SW       PIC X(01) VALUE 'Y'.
           88 WS-FX-OK                 VALUE 'Y'.
           88 WS-FX-FAILED             VALUE 'N'.
       01 WS-FX-AMT-D       PIC -9(09).99.
      *    VENDOR MASTER - A REPEAT PAYEE KEYED BY VENDOR ID ON A
      *    PAYMENT (OPTION 7) OR MAINTAINED ON OPTION M. A SUSPENDED
      *    VENDOR IS REFUSED AT POSTING WHETHER KEYED BY VENDOR ID OR
      *    BY THE PARTY SEQUENCE IT IS LINKED TO ON THE CLAIM
       01 WS-VEND-KEY-SW    PIC X(01) VALUE 'N'.
           88 WS-VEND-KEYED            VALUE 'Y'.
           88 WS-VEND-NOT-KEYED        VALUE 'N'.
       01 WS-VEND-FOUND-SW  PIC X(01) VALUE 'N'.
           88 WS-VEND-FOUND            VALUE 'Y'.
           88 WS-VEND-NOT-FOUND        VALUE 'N'.
       01 WS-VEND-SUSP-COUNT PIC S9(9) USAGE COMP-5.
       01 WS-VEND-PTY-COUNT PIC S9(9) USAGE COMP-5.
       01 WS-VEND-PTY-D     PIC ZZZZZZZZ9.
       01 WS-VEND-NAME-D    PIC X(40).
       01 WS-VEND-ADDR-D    PIC X(60).
       01 WS-VEND-TS-D      PIC X(26).
       01 WS-VEND-STATUS-D  PIC X(09).
       01 WS-VEND-TIN-D     PIC X(11).
       01 WS-VEND-TIN-LEN   PIC S9(4) USAGE COMP-5.
      *    THE OPTION A VIEW OF A CLAIM IS RECORDED ON THE ACCESS LOG
      *    BY 9760-WRITE-ACCESS-PARA UNDER THIS OPTION CODE
       01 WS-ACC-OPT        PIC X(01).
      *    OCCURRENCES - THE CLAIMS ONE ACCIDENT PRODUCES, GROUPED UNDER
      *    ONE OCCURRENCE NUMBER ON THE ADD OR ON OPTION O. THE POLICY'S
      *    PER-OCCURRENCE LIMIT (OCCLIMIT, NULL FOR NONE) IS CHECKED
      *    WHEN A CLAIM JOINS THE GROUP AND WHEN AN INDEMNITY PAYMENT
      *    IS POSTED TO ONE OF ITS CLAIMS
       01 WS-OCC-IND        PIC S9(4) USAGE COMP-5.
       01 WS-OCC-DESC-IND   PIC S9(4) USAGE COMP-5.
       01 WS-OCC-FOUND-SW   PIC X(01) VALUE 'N'.
           88 WS-OCC-FOUND             VALUE 'Y'.
           88 WS-OCC-NOT-FOUND         VALUE 'N'.
       01 WS-OCC-CLM-SW     PIC X(01) VALUE 'N'.
           88 WS-OCC-CLM-FOUND         VALUE 'Y'.
           88 WS-OCC-CLM-NOT-FOUND     VALUE 'N'.
       01 WS-OCC-OK-SW      PIC X(01) VALUE 'Y'.
           88 WS-OCC-OK                VALUE 'Y'.
           88 WS-OCC-FAILED            VALUE 'N'.
       01 WS-OCC-LIMIT      PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-OCC-LIM-IND    PIC S9(4) USAGE COMP-5.
       01 WS-OCC-EXCL-CLAIM PIC S9(9) USAGE COMP-5.
       01 WS-OCC-ADD-VALUE  PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-OCC-INCURRED   PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-OCC-INC-IND    PIC S9(4) USAGE COMP-5.
       01 WS-OCC-EXPENSE    PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-OCC-EXP-IND    PIC S9(4) USAGE COMP-5.
       01 WS-OCC-PAID       PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-OCC-PAID-IND   PIC S9(4) USAGE COMP-5.
       01 WS-OCC-RESV       PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-OCC-RESV-IND   PIC S9(4) USAGE COMP-5.
       01 WS-OCC-COUNT      PIC S9(9) USAGE COMP-5.
       01 WS-OCC-CLM-STATUS PIC X(07).
       01 WS-OCC-CLM-POLNUM PIC X(12).
       01 WS-OCC-CLM-VALUE1 PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-OCC-CLM-RESV   PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-OCC-CLM-PAID   PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-OCC-CNT        PIC 9(02) VALUE 0.
       01 WS-OCC-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-OCC-EOF               VALUE 'Y'.
       01 WS-OCC-NUM-D      PIC 9(09).
       01 WS-OCC-CLM-D      PIC 9(09).
       01 WS-OCC-CNT-D      PIC ZZ9.
       01 WS-OCC-LIM-D      PIC -ZZZZZZZZ9.99.
       01 WS-OCC-LIM-X      PIC X(13).
       01 WS-OCC-RESV-D     PIC -ZZZZZZZZZZ9.99.
       01 WS-OCC-PAID-D     PIC -ZZZZZZZZZZ9.99.
       01 WS-OCC-DATE-D     PIC X(10).
       01 WS-OCC-DESC-D     PIC X(50).
      *    THE CAUSE SEVERITY ON MFTR47.CLAIMS6_SEVERITY - CHECKED
      *    AGAINST A NEW CLAIM'S VALUE ON THE ADD, AND LISTED AND
      *    APPROVED ON OPTION C ACTION S AFTER MF47B38 PROPOSES NEW
      *    FIGURES
       01 WS-SEV-REGION     PIC X(08).
       01 WS-SEV-PROP-IND   PIC S9(4) USAGE COMP-5.
       01 WS-SEV-CNT        PIC 9(02) VALUE 0.
       01 WS-SEV-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-SEV-EOF               VALUE 'Y'.
       01 WS-SEV-NOW-D      PIC -ZZZZZZZZ9.99.
       01 WS-SEV-NEW-D      PIC -ZZZZZZZZ9.99.
       01 WS-SEV-N-D        PIC ZZZZ9.
       01 WS-SEV-APPR-D     PIC ZZ9.
      *    THE ACCOUNTING PERIOD A PAYMENT, RESERVE CHANGE OR RECOVERY
      *    POSTS IN - THE ONE COVERING TODAY, WHICH MUST STILL BE OPEN
      *    ON CLAIMS6_ACCTPER. SET BY 9450-CHECK-PERIOD-PARA
       01 WS-POST-PERIOD    PIC X(06).
       01 WS-PERIOD-SW      PIC X(01) VALUE 'N'.
           88 WS-PERIOD-OPEN           VALUE 'Y'.
           88 WS-PERIOD-SHUT           VALUE 'N'.
      *    RECURRING PAYMENT SCHEDULES ON MFTR47.CLAIMS6_PAYSCHED -
      *    ADDED, CANCELLED AND LISTED ON OPTION K, STOPPED HERE WHEN
      *    THE CLAIM CLOSES OR IS VOIDED, AND PAID OUT BY MF47B41
       01 WS-SCHED-END-IND  PIC S9(4) USAGE COMP-5.
       01 WS-SCHED-CNT-IND  PIC S9(4) USAGE COMP-5.
       01 WS-SCHED-PTY-IND  PIC S9(4) USAGE COMP-5.
       01 WS-SCHED-VEND-IND PIC S9(4) USAGE COMP-5.
       01 WS-SCHED-STOPRSN  PIC X(30).
       01 WS-SCHED-CNT      PIC 9(02) VALUE 0.
       01 WS-SCHED-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-SCHED-EOF             VALUE 'Y'.
       01 WS-SCHED-NEXT-D   PIC X(10).
       01 WS-SCHED-END-D    PIC X(10).
       01 WS-SCHED-SEQ-D    PIC ZZ9.
       01 WS-SCHED-AMT-D    PIC ZZZZZZZZ9.99.
       01 WS-SCHED-MADE-D   PIC ZZ9.
       01 WS-SCHED-SKIP-D   PIC ZZ9.
       01 WS-SCHED-COUNT-D  PIC ZZ9.
       01 WS-SCHED-STAT-D   PIC X(09).
       01 WS-SCHED-TERM-D   PIC X(14).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP21
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP22
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP23
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP25
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP26
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP28
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP32
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP33
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP34
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP35
           END-EXEC.
       LINKAGE SECTION.
           COPY MF47BMS.
      ****************************************************************
      *    A REASSIGNMENT (CHGTYPE T)
           MOVE SPACES TO OLDADJUSTER.
           MOVE SPACES TO NEWADJUSTER.
      *    AND THE REGION COLUMNS AND REASON ONLY ON A REGION
      *    TRANSFER (CHGTYPE X)
           MOVE SPACES TO OLDREGION.
           MOVE SPACES TO NEWREGION.
           MOVE SPACES TO XFERREASON.
      *    EVERY PATH THAT HOLDS, APPROVES OR OVERRIDES WORKS FROM
      *    THE SIGNED-ON USER'S AUTHORITY ROW - FETCH IT ONCE HERE
           PERFORM 9400-FETCH-AUTH-PARA.
                    PERFORM 8300-EVENT-ADD-DATA
               WHEN 'V'
                    PERFORM 7500-RECOVERY-DATA
               WHEN 'L'
                    PERFORM 8800-LITIGATION-DATA
               WHEN 'M'
                    PERFORM 8900-VENDOR-MAINT-DATA
               WHEN 'O'
                    PERFORM 6500-OCCURRENCE-DATA
               WHEN 'K'
                    PERFORM 7800-SCHEDULE-DATA
               WHEN 'X'
                    PERFORM 4700-TRANSFER-DATA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           MOVE SPACES TO EVENTO.
           MOVE 0 TO RECOVO.
           MOVE 0 TO POLLIMO.
           MOVE SPACES TO ORIGCURO.
           MOVE 0 TO ORIGPDO.
           MOVE 0 TO ORIGVALO.
           MOVE SPACES TO OCCO.

           MOVE claimNumI                TO CLAIMNUMBER
           DISPLAY 'CLAIM NUMBER:' claimNumI
                       ,RESERVEAMT
                       ,ADJUSTER
                       ,EVENTCODE
                       ,ORIGCURR
                       ,ORIGPAID
                       ,ORIGVALUE1
                       ,OCCNUM
                  INTO  :CLAIMDATE
                       ,:PAID
                       ,:VALUE1
                       ,:RESERVEAMT :WS-RESV-IND
                       ,:ADJUSTER :WS-ADJ-IND
                       ,:CLAIMS6.EVENTCODE :WS-EVENT-IND
                       ,:ORIGCURR :WS-FX-IND
                       ,:ORIGPAID :WS-FX-AMT-IND
                       ,:ORIGVALUE1 :WS-FX-AMT2-IND
                       ,:CLAIMS6.OCCNUM :WS-OCC-IND
                  FROM   MFTR47.CLAIMS6
                 WHERE  CLAIMNUMBER = :CLAIMNUMBER
            END-EXEC.
                      IF WS-EVENT-IND >= 0
                         MOVE EVENTCODE OF CLAIMS6 TO EVENTO
                      END-IF
                      IF WS-OCC-IND >= 0
                         MOVE OCCNUM OF CLAIMS6 TO OCCO
                      END-IF
                      PERFORM 2050-SHOW-ORIG-CURR-PARA
                      PERFORM 2100-COMPUTE-AGE-PARA
                      PERFORM 2200-SHOW-POLICY-PARA
                      PERFORM 2300-SHOW-CLAIMANT-PARA
                      PERFORM 2400-SHOW-RECOV-PARA
                      PERFORM 2450-SHOW-COSTTYPE-PARA
                      MOVE '1'               TO WS-ACC-OPT
                      PERFORM 9760-WRITE-ACCESS-PARA
                      MOVE 'CLAIM FOUND SUCCESSFULLY' TO MSGO
                WHEN 100
                     MOVE 'CLAIM NOT FOUND'        TO MSGO
                     PERFORM 9800-WRITE-DIAGLOG-PARA
            END-EVALUATE.
      ******************************************************************
      *    A FOREIGN-CURRENCY CLAIM ALSO SHOWS ITS CURRENCY AND THE    **
      *    PAID AND VALUE FIGURES IN THAT CURRENCY; A BOOK-CURRENCY    **
      *    CLAIM LEAVES THEM BLANK                                     **
      ******************************************************************
       2050-SHOW-ORIG-CURR-PARA.
      *
           IF WS-FX-IND >= 0
              MOVE ORIGCURR          TO ORIGCURO
              IF WS-FX-AMT-IND >= 0
                 MOVE ORIGPAID       TO ORIGPDO
              END-IF
              IF WS-FX-AMT2-IND >= 0
                 MOVE ORIGVALUE1     TO ORIGVALO
              END-IF
           END-IF.
      ******************************************************************
      *    COMPUTE THE CLAIM'S AGE IN DAYS FROM CLAIMDATE TO TODAY     **
      ******************************************************************
       2100-COMPUTE-AGE-PARA.
           END-IF.
           MOVE WS-RECOV-TOT TO RECOVO.
      ******************************************************************
      *   SHOW THE CLAIM'S MONEY SPLIT BY COST TYPE IN THE LIST AREA   **
      *   OF THE OPTION-1 INQUIRY - ONE LINE EACH FOR INDEMNITY,       **
      *   DEFENSE EXPENSE (ALAE) AND ADJUSTING EXPENSE, GIVING WHAT    **
      *   HAS BEEN PAID AND THE NET RESERVE MOVEMENTS POSTED. PAID     **
      *   AND VALUE1 ON THE CLAIM STAY THE ALL-IN FIGURES              **
      ******************************************************************
       2450-SHOW-COSTTYPE-PARA.
      *
           MOVE 0            TO WS-CT-CNT.
           MOVE 'IND'        TO WS-CT-CODE.
           MOVE 'INDEMNITY'  TO WS-CT-LABEL.
           PERFORM 2460-SUM-COSTTYPE-PARA.
           MOVE 'ALAE'       TO WS-CT-CODE.
           MOVE 'ALAE'       TO WS-CT-LABEL.
           PERFORM 2460-SUM-COSTTYPE-PARA.
           MOVE 'ADJ'        TO WS-CT-CODE.
           MOVE 'ADJUSTING'  TO WS-CT-LABEL.
           PERFORM 2460-SUM-COSTTYPE-PARA.
           MOVE WS-CT-CNT    TO BRWCNTO.
      ******************************************************************
      *   SUM ONE COST TYPE'S PAYMENTS AND RESERVE MOVEMENTS. ROWS     **
      *   FROM BEFORE COST TYPES WERE CARRIED COUNT AS INDEMNITY, AND  **
      *   PAID IS SUMMED THE WAY 7100-ROLLUP-PAY-PARA SUMS IT          **
      ******************************************************************
       2460-SUM-COSTTYPE-PARA.
      *
           MOVE 0 TO WS-CT-PAID.
           MOVE 0 TO WS-CT-RESV.
           EXEC SQL
                SELECT SUM(PAYAMT)
                  INTO :WS-CT-PAID :WS-CT-PAID-IND
                  FROM MFTR47.CLAIMS6_PAY
                 WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                   AND COALESCE(PAYCOSTTYPE, 'IND') = :WS-CT-CODE
                   AND COALESCE(DISBSTAT, ' ') NOT IN ('P', 'U')
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-CT-PAID-IND < 0
              MOVE 0 TO WS-CT-PAID
           END-IF.
           EXEC SQL
                SELECT SUM(RESVAMT)
                  INTO :WS-CT-RESV :WS-CT-RESV-IND
                  FROM MFTR47.CLAIMS6_RESV
                 WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                   AND COALESCE(RESVCOSTTYPE, 'IND') = :WS-CT-CODE
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-CT-RESV-IND < 0
              MOVE 0 TO WS-CT-RESV
           END-IF.
           ADD 1                 TO WS-CT-CNT.
           MOVE WS-CT-PAID       TO WS-CT-PAID-D.
           MOVE WS-CT-RESV       TO WS-CT-RESV-D.
           STRING WS-CT-LABEL    DELIMITED BY SIZE
                  ' PAID='       DELIMITED BY SIZE
                  WS-CT-PAID-D   DELIMITED BY SIZE
                  ' RESERVE ADJ=' DELIMITED BY SIZE
                  WS-CT-RESV-D   DELIMITED BY SIZE
             INTO BRWLNO(WS-CT-CNT)
           END-STRING.
      ******************************************************************
      *   READ-ONLY INQUIRY AGAINST THE CLAIM ARCHIVE (OPTION A) -     *
      *   SAME DISPLAY AS 2000-SELECT-DATA BUT FROM CLAIMS6_ARCH,      *
      *   WHERE MF47B08 MOVES CLOSED/VOID CLAIMS PAST RETENTION        *
           INITIALIZE observO.
           MOVE 0 TO RESRVO.
           MOVE SPACES TO FULLPDO.
           MOVE SPACES TO ORIGCURO.
           MOVE 0 TO ORIGPDO.
           MOVE 0 TO ORIGVALO.

           MOVE claimNumI                TO CLAIMNUMBER
           EXEC SQL
                       ,OBSERVATIONS
                       ,STATUS
                       ,ROWTS
                       ,ORIGCURR
                       ,ORIGPAID
                       ,ORIGVALUE1
                  INTO  :CLAIMDATE
                       ,:PAID
                       ,:VALUE1
                       ,:OBSERVATIONS
                       ,:STATUS
                       ,:ROWTS
                       ,:ORIGCURR :WS-FX-IND
                       ,:ORIGPAID :WS-FX-AMT-IND
                       ,:ORIGVALUE1 :WS-FX-AMT2-IND
                  FROM   MFTR47.CLAIMS6_ARCH
                 WHERE  CLAIMNUMBER = :CLAIMNUMBER
            END-EXEC.
                      END-IF
                      MOVE STATUS OF CLAIMS6 TO STATUSO
                      MOVE FUNCTION DISPLAY-OF(ROWTS) TO ROWTSO
                      PERFORM 2050-SHOW-ORIG-CURR-PARA
                      PERFORM 2100-COMPUTE-AGE-PARA
                      MOVE 'A'               TO WS-ACC-OPT
                      PERFORM 9760-WRITE-ACCESS-PARA
                      MOVE 'ARCHIVED CLAIM FOUND - READ ONLY' TO MSGO
                WHEN 100
                     MOVE 'CLAIM NOT FOUND ON THE ARCHIVE' TO MSGO
      *   LIST THE POLICY'S NON-VOID CLAIMS AND THE COVERAGE LEFT      *
      *   AFTER THEM, SO AN EXHAUSTED POLICY IS VISIBLE AT INQUIRY     *
      *   TIME INSTEAD OF AT SETTLEMENT TIME. THE SAME AGGREGATE THE   *
      *   MF47CB2 EROSION CHECK ENFORCES AT ENTRY - EXPENSE PAYMENTS   *
      *   (ALAE AND ADJUSTING) ARE PAID OUTSIDE THE LIMIT AND DO NOT   *
      *   ERODE IT                                                     *
      ******************************************************************
       2670-SHOW-EXPOSURE-PARA.
      *
           IF SQLCODE NOT = 0 OR WS-POLAGG-IND < 0
              MOVE 0 TO WS-POLAGG-VALUE
           END-IF.
           MOVE 0 TO WS-POLEXP-VALUE.
           EXEC SQL
                SELECT SUM(P.PAYAMT)
                  INTO :WS-POLEXP-VALUE :WS-POLEXP-IND
                  FROM MFTR47.CLAIMS6_PAY P
                      ,MFTR47.CLAIMS6     C
                 WHERE C.POLICYNUM   = :CLAIMS6Y.POLICYNUM
                   AND C.STATUS     <> 'VOID'
                   AND P.CLAIMNUMBER = C.CLAIMNUMBER
                   AND COALESCE(P.PAYCOSTTYPE, 'IND') <> 'IND'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-POLEXP-IND < 0
              MOVE 0 TO WS-POLEXP-VALUE
           END-IF.
           COMPUTE REMCOVO = COVLIMIT - WS-POLAGG-VALUE
                                      + WS-POLEXP-VALUE.
           MOVE 'N' TO WS-POLINQ-EOF-SW.
           EXEC SQL
                DECLARE PXPCSR CURSOR FOR
      *    HAS ALREADY VALIDATED THE FORMAT, SO NUMVAL IS SAFE HERE
           COMPUTE PAID   = FUNCTION NUMVAL(paidI).
           COMPUTE VALUE1 = FUNCTION NUMVAL(tvalueI).
      *    THE CURRENCY KEYED ON THE ADD IS THE CLAIM'S CURRENCY FOR
      *    LIFE - THE KEYED AMOUNTS BECOME THE ORIGINALS AND PAID AND
      *    VALUE1 ARE CARRIED IN BOOK CURRENCY
           MOVE CURRI    TO WS-FX-CURR.
           MOVE 0        TO WS-FX-IND.
           PERFORM 9850-SET-CURRENCY-PARA.
           PERFORM 9870-CONVERT-CLAIM-PARA.
           MOVE dateI TO CLAIMDATE.
           MOVE CAUSEI   TO CAUSE.
      *     MOVE LENGTH OF CAUSEI   TO CAUSE-LEN.
           COMPUTE RESERVEAMT = VALUE1 OF CLAIMS6 - PAID OF CLAIMS6.
      *    EVERY CLAIM GETS AN OWNING ADJUSTER AT ENTRY - THE KEYED
      *    ONE, OR THE ENTERING USER'S OWN DESK WHEN NONE IS KEYED
           IF ADJI = SPACES OR ADJI = LOW-VALUES
              MOVE USERIDI  TO ADJUSTER
           ELSE
              MOVE ADJI     TO ADJUSTER
              MOVE 0        TO WS-EVENT-IND
              MOVE EVENTI   TO EVENTCODE OF CLAIMS6
           END-IF.
      *    A CLAIM KEYED UNDER AN OCCURRENCE JOINS IT AT ENTRY - THE
      *    OCCURRENCE MUST BE ON FILE UNDER THE CLAIM'S POLICY AND
      *    HAVE ROOM LEFT UNDER THE POLICY'S PER-OCCURRENCE LIMIT
           SET WS-OCC-OK    TO TRUE.
           MOVE -1          TO WS-OCC-IND.
           MOVE 0           TO OCCNUM OF CLAIMS6.
           IF WS-FX-OK AND OCCI NOT = SPACES AND OCCI NOT = LOW-VALUES
              PERFORM 6580-CHECK-ADD-OCC-PARA
           END-IF.
           IF WS-FX-OK AND WS-OCC-OK
              PERFORM 3100-INSERT-CLAIM-PARA
           END-IF.
      ******************************************************************
      *   INSERT THE NEW CLAIM ROW AND START ITS HISTORY, NOTIFICATION **
      *   AND ACKNOWLEDGEMENT TRAIL                                    **
      ******************************************************************
       3100-INSERT-CLAIM-PARA.
      *
           EXEC SQL
                INSERT  INTO MFTR47.CLAIMS6
                       ( CLAIMNUMBER
                        ,RESERVEAMT
                        ,ADJUSTER
                        ,EVENTCODE
                        ,REGION
                        ,ORIGCURR
                        ,ORIGPAID
                        ,ORIGVALUE1
                        ,OCCNUM)
                VALUES ( :CLAIMNUMBER
                        ,:CLAIMDATE
                        ,:PAID
                        ,:RESERVEAMT
                        ,:ADJUSTER
                        ,:CLAIMS6.EVENTCODE :WS-EVENT-IND
                        ,:REGION :WS-REGION-IND
                        ,:ORIGCURR :WS-FX-IND
                        ,:ORIGPAID :WS-FX-IND
                        ,:ORIGVALUE1 :WS-FX-IND
                        ,:CLAIMS6.OCCNUM :WS-OCC-IND)
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE CLAIMNUMBER        TO claimNumO
                     IF WS-OCC-IND >= 0
                        MOVE OCCNUM OF CLAIMS6 TO OCCO
                     END-IF
                     IF APPRSTAT = 'H'
                        MOVE 'CLAIM ADDED - HELD FOR SUPERVISOR APPROV
      -                      'AL' TO MSGO
                     IF CLMNTI NOT = SPACES
                        PERFORM 3200-INSERT-CLAIMANT-PARA
                     END-IF
                     PERFORM 3300-CHECK-SEVERITY-PARA
                WHEN -803
                     MOVE 'DUPLICATE RECORD. INSERT OPERATION FAILED'
                                                       TO MSGO
                     MOVE SQLCODE                      TO WS-SQLCODE
                     STRING 'SQL ERROR IN INSERT - RC : ' WS-SQLCODE
                            DELIMITED BY SIZE INTO MSGO
                     MOVE '3100-INSERT-CLAIM' TO WS-DIAG-PARA
                     PERFORM 9800-WRITE-DIAGLOG-PARA
            END-EVALUATE.
      ******************************************************************
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   A NEW CLAIM WHOSE VALUE DIFFERS FROM THE AVERAGE SEVERITY    **
      *   ON FILE FOR ITS CAUSE AND REGION (OR THE CAUSE'S *ALL        **
      *   FIGURE) WAS OVERRIDDEN BY THE ADJUSTER - RECORD IT AS AN     **
      *   R HISTORY ROW, THE SEVERITY AS THE OLD VALUE AND THE KEYED   **
      *   ONE AS THE NEW. A VALUE TAKEN FROM THE SEVERITY, OR A CAUSE  **
      *   WITH NO SEVERITY YET, RECORDS NOTHING                        **
      ******************************************************************
       3300-CHECK-SEVERITY-PARA.
      *
           MOVE CAUSEI              TO SEVCAUSE.
           IF WS-REGION-IND >= 0
              MOVE REGION           TO WS-SEV-REGION
           ELSE
              MOVE SPACES           TO WS-SEV-REGION
           END-IF.
           EXEC SQL
                SELECT AVGSEV
                  INTO :AVGSEV
                  FROM MFTR47.CLAIMS6_SEVERITY
                 WHERE SEVCAUSE  = :SEVCAUSE
                   AND SEVREGION IN (:WS-SEV-REGION, '*ALL')
                   AND AVGSEV    > 0
                 ORDER BY CASE SEVREGION WHEN '*ALL' THEN 1
                                         ELSE 0 END
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN SQLCODE NOT = 0
                    MOVE SQLCODE              TO WS-SQLCODE
                    MOVE '3300-CHECK-SEV'  TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
               WHEN AVGSEV NOT = VALUE1 OF CLAIMS6
                    MOVE AVGSEV               TO WS-OLD-VALUE1
                    MOVE 'R'                  TO CHGTYPE
                    PERFORM 9500-WRITE-HIST-PARA
                    MOVE 0                    TO WS-OLD-VALUE1
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      ******************************************************************
      *         UPDATE AN EXISTING CLAIM (CORRECT A KEYED CLAIM)       *
      ******************************************************************
       3500-UPDATE-DATA.
              MOVE 0        TO WS-EVENT-IND
              MOVE EVENTI   TO EVENTCODE OF CLAIMS6
           END-IF.

           MOVE 0          TO WS-OLD-PAID.
           MOVE 0          TO WS-OLD-VALUE1.
           INITIALIZE WS-OLD-CAUSE.
           INITIALIZE WS-OLD-OBS.
           MOVE SPACES     TO WS-FX-CURR.
           MOVE -1         TO WS-FX-IND.
           EXEC SQL
                SELECT  PAID
                       ,VALUE1
                       ,CAUSE
                       ,OBSERVATIONS
                       ,ORIGCURR
                  INTO  :WS-OLD-PAID
                       ,:WS-OLD-VALUE1
                       ,:WS-OLD-CAUSE
                       ,:WS-OLD-OBS
                       ,:WS-FX-CURR :WS-FX-IND
                  FROM   MFTR47.CLAIMS6
                 WHERE  CLAIMNUMBER = :CLAIMNUMBER
            END-EXEC.
                    MOVE '3500-UPDT-OLDSEL' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      *    A CORRECTION TO A FOREIGN-CURRENCY CLAIM IS KEYED IN THE
      *    CLAIM'S OWN CURRENCY AND RE-CONVERTED AT TODAY'S RATE
           PERFORM 9850-SET-CURRENCY-PARA.
           PERFORM 9870-CONVERT-CLAIM-PARA.
      *    A CORRECTION IS A MATERIAL CHANGE - RE-DERIVE THE APPROVAL
      *    STATE FROM THE CORRECTED VALUE, SO A CLAIM PUSHED OVER THE
      *    AUTHORITY LIMIT GOES (BACK) ON HOLD
           IF VALUE1 OF CLAIMS6 > WS-APPR-LIMIT
              MOVE 'H'     TO APPRSTAT
           ELSE
              MOVE 'N'     TO APPRSTAT
           END-IF.
           IF WS-FX-OK
              PERFORM 3550-APPLY-UPDATE-PARA
           END-IF.
      ******************************************************************
      *   APPLY THE CORRECTION UNDER THE ROWTS READ BY THE USER, SO A  **
      *   CHANGE MADE BY SOMEONE ELSE IN THE MEANTIME IS NOT LOST      **
      ******************************************************************
       3550-APPLY-UPDATE-PARA.
      *
           MOVE FUNCTION NATIONAL-OF(ROWTSI) TO WS-ROWTS-CHECK.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6
                      ,APPRSTAT      = :APPRSTAT
                      ,APPRUSER      = NULL
                      ,APPRTS        = NULL
                      ,ORIGPAID      = :ORIGPAID :WS-FX-IND
                      ,ORIGVALUE1    = :ORIGVALUE1 :WS-FX-IND
                      ,ROWTS         = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER   = :CLAIMNUMBER
                   AND ROWTS         = :WS-ROWTS-CHECK
                     MOVE SQLCODE                      TO WS-SQLCODE
                     STRING 'SQL ERROR IN UPDATE - RC : ' WS-SQLCODE
                            DELIMITED BY SIZE INTO MSGO
                     MOVE '3550-APPLY-UPDATE' TO WS-DIAG-PARA
                     PERFORM 9800-WRITE-DIAGLOG-PARA
            END-EVALUATE.
      ******************************************************************
                       MOVE -1      TO WS-CORR-PAY-IND
                       PERFORM 9750-WRITE-CORR-PARA
                    END-IF
                    IF WS-NEW-STATUS = 'CLOSED' OR
                       WS-NEW-STATUS = 'VOID'
                       PERFORM 4250-STOP-SCHEDULES-PARA
                    END-IF
                    MOVE 'CLAIM STATUS UPDATED SUCCESSFULLY' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE    TO WS-SQLCODE
                 WHERE CLAIMNUMBER  = :CLAIMNUMBER
           END-EXEC.
      ******************************************************************
      *   A CLAIM THAT CLOSES OR IS VOIDED STOPS PAYING - EVERY        **
      *   RECURRING PAYMENT SCHEDULE STILL ACTIVE ON IT IS STOPPED     **
      *   WITH THE REASON, SO MF47B41 GENERATES NOTHING MORE FOR IT    **
      ******************************************************************
       4250-STOP-SCHEDULES-PARA.
      *
           MOVE claimNumI              TO CLAIMNUMBER OF CLAIMS67.
           IF WS-NEW-STATUS = 'VOID'
              MOVE 'CLAIM VOIDED'      TO SCHSTOPRSN
           ELSE
              MOVE 'CLAIM CLOSED'      TO SCHSTOPRSN
           END-IF.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAYSCHED
                   SET SCHSTATUS    = 'S'
                      ,SCHSTOPRSN   = :SCHSTOPRSN
                 WHERE CLAIMNUMBER  = :CLAIMS67.CLAIMNUMBER
                   AND SCHSTATUS    = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE              TO WS-SQLCODE
              MOVE '4250-STOP-SCHED'    TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
      ******************************************************************
      *   AUDIT THE STATUS TRANSITION ON THE CLAIM HISTORY TABLE -     **
      *   STATUS IS OTHERWISE THE ONE CHANGE THIS SYSTEM NEVER         **
      *   RECORDED. AMOUNTS, CAUSE AND OBSERVATIONS ARE CARRIED        **
      *   AUDIT THE HANDOFF WITH ITS OWN HISTORY ROW (CHGTYPE T,       *
      *   OLD/NEW ADJUSTER CARRIED THE WAY A STATUS TRANSITION         *
      *   CARRIES OLD/NEW STATUS), SO COVERAGE DURING VACATIONS IS     *
      *   ON THE RECORD INSTEAD OF TRIBAL KNOWLEDGE. THE RECEIVING     *
      *   ADJUSTER MUST BE LICENSED FOR THE CLAIM'S REGION             *
      ******************************************************************
       4500-REASSIGN-DATA.
      *
           EXEC SQL
                SELECT STATUS
                      ,ADJUSTER
                      ,REGION
                  INTO :WS-CURR-STATUS
                      ,:WS-OLD-ADJ :WS-OLD-ADJ-IND
                      ,:REGION :WS-REGION-IND
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-OLD-ADJ-IND < 0
              MOVE SPACES TO WS-OLD-ADJ
           END-IF.
           MOVE 1 TO WS-LIC-COUNT.
           IF SQLCODE = 0
              PERFORM 4510-CHECK-LICENCE-PARA
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                    MOVE 'CLAIM NOT FOUND - NOT REASSIGNED' TO MSGO
                    MOVE 'VOID CLAIMS CANNOT BE REASSIGNED' TO MSGO
               WHEN WS-OLD-ADJ = ADJI
                    MOVE 'CLAIM IS ALREADY ON THAT DESK' TO MSGO
               WHEN WS-LIC-COUNT = 0
                    MOVE 'ADJUSTER NOT LICENSED FOR THE CLAIM REGION'
                                                 TO MSGO
               WHEN OTHER
                    PERFORM 4550-APPLY-REASSIGN-PARA
           END-EVALUATE.
      ******************************************************************
      *   COUNT THE RECEIVING ADJUSTER'S LICENCES FOR THE CLAIM'S      *
      *   REGION THAT EXPIRE TODAY OR LATER. A CLAIM WITH NO REGION    *
      *   HAS NO LICENSING STATE AND PASSES. A FAILED LOOKUP LEAVES    *
      *   ITS SQLCODE FOR 4500-REASSIGN-DATA TO REPORT AND LOG         *
      ******************************************************************
       4510-CHECK-LICENCE-PARA.
      *
           IF WS-REGION-IND >= 0 AND REGION NOT = SPACES
              MOVE ADJI         TO LICUSER
              MOVE REGION       TO LICREGION
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-LIC-COUNT
                     FROM MFTR47.CLAIMS6_ADJLIC
                    WHERE LICUSER   = :LICUSER
                      AND LICREGION = :LICREGION
                      AND LICEXPIRY >= CURRENT DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0                    TO WS-LIC-COUNT
              END-IF
           END-IF.
      ******************************************************************
      *          APPLY THE REASSIGNMENT AND AUDIT THE HANDOFF          *
      ******************************************************************
       4550-APPLY-REASSIGN-PARA.
           MOVE SPACES         TO OLDADJUSTER.
           MOVE SPACES         TO NEWADJUSTER.
      ******************************************************************
      *   TRANSFER A CLAIM TO ANOTHER REGION (OPTION X). MF47CB2 HAS   *
      *   ALREADY CHECKED THE USER MAY WORK THE CLAIM'S PRESENT        *
      *   REGION AND THAT THE RECEIVING ONE IS A REAL OFFICE           *
      ******************************************************************
       4700-TRANSFER-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE claimNumI    TO CLAIMNUMBER.
           EXEC SQL
                SELECT STATUS
                      ,ADJUSTER
                      ,REGION
                  INTO :WS-CURR-STATUS
                      ,:WS-OLD-ADJ :WS-OLD-ADJ-IND
                      ,:REGION :WS-REGION-IND
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-OLD-ADJ-IND < 0
              MOVE SPACES TO WS-OLD-ADJ
           END-IF.
           IF WS-REGION-IND < 0
              MOVE SPACES TO REGION
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                    MOVE 'CLAIM NOT FOUND - NOT TRANSFERRED' TO MSGO
               WHEN SQLCODE NOT = 0
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN TRANSFER SEL - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '4700-TRANSFER' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
               WHEN WS-CURR-STATUS = 'VOID'
                    MOVE 'VOID CLAIMS CANNOT BE TRANSFERRED' TO MSGO
               WHEN REGION = REGIONI
                    MOVE 'CLAIM IS ALREADY IN THAT REGION' TO MSGO
               WHEN OTHER
                    PERFORM 4750-APPLY-TRANSFER-PARA
           END-EVALUATE.
      ******************************************************************
      *   MOVE THE CLAIM, AUDIT THE MOVE, AND WARN WHEN THE CLAIM'S    *
      *   ADJUSTER HOLDS NO CURRENT LICENCE FOR THE NEW REGION - THE   *
      *   CLAIM THEN WANTS REASSIGNING ON OPTION T                     *
      ******************************************************************
       4750-APPLY-TRANSFER-PARA.
      *
           MOVE REGION       TO OLDREGION.
           MOVE REGIONI      TO REGION.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6
                   SET REGION       = :REGION
                      ,ROWTS        = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER  = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 4800-WRITE-XFER-HIST-PARA
                    MOVE 1 TO WS-LIC-COUNT
                    IF WS-OLD-ADJ NOT = SPACES
                       MOVE WS-OLD-ADJ      TO LICUSER
                       MOVE REGION          TO LICREGION
                       EXEC SQL
                            SELECT COUNT(*)
                              INTO :WS-LIC-COUNT
                              FROM MFTR47.CLAIMS6_ADJLIC
                             WHERE LICUSER   = :LICUSER
                               AND LICREGION = :LICREGION
                               AND LICEXPIRY >= CURRENT DATE
                       END-EXEC
                    END-IF
                    IF WS-LIC-COUNT = 0
                       MOVE 'TRANSFERRED - ADJUSTER NOT LICENSED THERE'
                                                 TO MSGO
                    ELSE
                       MOVE 'CLAIM TRANSFERRED SUCCESSFULLY' TO MSGO
                    END-IF
               WHEN OTHER
                    MOVE SQLCODE    TO WS-SQLCODE
                    STRING 'SQL ERROR IN TRANSFER UPD - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '4750-APPLY-XFER' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   AUDIT THE TRANSFER - AMOUNTS, CAUSE AND OBSERVATIONS ARE     *
      *   CARRIED THROUGH UNCHANGED THE WAY 4600-WRITE-ASSIGN-HIST-    *
      *   PARA AUDITS A HANDOFF, WITH THE OLD AND NEW REGIONS AND THE  *
      *   REASON KEYED. MF47B42 REPORTS THESE ROWS WEEKLY              *
      ******************************************************************
       4800-WRITE-XFER-HIST-PARA.
      *
           MOVE 0          TO WS-OLD-PAID.
           MOVE 0          TO WS-OLD-VALUE1.
           INITIALIZE WS-OLD-CAUSE.
           INITIALIZE WS-OLD-OBS.
           EXEC SQL
                SELECT  PAID
                       ,VALUE1
                       ,CAUSE
                       ,OBSERVATIONS
                  INTO  :WS-OLD-PAID
                       ,:WS-OLD-VALUE1
                       ,:WS-OLD-CAUSE
                       ,:WS-OLD-OBS
                  FROM   MFTR47.CLAIMS6
                 WHERE  CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE                 TO WS-SQLCODE
              MOVE '4800-XFERHIST-SEL' TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
           MOVE WS-OLD-PAID    TO PAID.
           MOVE WS-OLD-VALUE1  TO VALUE1.
           MOVE WS-OLD-CAUSE   TO CAUSE.
           MOVE WS-OLD-OBS     TO OBSERVATIONS.
           MOVE REGION         TO NEWREGION.
           MOVE REASONI        TO XFERREASON.
           MOVE 'X'            TO CHGTYPE.
           PERFORM 9500-WRITE-HIST-PARA.
           MOVE SPACES         TO OLDREGION.
           MOVE SPACES         TO NEWREGION.
           MOVE SPACES         TO XFERREASON.
      ******************************************************************
      *   ADD A CLAIM LINE ITEM AND ROLL ALL LINES UP INTO VALUE1      *
      ******************************************************************
       5000-LINE-ITEM-DATA.
           MOVE claimNumI       TO CLAIMNUMBER.
           MOVE LCAUSEI         TO LINECAUSE.
           COMPUTE LINEAMT = FUNCTION NUMVAL(LAMTI).
      *    A LINE ON A FOREIGN-CURRENCY CLAIM IS KEYED IN THE CLAIM'S
      *    CURRENCY - KEEP THE KEYED AMOUNT AND RATE, POST IN BOOK
           MOVE SPACES          TO WS-FX-CURR.
           MOVE -1              TO WS-FX-IND.
           EXEC SQL
                SELECT ORIGCURR
                  INTO :WS-FX-CURR :WS-FX-IND
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           PERFORM 9850-SET-CURRENCY-PARA.
           MOVE WS-FX-CURR      TO LINECURR.
           MOVE LINEAMT         TO LINEORIGAMT.
           MOVE WS-FX-RATE      TO LINERATE.
           IF WS-FX-IND >= 0
              COMPUTE LINEAMT ROUNDED = LINEORIGAMT * WS-FX-RATE
           END-IF.
           IF WS-FX-OK
              PERFORM 5050-INSERT-LINE-PARA
           END-IF.
      ******************************************************************
      *    INSERT THE LINE UNDER THE NEXT LINE SEQUENCE AND ROLL UP    *
      ******************************************************************
       5050-INSERT-LINE-PARA.
      *
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MAX(LINESEQ)
                       ( CLAIMNUMBER
                        ,LINESEQ
                        ,LINECAUSE
                        ,LINEAMT
                        ,LINECURR
                        ,LINEORIGAMT
                        ,LINERATE)
                VALUES ( :CLAIMNUMBER
                        ,:LINESEQ
                        ,:LINECAUSE
                        ,:LINEAMT
                        ,:LINECURR :WS-FX-IND
                        ,:LINEORIGAMT :WS-FX-IND
                        ,:LINERATE :WS-FX-IND)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN LINE INSERT - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '5050-INSERT-LINE' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *     RE-SUM ALL LINE AMOUNTS AND POST THE TOTAL TO VALUE1 -     *
      *     AND, ON A FOREIGN-CURRENCY CLAIM, THE ORIGINAL-CURRENCY    *
      *     LINE AMOUNTS TO ORIGVALUE1                                 *
      ******************************************************************
       5100-ROLLUP-LINES-PARA.
      *
                      ,APPRSTAT      = :APPRSTAT
                      ,APPRUSER      = NULL
                      ,APPRTS        = NULL
                      ,ORIGVALUE1    =
                       CASE WHEN ORIGCURR IS NULL THEN NULL
                            ELSE (SELECT COALESCE(SUM(L.LINEORIGAMT), 0)
                                    FROM MFTR47.CLAIMS6_LINES L
                                   WHERE L.CLAIMNUMBER = :CLAIMNUMBER)
                       END
                      ,ROWTS         = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER   = :CLAIMNUMBER
           END-EXEC.
           EXEC SQL
                DECLARE LINCSR CURSOR FOR
                SELECT LINESEQ, LINECAUSE, LINEAMT
                      ,COALESCE(LINECURR, ' ')
                      ,COALESCE(LINEORIGAMT, 0)
                  FROM MFTR47.CLAIMS6_LINES
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                 ORDER BY LINESEQ
           EXEC SQL
                FETCH LINCSR
                 INTO :LINESEQ, :LINECAUSE, :LINEAMT
                     ,:LINECURR
                     ,:LINEORIGAMT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                           WS-LINE-AMT-D    DELIMITED BY SIZE
                      INTO BRWLNO(WS-LINE-CNT)
                    END-STRING
      *             A FOREIGN-CURRENCY LINE ALSO SHOWS ITS KEYED AMOUNT
                    IF LINECURR NOT = SPACES
                       MOVE LINEORIGAMT          TO WS-FX-AMT-D
                       STRING ' '           DELIMITED BY SIZE
                              LINECURR      DELIMITED BY SIZE
                              ' '           DELIMITED BY SIZE
                              WS-FX-AMT-D   DELIMITED BY SIZE
                         INTO BRWLNO(WS-LINE-CNT)(44:18)
                       END-STRING
                    END-IF
               WHEN 100
                    SET WS-LINE-EOF              TO TRUE
               WHEN OTHER
              COMPUTE PAYAMT = FUNCTION NUMVAL(PAYAMTI)
              MOVE PMETHI       TO PAYMETHOD
              MOVE PAYREFI      TO PAYREF
      *       THE COST TYPE RIDES THE TYPE FIELD - BLANK IS INDEMNITY
              IF RTYPEI = SPACES OR RTYPEI = LOW-VALUES
                 MOVE 'IND'     TO PAYCOSTTYPE
              ELSE
                 MOVE RTYPEI    TO PAYCOSTTYPE
              END-IF
           END-IF.
           MOVE USERIDI         TO PAYUSER.
      *    A KEYED PAYEE IS A PARTY SEQUENCE UNDER THIS CLAIM - BLANK
              MOVE 0            TO PAYEESEQ
              MOVE -1           TO WS-PAYEE-IND
           END-IF.
      *    A KEYED VENDOR ID IS LOOKED UP ON THE VENDOR MASTER - ITS
      *    PREFERRED METHOD STANDS IN FOR A METHOD LEFT BLANK, AND
      *    7070-VENDOR-PAYEE-PARA TIES IT TO THE CLAIM AS THE PAYEE
           SET WS-VEND-NOT-KEYED TO TRUE.
           SET WS-VEND-NOT-FOUND TO TRUE.
           IF PACTI NOT = 'V' AND VENDI NOT = SPACES
                              AND VENDI NOT = LOW-VALUES
              SET WS-VEND-KEYED TO TRUE
              MOVE VENDI        TO VENDORID
              PERFORM 8940-FETCH-VENDOR-PARA
              IF WS-VEND-FOUND AND
                 (PMETHI = SPACES OR PMETHI = LOW-VALUES)
                 MOVE VENDPMETH TO PAYMETHOD
              END-IF
           END-IF.

           MOVE 'N' TO WS-CURR-APPR.
           EXEC SQL
                      ,VALUE1
                      ,APPRSTAT
                      ,POLICYNUM
                      ,ORIGCURR
                      ,OCCNUM
                  INTO :WS-CURR-STATUS
                      ,:WS-PAY-VALUE1
                      ,:WS-CURR-APPR :WS-APPR-IND
                      ,:WS-PAY-POLNUM :WS-PAY-POL-IND
                      ,:WS-FX-CURR :WS-FX-IND
                      ,:CLAIMS6.OCCNUM :WS-OCC-IND
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 9450-CHECK-PERIOD-PARA
                    EVALUATE TRUE
                        WHEN WS-PERIOD-SHUT
                             CONTINUE
                        WHEN PACTI = 'V'
                             MOVE 'V' TO WS-PAY-CHGTYPE
                             PERFORM 7200-REVERSE-PAYMENT-PARA
                        WHEN OTHER
                             MOVE 'P' TO WS-PAY-CHGTYPE
                             PERFORM 7030-SET-PAY-CURRENCY-PARA
                    END-EVALUATE
               WHEN 100
                    MOVE 'CLAIM NOT FOUND - PAYMENT NOT POSTED' TO MSGO
               WHEN OTHER
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   A PAYMENT ON A FOREIGN-CURRENCY CLAIM IS KEYED IN THE        *
      *   CLAIM'S CURRENCY. THE KEYED AMOUNT AND THE RATE RIDE THE     *
      *   PAY ROW AND PAYAMT IS POSTED IN BOOK CURRENCY, SO THE        *
      *   LIMIT CHECKS, THE DEDUCTIBLE AND DISBURSEMENT ALL WORK IN    *
      *   BOOK MONEY AS BEFORE                                         *
      ******************************************************************
       7030-SET-PAY-CURRENCY-PARA.
      *
           PERFORM 9850-SET-CURRENCY-PARA.
           MOVE WS-FX-CURR      TO PAYCURR.
           MOVE PAYAMT          TO PAYORIGAMT.
           MOVE WS-FX-RATE      TO PAYRATE.
           IF WS-FX-IND >= 0
              COMPUTE PAYAMT ROUNDED = PAYORIGAMT * WS-FX-RATE
           END-IF.
           IF WS-FX-OK
              PERFORM 7050-CHECK-PAYMENT-PARA
           END-IF.
      ******************************************************************
      *   A PAYMENT MAY NOT BE POSTED TO A VOID CLAIM, AND THE SUM OF  *
      *   ALL POSTED PAYMENTS MAY NOT EXCEED THE CLAIM'S TOTAL VALUE.  *
      *   THE POLICY'S DEDUCTIBLE IS WITHHELD OFF THE TOP OF THE       *
       7050-CHECK-PAYMENT-PARA.
      *
           PERFORM 7040-APPLY-DEDUCTIBLE-PARA.
      *    THE DEDUCTIBLE IS HELD IN BOOK CURRENCY - A FOREIGN PAYMENT
      *    IT REDUCED CARRIES THE NET AMOUNT BACK IN ITS OWN CURRENCY
           IF WS-FX-IND >= 0 AND DEDAPPLIED > 0
              COMPUTE PAYORIGAMT ROUNDED = PAYAMT / PAYRATE
           END-IF.
      *    CHECKS STOPPED OR ESCHEATED AS UNCLAIMED PROPERTY STAY IN
      *    THIS SUM - THAT MONEY IS STILL OWED UNDER THE CLAIM, SO A
      *    FRESH PAYMENT MUST NOT BE ALLOWED TO PAY IT A SECOND TIME
           MOVE 0 TO WS-PAY-TOTAL.
           EXEC SQL
                SELECT SUM(PAYAMT)
                      AND PARTYSEQ    = :PAYEESEQ
              END-EXEC
           END-IF.
      *    A PAYEE PARTY LINKED TO A SUSPENDED VENDOR IS REFUSED THE
      *    SAME AS THE SUSPENDED VENDOR KEYED BY ITS OWN ID
           MOVE 0 TO WS-VEND-SUSP-COUNT.
           IF WS-PAYEE-IND = 0
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-VEND-SUSP-COUNT
                     FROM MFTR47.CLAIMS6_PARTY A
                    INNER JOIN MFTR47.CLAIMS6_VENDOR V
                       ON V.VENDORID    = A.PARTYVENDID
                    WHERE A.CLAIMNUMBER = :CLAIMNUMBER
                      AND A.PARTYSEQ    = :PAYEESEQ
                      AND V.VENDSTATUS  = 'S'
              END-EXEC
           END-IF.
           IF WS-VEND-FOUND AND VENDSTATUS = 'S'
              MOVE 1 TO WS-VEND-SUSP-COUNT
           END-IF.
      *    AN INDEMNITY PAYMENT ON A CLAIM GROUPED UNDER AN OCCURRENCE
      *    ALSO COUNTS AGAINST THE POLICY'S PER-OCCURRENCE LIMIT
           SET WS-OCC-OK TO TRUE.
           IF WS-OCC-IND >= 0 AND PAYCOSTTYPE = 'IND'
              PERFORM 6590-CHECK-OCC-PAID-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-CURR-STATUS = 'VOID'
                    MOVE 'PAYMENTS CANNOT BE POSTED TO A VOID CLAIM'
                                                          TO MSGO
               WHEN WS-PAYEE-IND = 0 AND WS-PARTY-COUNT = 0
                    MOVE 'PAYEE IS NOT A PARTY ON THIS CLAIM' TO MSGO
               WHEN WS-VEND-KEYED AND WS-VEND-NOT-FOUND
                    MOVE 'VENDOR IS NOT ON THE VENDOR MASTER' TO MSGO
               WHEN WS-VEND-SUSP-COUNT > 0
                    MOVE 'PAYEE VENDOR IS SUSPENDED - PAYMENT REFUSED'
                                                          TO MSGO
               WHEN WS-CURR-APPR = 'H'
                    MOVE 'CLAIM HELD FOR APPROVAL - PAYMENT BLOCKED'
                                                          TO MSGO
               WHEN WS-PAY-TOTAL + PAYAMT > WS-PAY-VALUE1
                    MOVE 'PAYMENT WOULD EXCEED THE CLAIM TOTAL VALUE'
                                                          TO MSGO
               WHEN WS-OCC-FAILED
                    MOVE 'PAYMENT WOULD EXCEED THE PER-OCCURRENCE LIMIT'
                                                          TO MSGO
               WHEN WS-VEND-KEYED
                    PERFORM 7070-VENDOR-PAYEE-PARA
               WHEN OTHER
                    PERFORM 7060-INSERT-PAYMENT-PARA
           END-EVALUATE.
                        ,PAYTS
                        ,DISBSTAT
                        ,PAYEESEQ
                        ,DEDAPPLIED
                        ,PAYCOSTTYPE
                        ,PAYCURR
                        ,PAYORIGAMT
                        ,PAYRATE
                        ,PAYPERIOD
                        ,PAYCHGTS)
                VALUES ( :CLAIMNUMBER
                        ,:CLAIMS6P.PAYSEQ
                        ,:PAYAMT
                        ,CURRENT TIMESTAMP
                        ,'N'
                        ,:PAYEESEQ :WS-PAYEE-IND
                        ,:DEDAPPLIED
                        ,:PAYCOSTTYPE
                        ,:PAYCURR :WS-FX-IND
                        ,:PAYORIGAMT :WS-FX-IND
                        ,:PAYRATE :WS-FX-IND
                        ,:WS-POST-PERIOD
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   MAKE THE KEYED VENDOR THE PAYEE. THE VENDOR'S PARTY ROW ON   *
      *   THE CLAIM IS REUSED WHEN IT HAS BEEN PAID BEFORE; OTHERWISE  *
      *   A VENDOR PARTY IS ADDED CARRYING THE MASTER'S NAME, REMIT-TO *
      *   ADDRESS AND TAX ID, SO NOTHING IS RETYPED AND THE 1099 RUN   *
      *   FINDS THE TAX ID ON THE PARTY AS FOR ANY OTHER PAYEE         *
      ******************************************************************
       7070-VENDOR-PAYEE-PARA.
      *
           MOVE claimNumI       TO CLAIMNUMBER OF CLAIMS6A.
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MIN(PARTYSEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_PARTY
                 WHERE CLAIMNUMBER = :CLAIMS6A.CLAIMNUMBER
                   AND PARTYVENDID = :VENDORID
           END-EXEC.
           IF SQLCODE = 0 AND WS-SEQ-IND < 0
              EXEC SQL
                   SELECT MAX(PARTYSEQ)
                     INTO :WS-NEXT-SEQ :WS-SEQ-IND
                     FROM MFTR47.CLAIMS6_PARTY
                    WHERE CLAIMNUMBER = :CLAIMS6A.CLAIMNUMBER
              END-EXEC
              IF WS-SEQ-IND < 0
                 MOVE 0         TO WS-NEXT-SEQ
              END-IF
              ADD 1             TO WS-NEXT-SEQ
              MOVE WS-NEXT-SEQ  TO PARTYSEQ
              MOVE 'VENDOR'     TO PARTYROLE
              MOVE VENDNAME     TO PARTYNAME
              MOVE VENDADDR     TO PARTYADDR
              MOVE VENDTIN      TO PARTYTAXID
              MOVE VENDORID     TO PARTYVENDID
              EXEC SQL
                   INSERT INTO MFTR47.CLAIMS6_PARTY
                          ( CLAIMNUMBER
                           ,PARTYSEQ
                           ,PARTYROLE
                           ,PARTYNAME
                           ,PARTYADDR
                           ,PARTYTAXID
                           ,PARTYTS
                           ,PARTYVENDID)
                   VALUES ( :CLAIMS6A.CLAIMNUMBER
                           ,:PARTYSEQ
                           ,:PARTYROLE
                           ,:PARTYNAME
                           ,:PARTYADDR
                           ,:PARTYTAXID
                           ,CURRENT TIMESTAMP
                           ,:PARTYVENDID)
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              MOVE WS-NEXT-SEQ  TO PAYEESEQ
              MOVE 0            TO WS-PAYEE-IND
              PERFORM 7060-INSERT-PAYMENT-PARA
           ELSE
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'SQL ERROR IN VENDOR PAYEE - RC : ' WS-SQLCODE
                     DELIMITED BY SIZE INTO MSGO
              MOVE '7070-VENDOR-PAYEE' TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
      ******************************************************************
      *     RE-SUM ALL POSTED PAYMENTS AND POST THE TOTAL TO PAID.     *
      *     A CHECK STOPPED BY THE ESCHEAT DUE-DILIGENCE RUN (DISBSTAT *
      *     P) OR TURNED OVER AS UNCLAIMED PROPERTY (U) NEVER REACHED  *
      *     THE PAYEE - IT IS STILL OWED, NOT PAID, SO IT STAYS OUT.   *
      *     A FOREIGN-CURRENCY CLAIM'S ORIGPAID IS RE-SUMMED FROM THE  *
      *     PAYMENTS' ORIGINAL AMOUNTS THE SAME WAY                    *
      ******************************************************************
       7100-ROLLUP-PAY-PARA.
      *
                  INTO :WS-PAY-TOTAL :WS-PAY-IND
                  FROM MFTR47.CLAIMS6_PAY
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND COALESCE(DISBSTAT, ' ') NOT IN ('P', 'U')
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           EXEC SQL
                UPDATE MFTR47.CLAIMS6
                   SET PAID          = :PAID
                      ,ORIGPAID      =
                       CASE WHEN ORIGCURR IS NULL THEN NULL
                            ELSE (SELECT COALESCE(SUM(P.PAYORIGAMT), 0)
                                    FROM MFTR47.CLAIMS6_PAY P
                                   WHERE P.CLAIMNUMBER = :CLAIMNUMBER
                                     AND COALESCE(P.DISBSTAT, ' ')
                                         NOT IN ('P', 'U'))
                       END
                      ,ROWTS         = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER   = :CLAIMNUMBER
           END-EXEC.
      *   ORIGINAL CLAIMS6_PAY ROW IS FETCHED BY ITS SEQUENCE AND AN   *
      *   OFFSETTING ROW IS POSTED FOR ITS NEGATED AMOUNT, TIED BACK   *
      *   TO THE ORIGINAL THROUGH REVOFSEQ AND CARRYING THE REASON     *
      *   CODE AND THE ORIGINAL'S COST TYPE, SO THE PAYMENT REGISTER   *
      *   AND THE PER-TYPE TOTALS STAY COMPLETE INSTEAD OF             *
      *   BEING PATCHED THROUGH THE OPTION-3 CORRECTION SCREEN. A      *
      *   REVERSAL ROW CANNOT ITSELF BE REVERSED, AND A PAYMENT        *
      *   ALREADY OFFSET CANNOT BE OFFSET TWICE                        *
                      ,REVOFSEQ
                      ,PAYEESEQ
                      ,DEDAPPLIED
                      ,COALESCE(DISBSTAT, ' ')
                      ,COALESCE(PAYCOSTTYPE, 'IND')
                      ,PAYCURR
                      ,PAYORIGAMT
                      ,PAYRATE
                  INTO :PAYAMT
                      ,:PAYMETHOD
                      ,:PAYREF
                      ,:REVOFSEQ :WS-REVOF-IND
                      ,:PAYEESEQ :WS-PAYEE-IND
                      ,:DEDAPPLIED :WS-DED-APP-IND
                      ,:DISBSTAT
                      ,:PAYCOSTTYPE
                      ,:PAYCURR :WS-FX-IND
                      ,:PAYORIGAMT :WS-FX-AMT-IND
                      ,:PAYRATE :WS-FX-AMT2-IND
                  FROM MFTR47.CLAIMS6_PAY
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND PAYSEQ      = :WS-REV-SEQ
      ******************************************************************
      *   A REVERSAL ROW (REVOFSEQ SET) IS NOT ITSELF REVERSIBLE, AND  *
      *   A PAYMENT WITH AN OFFSET ALREADY POSTED AGAINST IT STAYS     *
      *   REVERSED - RE-KEY THE PAYMENT IF IT WAS RIGHT AFTER ALL. A   *
      *   CHECK STOPPED OR ESCHEATED AS UNCLAIMED PROPERTY IS ALREADY  *
      *   OUT OF PAID AND STILL OWED - BACKING IT OUT AGAIN WOULD      *
      *   DOUBLE-COUNT IT                                              *
      ******************************************************************
       7220-CHECK-REVERSAL-PARA.
      *
                    MOVE 'A REVERSAL CANNOT ITSELF BE REVERSED' TO MSGO
               WHEN WS-REV-COUNT > 0
                    MOVE 'PAYMENT HAS ALREADY BEEN REVERSED' TO MSGO
               WHEN DISBSTAT = 'P' OR DISBSTAT = 'U'
                    MOVE 'CHECK STOPPED FOR ESCHEAT - CANNOT REVERSE'
                                                          TO MSGO
               WHEN OTHER
                    PERFORM 7250-INSERT-REVERSAL-PARA
           END-EVALUATE.
       7250-INSERT-REVERSAL-PARA.
      *
           COMPUTE PAYAMT = 0 - PAYAMT.
      *    A FOREIGN PAYMENT IS BACKED OUT IN ITS OWN CURRENCY AT THE
      *    RATE IT WAS POSTED AT, SO THE TWO ROWS NET TO NIL IN BOTH
           IF WS-FX-IND >= 0
              COMPUTE PAYORIGAMT = 0 - PAYORIGAMT
           END-IF.
      *    A WITHHELD DEDUCTIBLE PORTION IS BACKED OUT WITH THE
      *    PAYMENT, SO THE DEDUCTIBLE POSITION REOPENS BY AS MUCH
           IF WS-DED-APP-IND >= 0 AND DEDAPPLIED NOT = 0
                        ,REVREASON
                        ,DISBSTAT
                        ,PAYEESEQ
                        ,DEDAPPLIED
                        ,PAYCOSTTYPE
                        ,PAYCURR
                        ,PAYORIGAMT
                        ,PAYRATE
                        ,PAYPERIOD
                        ,PAYCHGTS)
                VALUES ( :CLAIMNUMBER
                        ,:CLAIMS6P.PAYSEQ
                        ,:PAYAMT
                        ,:REVREASON
                        ,'X'
                        ,:PAYEESEQ :WS-PAYEE-IND
                        ,:DEDAPPLIED
                        ,:PAYCOSTTYPE
                        ,:PAYCURR :WS-FX-IND
                        ,:PAYORIGAMT :WS-FX-IND
                        ,:PAYRATE :WS-FX-IND
                        ,:WS-POST-PERIOD
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   OCCURRENCES (OPTION O) - OPEN AN OCCURRENCE FROM A CLAIM     *
      *   (A), LINK A CLAIM TO AN OCCURRENCE (L) OR UNLINK IT (U).     *
      *   WITH NO ACTION, LIST THE OCCURRENCE'S CLAIMS WITH THEIR      *
      *   STATUS, RESERVE AND PAID AGAINST THE PER-OCCURRENCE LIMIT    *
      ******************************************************************
       6500-OCCURRENCE-DATA.
      *
           INITIALIZE WS-SQLCODE.
           SET WS-OCC-NOT-FOUND     TO TRUE.
           SET WS-OCC-CLM-NOT-FOUND TO TRUE.
           EVALUATE CACTI
               WHEN 'A'
                    PERFORM 6510-OCC-OPEN-PARA
               WHEN 'L'
                    PERFORM 6520-OCC-LINK-PARA
               WHEN 'U'
                    PERFORM 6530-OCC-UNLINK-PARA
               WHEN OTHER
                    PERFORM 6550-OCC-INQUIRY-PARA
           END-EVALUATE.
      ******************************************************************
      *   READ THE KEYED CLAIM - STATUS, VALUE, POLICY, LOSS DATE AND  *
      *   THE OCCURRENCE IT IS CURRENTLY GROUPED UNDER, IF ANY         *
      ******************************************************************
       6505-FETCH-OCC-CLAIM-PARA.
      *
           SET WS-OCC-CLM-NOT-FOUND TO TRUE.
           MOVE claimNumI    TO CLAIMNUMBER.
           EXEC SQL
                SELECT STATUS
                      ,VALUE1
                      ,POLICYNUM
                      ,OCCNUM
                      ,CLAIMDATE
                  INTO :WS-OCC-CLM-STATUS
                      ,:WS-OCC-CLM-VALUE1
                      ,:WS-OCC-CLM-POLNUM :WS-POLNUM-IND
                      ,:CLAIMS6.OCCNUM :WS-OCC-IND
                      ,:CLAIMDATE
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    SET WS-OCC-CLM-FOUND     TO TRUE
                    IF WS-POLNUM-IND < 0
                       MOVE SPACES           TO WS-OCC-CLM-POLNUM
                    END-IF
               WHEN 100
                    MOVE 'CLAIM NOT FOUND'   TO MSGO
               WHEN OTHER
                    MOVE SQLCODE             TO WS-SQLCODE
                    STRING 'SQL ERROR IN OCC CLAIM SEL - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '6505-OCC-CLAIM' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   OPEN A NEW OCCURRENCE UNDER THE CLAIM'S POLICY, DATED FROM   *
      *   THE CLAIM'S LOSS DATE, AND GROUP THE CLAIM UNDER IT. THE     *
      *   FIRST CLAIM CANNOT BREACH THE LIMIT ON ITS OWN ANY MORE THAN *
      *   IT COULD BEFORE, SO NO LIMIT CHECK IS MADE HERE              *
      ******************************************************************
       6510-OCC-OPEN-PARA.
      *
           PERFORM 6505-FETCH-OCC-CLAIM-PARA.
           EVALUATE TRUE
               WHEN WS-OCC-CLM-NOT-FOUND
                    CONTINUE
               WHEN WS-OCC-CLM-STATUS = 'VOID'
                    MOVE 'VOID CLAIMS CANNOT JOIN AN OCCURRENCE'
                                                          TO MSGO
               WHEN WS-OCC-CLM-POLNUM = SPACES
                    MOVE 'CLAIM HAS NO POLICY - OCCURRENCE NOT OPENED'
                                                          TO MSGO
               WHEN WS-OCC-IND >= 0
                    MOVE 'CLAIM IS ALREADY UNDER AN OCCURRENCE'
                                                          TO MSGO
               WHEN OTHER
                    PERFORM 6515-NEXT-OCC-NUM-PARA
           END-EVALUATE.
      ******************************************************************
      *   NUMBER THE NEW OCCURRENCE OFF ITS OWN SEQUENCE, THE WAY      *
      *   2900-NEXT-CLAIM-NUM-PARA NUMBERS A CLAIM                     *
      ******************************************************************
       6515-NEXT-OCC-NUM-PARA.
      *
           EXEC SQL
                SELECT NEXT VALUE FOR MFTR47.CLAIMS6_OCCSEQ
                  INTO :CLAIMS6J.OCCNUM
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 6517-INSERT-OCC-PARA
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN NEXT OCC NUM - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '6515-NEXT-OCC-NUM' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *       WRITE THE OCCURRENCE ROW AND LINK THE CLAIM TO IT        *
      ******************************************************************
       6517-INSERT-OCC-PARA.
      *
           MOVE WS-OCC-CLM-POLNUM    TO POLICYNUM OF CLAIMS6J.
           MOVE CLAIMDATE            TO OCCDATE.
           MOVE CDESCI               TO OCCDESC.
           MOVE USERIDI              TO OCCUSER.
           EXEC SQL
                INSERT  INTO MFTR47.CLAIMS6_OCCUR
                       ( OCCNUM
                        ,POLICYNUM
                        ,OCCDATE
                        ,OCCDESC
                        ,OCCUSER
                        ,OCCTS)
                VALUES ( :CLAIMS6J.OCCNUM
                        ,:CLAIMS6J.POLICYNUM
                        ,:OCCDATE
                        ,:OCCDESC
                        ,:OCCUSER
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE OCCNUM OF CLAIMS6J  TO OCCNUM OF CLAIMS6
                    MOVE 0                   TO WS-OCC-IND
                    PERFORM 6560-SET-CLAIM-OCC-PARA
                    IF WS-OCC-OK
                       MOVE 'OCCURRENCE OPENED - CLAIM GROUPED UNDER IT'
                                                          TO MSGO
                    END-IF
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN OCCURRENCE INSERT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '6517-INSERT-OCC' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   LINK THE CLAIM TO THE KEYED OCCURRENCE. THE CLAIM MUST BE ON *
      *   THE OCCURRENCE'S POLICY, NOT ALREADY GROUPED ELSEWHERE, AND  *
      *   MUST FIT UNDER WHAT IS LEFT OF THE PER-OCCURRENCE LIMIT      *
      ******************************************************************
       6520-OCC-LINK-PARA.
      *
           PERFORM 6505-FETCH-OCC-CLAIM-PARA.
           IF WS-OCC-CLM-FOUND
              MOVE OCCI                  TO OCCNUM OF CLAIMS6J
              PERFORM 6540-FETCH-OCC-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-OCC-CLM-NOT-FOUND OR WS-OCC-NOT-FOUND
                    CONTINUE
               WHEN WS-OCC-CLM-STATUS = 'VOID'
                    MOVE 'VOID CLAIMS CANNOT JOIN AN OCCURRENCE'
                                                          TO MSGO
               WHEN WS-OCC-IND >= 0 AND
                    OCCNUM OF CLAIMS6 = OCCNUM OF CLAIMS6J
                    MOVE 'CLAIM IS ALREADY LINKED TO THAT OCCURRENCE'
                                                          TO MSGO
               WHEN WS-OCC-IND >= 0
                    MOVE 'CLAIM IS ON ANOTHER OCCURRENCE - UNLINK FIRST'
                                                          TO MSGO
               WHEN WS-OCC-CLM-POLNUM NOT = POLICYNUM OF CLAIMS6J
                    MOVE 'CLAIM IS NOT ON THE OCCURRENCE POLICY'
                                                          TO MSGO
               WHEN OTHER
                    PERFORM 6525-APPLY-LINK-PARA
           END-EVALUATE.
      ******************************************************************
      *   THE CLAIM BRINGS ITS INDEMNITY INCURRED INTO THE GROUP -     *
      *   VALUE1 LESS ITS OWN EXPENSE PAYMENTS, WHICH ARE PAID OUTSIDE *
      *   THE LIMIT THE SAME AS ON 2670-SHOW-EXPOSURE-PARA             *
      ******************************************************************
       6525-APPLY-LINK-PARA.
      *
           MOVE 0 TO WS-OCC-EXPENSE.
           EXEC SQL
                SELECT SUM(PAYAMT)
                  INTO :WS-OCC-EXPENSE :WS-OCC-EXP-IND
                  FROM MFTR47.CLAIMS6_PAY
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND COALESCE(PAYCOSTTYPE, 'IND') <> 'IND'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OCC-EXP-IND < 0
              MOVE 0 TO WS-OCC-EXPENSE
           END-IF.
           COMPUTE WS-OCC-ADD-VALUE = WS-OCC-CLM-VALUE1
                                    - WS-OCC-EXPENSE.
           IF WS-OCC-ADD-VALUE < 0
              MOVE 0 TO WS-OCC-ADD-VALUE
           END-IF.
           MOVE CLAIMNUMBER          TO WS-OCC-EXCL-CLAIM.
           PERFORM 6570-CHECK-OCC-LIMIT-PARA.
           IF WS-OCC-OK
              MOVE OCCNUM OF CLAIMS6J TO OCCNUM OF CLAIMS6
              MOVE 0                  TO WS-OCC-IND
              PERFORM 6560-SET-CLAIM-OCC-PARA
           END-IF.
      ******************************************************************
      *   TAKE THE CLAIM BACK OUT OF ITS OCCURRENCE. THE OCCURRENCE    *
      *   ROW STAYS ON FILE EVEN WHEN ITS LAST CLAIM LEAVES IT         *
      ******************************************************************
       6530-OCC-UNLINK-PARA.
      *
           PERFORM 6505-FETCH-OCC-CLAIM-PARA.
           EVALUATE TRUE
               WHEN WS-OCC-CLM-NOT-FOUND
                    CONTINUE
               WHEN WS-OCC-IND < 0
                    MOVE 'CLAIM IS NOT LINKED TO AN OCCURRENCE' TO MSGO
               WHEN OTHER
                    MOVE -1                  TO WS-OCC-IND
                    PERFORM 6560-SET-CLAIM-OCC-PARA
           END-EVALUATE.
      ******************************************************************
      *   READ AN OCCURRENCE WITH ITS POLICY'S PER-OCCURRENCE LIMIT.   *
      *   A NULL OR ZERO LIMIT MEANS THE POLICY HAS NONE               *
      ******************************************************************
       6540-FETCH-OCC-PARA.
      *
           SET WS-OCC-NOT-FOUND     TO TRUE.
           MOVE 0                   TO WS-OCC-LIMIT.
           MOVE -1                  TO WS-OCC-LIM-IND.
           EXEC SQL
                SELECT O.POLICYNUM
                      ,O.OCCDATE
                      ,O.OCCDESC
                      ,O.OCCUSER
                      ,P.OCCLIMIT
                  INTO :CLAIMS6J.POLICYNUM
                      ,:OCCDATE
                      ,:OCCDESC :WS-OCC-DESC-IND
                      ,:OCCUSER
                      ,:WS-OCC-LIMIT :WS-OCC-LIM-IND
                  FROM MFTR47.CLAIMS6_OCCUR O
                  LEFT OUTER JOIN MFTR47.CLAIMS6_POLICY P
                    ON P.POLICYNUM = O.POLICYNUM
                 WHERE O.OCCNUM = :CLAIMS6J.OCCNUM
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    SET WS-OCC-FOUND         TO TRUE
                    IF WS-OCC-DESC-IND < 0
                       MOVE SPACES           TO OCCDESC
                    END-IF
                    IF WS-OCC-LIM-IND < 0
                       MOVE 0                TO WS-OCC-LIMIT
                    END-IF
               WHEN 100
                    MOVE 'OCCURRENCE NOT FOUND' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE             TO WS-SQLCODE
                    STRING 'SQL ERROR IN OCCURRENCE SEL - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '6540-FETCH-OCC' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   OCCURRENCE INQUIRY - THE KEYED OCCURRENCE, OR WITH NONE      *
      *   KEYED THE ONE THE KEYED CLAIM IS GROUPED UNDER               *
      ******************************************************************
       6550-OCC-INQUIRY-PARA.
      *
           IF OCCI = SPACES OR OCCI = LOW-VALUES
              PERFORM 6505-FETCH-OCC-CLAIM-PARA
              EVALUATE TRUE
                  WHEN WS-OCC-CLM-NOT-FOUND
                       CONTINUE
                  WHEN WS-OCC-IND < 0
                       MOVE 'CLAIM IS NOT LINKED TO AN OCCURRENCE'
                                                          TO MSGO
                  WHEN OTHER
                       MOVE OCCNUM OF CLAIMS6 TO OCCNUM OF CLAIMS6J
                       PERFORM 6555-LIST-OCC-PARA
              END-EVALUATE
           ELSE
              MOVE OCCI                  TO OCCNUM OF CLAIMS6J
              PERFORM 6555-LIST-OCC-PARA
           END-IF.
      ******************************************************************
      *   SHOW THE OCCURRENCE - POLICY AND LIMIT, LOSS DATE AND        *
      *   DESCRIPTION, UP TO SEVEN OF ITS CLAIMS, THEN THE TOTALS FOR  *
      *   ALL OF THEM AND WHAT IS LEFT UNDER THE LIMIT                 *
      ******************************************************************
       6555-LIST-OCC-PARA.
      *
           PERFORM 6540-FETCH-OCC-PARA.
           IF WS-OCC-FOUND
              PERFORM 6556-SHOW-OCC-HEAD-PARA
              PERFORM 6558-SHOW-OCC-CLAIMS-PARA
              PERFORM 6559-SHOW-OCC-TOTALS-PARA
              MOVE WS-OCC-CNT            TO BRWCNTO
              MOVE 'OCCURRENCE LISTED'   TO MSGO
           END-IF.
      ******************************************************************
      *          FORMAT THE OCCURRENCE HEADER ONTO LINES 1-2           *
      ******************************************************************
       6556-SHOW-OCC-HEAD-PARA.
      *
           MOVE OCCNUM OF CLAIMS6J    TO WS-OCC-NUM-D.
           MOVE OCCNUM OF CLAIMS6J    TO OCCO.
           MOVE POLICYNUM OF CLAIMS6J TO POLNOO.
           MOVE FUNCTION DISPLAY-OF(OCCDATE) TO WS-OCC-DATE-D.
           MOVE FUNCTION DISPLAY-OF(OCCDESC) TO WS-OCC-DESC-D.
           IF WS-OCC-LIMIT > 0
              MOVE WS-OCC-LIMIT       TO WS-OCC-LIM-D
              MOVE WS-OCC-LIM-D       TO WS-OCC-LIM-X
           ELSE
              MOVE 'NO LIMIT'         TO WS-OCC-LIM-X
           END-IF.
           STRING 'OCCURRENCE '       DELIMITED BY SIZE
                  WS-OCC-NUM-D        DELIMITED BY SIZE
                  ' POLICY '          DELIMITED BY SIZE
                  POLICYNUM OF CLAIMS6J DELIMITED BY SIZE
                  ' LIMIT '           DELIMITED BY SIZE
                  WS-OCC-LIM-X        DELIMITED BY SIZE
             INTO BRWLNO(1)
           END-STRING.
           STRING 'LOSS '             DELIMITED BY SIZE
                  WS-OCC-DATE-D       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-OCC-DESC-D       DELIMITED BY SIZE
             INTO BRWLNO(2)
           END-STRING.
           MOVE 2 TO WS-OCC-CNT.
      ******************************************************************
      *   LIST THE OCCURRENCE'S CLAIMS - THE CARRIED RESERVE, OR VALUE *
      *   LESS PAID WHERE A CLAIM CARRIES NONE YET                     *
      ******************************************************************
       6558-SHOW-OCC-CLAIMS-PARA.
      *
           MOVE 'N' TO WS-OCC-EOF-SW.
           EXEC SQL
                DECLARE OCCCSR CURSOR FOR
                SELECT CLAIMNUMBER, STATUS
                      ,COALESCE(RESERVEAMT, COALESCE(VALUE1, 0)
                                          - COALESCE(PAID, 0))
                      ,COALESCE(PAID, 0)
                  FROM MFTR47.CLAIMS6
                 WHERE OCCNUM = :CLAIMS6J.OCCNUM
                 ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
                OPEN OCCCSR
           END-EXEC.
           PERFORM 6557-FETCH-OCC-CLAIM-PARA
              UNTIL WS-OCC-CNT = 9 OR WS-OCC-EOF.
           EXEC SQL
                CLOSE OCCCSR
           END-EXEC.
      ******************************************************************
      *              FETCH ONE OF THE OCCURRENCE'S CLAIMS              *
      ******************************************************************
       6557-FETCH-OCC-CLAIM-PARA.
      *
           EXEC SQL
                FETCH OCCCSR
                 INTO :CLAIMNUMBER, :WS-OCC-CLM-STATUS
                     ,:WS-OCC-CLM-RESV, :WS-OCC-CLM-PAID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    ADD 1                    TO WS-OCC-CNT
                    MOVE CLAIMNUMBER         TO WS-OCC-CLM-D
                    MOVE WS-OCC-CLM-RESV     TO WS-OCC-RESV-D
                    MOVE WS-OCC-CLM-PAID     TO WS-OCC-PAID-D
                    STRING 'CLAIM '          DELIMITED BY SIZE
                           WS-OCC-CLM-D      DELIMITED BY SIZE
                           ' '               DELIMITED BY SIZE
                           WS-OCC-CLM-STATUS DELIMITED BY SIZE
                           ' RESV='          DELIMITED BY SIZE
                           WS-OCC-RESV-D     DELIMITED BY SIZE
                           ' PAID='          DELIMITED BY SIZE
                           WS-OCC-PAID-D     DELIMITED BY SIZE
                      INTO BRWLNO(WS-OCC-CNT)
                    END-STRING
               WHEN 100
                    SET WS-OCC-EOF           TO TRUE
               WHEN OTHER
                    SET WS-OCC-EOF           TO TRUE
                    MOVE SQLCODE             TO WS-SQLCODE
                    MOVE '6557-FETCH-OCC-CLM' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   TOTAL LINE - EVERY LINKED CLAIM IS COUNTED, VOID CLAIMS ADD  *
      *   NOTHING TO THE RESERVE AND PAID. REMAINING COVER IS THE      *
      *   LIMIT LESS THE GROUP'S INDEMNITY INCURRED                    *
      ******************************************************************
       6559-SHOW-OCC-TOTALS-PARA.
      *
           MOVE 0 TO WS-OCC-COUNT.
           MOVE 0 TO WS-OCC-RESV.
           MOVE 0 TO WS-OCC-PAID.
           EXEC SQL
                SELECT COUNT(*)
                      ,SUM(CASE WHEN STATUS <> 'VOID'
                                THEN COALESCE(RESERVEAMT,
                                              COALESCE(VALUE1, 0)
                                            - COALESCE(PAID, 0))
                           END)
                      ,SUM(CASE WHEN STATUS <> 'VOID'
                                THEN COALESCE(PAID, 0)
                           END)
                  INTO :WS-OCC-COUNT
                      ,:WS-OCC-RESV :WS-OCC-RESV-IND
                      ,:WS-OCC-PAID :WS-OCC-PAID-IND
                  FROM MFTR47.CLAIMS6
                 WHERE OCCNUM = :CLAIMS6J.OCCNUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE                 TO WS-SQLCODE
              MOVE '6559-OCC-TOTALS' TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
           IF WS-OCC-RESV-IND < 0
              MOVE 0 TO WS-OCC-RESV
           END-IF.
           IF WS-OCC-PAID-IND < 0
              MOVE 0 TO WS-OCC-PAID
           END-IF.
           MOVE WS-OCC-COUNT          TO WS-OCC-CNT-D.
           MOVE WS-OCC-RESV           TO WS-OCC-RESV-D.
           MOVE WS-OCC-PAID           TO WS-OCC-PAID-D.
           ADD 1 TO WS-OCC-CNT.
           STRING 'TOTAL '            DELIMITED BY SIZE
                  WS-OCC-CNT-D        DELIMITED BY SIZE
                  ' CLAIMS RESV='     DELIMITED BY SIZE
                  WS-OCC-RESV-D       DELIMITED BY SIZE
                  ' PAID='            DELIMITED BY SIZE
                  WS-OCC-PAID-D       DELIMITED BY SIZE
             INTO BRWLNO(WS-OCC-CNT)
           END-STRING.
           MOVE 0 TO REMCOVO.
           IF WS-OCC-LIMIT > 0
              MOVE 0 TO WS-OCC-EXCL-CLAIM
              PERFORM 6575-SUM-OCC-INCURRED-PARA
              COMPUTE REMCOVO = WS-OCC-LIMIT - WS-OCC-INCURRED
           END-IF.
      ******************************************************************
      *   SET OR CLEAR THE CLAIM'S OCCURRENCE AND AUDIT THE CHANGE     *
      ******************************************************************
       6560-SET-CLAIM-OCC-PARA.
      *
           SET WS-OCC-OK TO TRUE.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6
                   SET OCCNUM       = :CLAIMS6.OCCNUM :WS-OCC-IND
                      ,ROWTS        = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER  = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 6565-WRITE-OCC-HIST-PARA
                    IF WS-OCC-IND >= 0
                       MOVE OCCNUM OF CLAIMS6 TO OCCO
                       MOVE 'CLAIM LINKED TO THE OCCURRENCE' TO MSGO
                    ELSE
                       MOVE SPACES          TO OCCO
                       MOVE 'CLAIM UNLINKED FROM ITS OCCURRENCE'
                                                          TO MSGO
                    END-IF
               WHEN OTHER
                    SET WS-OCC-FAILED       TO TRUE
                    MOVE SQLCODE            TO WS-SQLCODE
                    STRING 'SQL ERROR IN OCCURRENCE UPD - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '6560-SET-CLM-OCC' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   AUDIT THE LINK OR UNLINK (CHGTYPE O) - AMOUNTS, CAUSE AND    *
      *   OBSERVATIONS ARE CARRIED THROUGH UNCHANGED, THE WAY          *
      *   4600-WRITE-ASSIGN-HIST-PARA AUDITS A HANDOFF                 *
      ******************************************************************
       6565-WRITE-OCC-HIST-PARA.
      *
           MOVE 0          TO WS-OLD-PAID.
           MOVE 0          TO WS-OLD-VALUE1.
           INITIALIZE WS-OLD-CAUSE.
           INITIALIZE WS-OLD-OBS.
           EXEC SQL
                SELECT  PAID
                       ,VALUE1
                       ,CAUSE
                       ,OBSERVATIONS
                  INTO  :WS-OLD-PAID
                       ,:WS-OLD-VALUE1
                       ,:WS-OLD-CAUSE
                       ,:WS-OLD-OBS
                  FROM   MFTR47.CLAIMS6
                 WHERE  CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE                 TO WS-SQLCODE
              MOVE '6565-OCCHIST-SEL' TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
           MOVE WS-OLD-PAID    TO PAID.
           MOVE WS-OLD-VALUE1  TO VALUE1.
           MOVE WS-OLD-CAUSE   TO CAUSE.
           MOVE WS-OLD-OBS     TO OBSERVATIONS.
           MOVE 'O'            TO CHGTYPE.
           PERFORM 9500-WRITE-HIST-PARA.
      ******************************************************************
      *   WOULD THE GROUP'S INDEMNITY INCURRED, WITH WS-OCC-ADD-VALUE  *
      *   ADDED, GO OVER THE PER-OCCURRENCE LIMIT                      *
      ******************************************************************
       6570-CHECK-OCC-LIMIT-PARA.
      *
           SET WS-OCC-OK TO TRUE.
           IF WS-OCC-LIMIT > 0
              PERFORM 6575-SUM-OCC-INCURRED-PARA
              IF WS-OCC-INCURRED + WS-OCC-ADD-VALUE > WS-OCC-LIMIT
                 SET WS-OCC-FAILED TO TRUE
                 MOVE 'CLAIM WOULD EXCEED THE PER-OCCURRENCE LIMIT'
                                                          TO MSGO
              END-IF
           END-IF.
      ******************************************************************
      *   INDEMNITY INCURRED ON THE OCCURRENCE - VALUE1 OF ITS       *
      *   NON-VOID CLAIMS LESS THEIR EXPENSE PAYMENTS, LEAVING OUT     *
      *   THE CLAIM IN WS-OCC-EXCL-CLAIM (THE ONE BEING ADDED, OR      *
      *   ZERO FOR NONE)                                               *
      ******************************************************************
       6575-SUM-OCC-INCURRED-PARA.
      *
           MOVE 0 TO WS-OCC-INCURRED.
           EXEC SQL
                SELECT SUM(VALUE1)
                  INTO :WS-OCC-INCURRED :WS-OCC-INC-IND
                  FROM MFTR47.CLAIMS6
                 WHERE OCCNUM       = :CLAIMS6J.OCCNUM
                   AND STATUS      <> 'VOID'
                   AND CLAIMNUMBER <> :WS-OCC-EXCL-CLAIM
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OCC-INC-IND < 0
              MOVE 0 TO WS-OCC-INCURRED
           END-IF.
           MOVE 0 TO WS-OCC-EXPENSE.
           EXEC SQL
                SELECT SUM(P.PAYAMT)
                  INTO :WS-OCC-EXPENSE :WS-OCC-EXP-IND
                  FROM MFTR47.CLAIMS6_PAY P
                      ,MFTR47.CLAIMS6     C
                 WHERE C.OCCNUM       = :CLAIMS6J.OCCNUM
                   AND C.STATUS      <> 'VOID'
                   AND C.CLAIMNUMBER <> :WS-OCC-EXCL-CLAIM
                   AND P.CLAIMNUMBER  = C.CLAIMNUMBER
                   AND COALESCE(P.PAYCOSTTYPE, 'IND') <> 'IND'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OCC-EXP-IND < 0
              MOVE 0 TO WS-OCC-EXPENSE
           END-IF.
           SUBTRACT WS-OCC-EXPENSE FROM WS-OCC-INCURRED.
           IF WS-OCC-INCURRED < 0
              MOVE 0 TO WS-OCC-INCURRED
           END-IF.
      ******************************************************************
      *   A NEW CLAIM KEYED WITH AN OCCURRENCE NUMBER - THE OCCURRENCE *
      *   MUST EXIST UNDER THE CLAIM'S POLICY AND THE CLAIM'S VALUE    *
      *   MUST FIT UNDER WHAT IS LEFT OF THE LIMIT                     *
      ******************************************************************
       6580-CHECK-ADD-OCC-PARA.
      *
           MOVE OCCI                    TO OCCNUM OF CLAIMS6J.
           PERFORM 6540-FETCH-OCC-PARA.
           EVALUATE TRUE
               WHEN WS-OCC-NOT-FOUND
                    SET WS-OCC-FAILED     TO TRUE
               WHEN POLICYNUM OF CLAIMS6J NOT = POLICYNUM OF CLAIMS6
                    SET WS-OCC-FAILED     TO TRUE
                    MOVE 'CLAIM IS NOT ON THE OCCURRENCE POLICY'
                                                          TO MSGO
               WHEN OTHER
                    MOVE VALUE1 OF CLAIMS6 TO WS-OCC-ADD-VALUE
                    MOVE CLAIMNUMBER      TO WS-OCC-EXCL-CLAIM
                    PERFORM 6570-CHECK-OCC-LIMIT-PARA
           END-EVALUATE.
           IF WS-OCC-OK
              MOVE 0                    TO WS-OCC-IND
              MOVE OCCNUM OF CLAIMS6J   TO OCCNUM OF CLAIMS6
           END-IF.
      ******************************************************************
      *   AN INDEMNITY PAYMENT ON A GROUPED CLAIM - INDEMNITY ALREADY  *
      *   PAID ACROSS THE OCCURRENCE'S NON-VOID CLAIMS, PLUS THIS ONE, *
      *   MUST STAY WITHIN THE PER-OCCURRENCE LIMIT                    *
      ******************************************************************
       6590-CHECK-OCC-PAID-PARA.
      *
           MOVE OCCNUM OF CLAIMS6       TO OCCNUM OF CLAIMS6J.
           PERFORM 6540-FETCH-OCC-PARA.
           IF WS-OCC-FOUND AND WS-OCC-LIMIT > 0
              PERFORM 6595-SUM-OCC-PAID-PARA
              IF WS-OCC-PAID + PAYAMT > WS-OCC-LIMIT
                 SET WS-OCC-FAILED      TO TRUE
              END-IF
           END-IF.
      ******************************************************************
      *      INDEMNITY PAID SO FAR ACROSS THE OCCURRENCE'S CLAIMS      *
      ******************************************************************
       6595-SUM-OCC-PAID-PARA.
      *
           MOVE 0 TO WS-OCC-PAID.
           EXEC SQL
                SELECT SUM(P.PAYAMT)
                  INTO :WS-OCC-PAID :WS-OCC-PAID-IND
                  FROM MFTR47.CLAIMS6_PAY P
                      ,MFTR47.CLAIMS6     C
                 WHERE C.OCCNUM       = :CLAIMS6J.OCCNUM
                   AND C.STATUS      <> 'VOID'
                   AND P.CLAIMNUMBER  = C.CLAIMNUMBER
                   AND COALESCE(P.PAYCOSTTYPE, 'IND') = 'IND'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OCC-PAID-IND < 0
              MOVE 0 TO WS-OCC-PAID
           END-IF.
      ******************************************************************
      *   MAINTAIN THE CAUSE REFERENCE TABLE (OPTION C) - ADD A NEW    *
      *   CAUSE CODE EFFECTIVE TODAY, OR RETIRE AN EXISTING ONE BY     *
      *   EXPIRING IT TODAY. RETIRED CODES STAY ON THE TABLE SO OLD    *
      *   CLAIMS STILL DISPLAY THEM; MF47CB2'S 9000-CHECK-CAUSE-PARA   *
      *   STOPS THEM BEING USED ON NEW WORK. ACTION S LISTS AND        *
      *   APPROVES THE CAUSE SEVERITIES PROPOSED BY MF47B38            *
      ******************************************************************
       8000-CAUSE-MAINT-DATA.
      *
           INITIALIZE WS-SQLCODE.
           INITIALIZE CLAIMNUMBER.
           MOVE CAUSEI          TO CAUSECODE.
           INITIALIZE CAUSEDESC.
           MOVE CDESCI          TO CAUSEDESC.
           EVALUATE CACTI
               WHEN 'A'
                    PERFORM 8100-CAUSE-ADD-PARA
               WHEN 'S'
                    PERFORM 8250-SEVERITY-DATA
               WHEN OTHER
                    PERFORM 8200-CAUSE-RETIRE-PARA
           END-EVALUATE.
      ******************************************************************
      *            ADD A CAUSE CODE, EFFECTIVE TODAY                   *
      ******************************************************************
       8100-CAUSE-ADD-PARA.
      *
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_CAUSE
                       ( CAUSECODE
                        ,CAUSEDESC
                        ,EFFDATE
                        ,EXPDATE)
                VALUES ( :CAUSECODE
                        ,:CAUSEDESC
                        ,CURRENT DATE
                        ,NULL)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'CAUSE CODE ADDED SUCCESSFULLY'   TO MSGO
               WHEN -803
                    MOVE 'CAUSE CODE ALREADY ON THE TABLE' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN CAUSE ADD - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '8100-CAUSE-ADD' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *      RETIRE A CAUSE CODE BY EXPIRING IT AS OF TODAY            *
      ******************************************************************
       8200-CAUSE-RETIRE-PARA.
      *
           EXEC SQL
                UPDATE MFTR47.CLAIMS6_CAUSE
                   SET EXPDATE   = CURRENT DATE
                 WHERE CAUSECODE = :CAUSECODE
                   AND EXPDATE IS NULL
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'CAUSE CODE RETIRED SUCCESSFULLY' TO MSGO
               WHEN 100
                    MOVE 'CAUSE CODE NOT FOUND OR ALREADY RETIRED'
                                                           TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN CAUSE RETIRE - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8200-CAUSE-RETIRE' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   CAUSE SEVERITY APPROVAL (OPTION C, ACTION S). THE QUARTERLY  *
      *   RECALIBRATION (MF47B38) ONLY PROPOSES NEW FIGURES - THEY     *
      *   TAKE EFFECT WHEN A SUPERVISOR APPROVES THEM HERE. WITH NO    *
      *   CAUSE THE PROPOSALS ARE LISTED A SCREENFUL AT A TIME,        *
      *   CURRENT AND PROPOSED SIDE BY SIDE; WITH ONE, THE CAUSE'S     *
      *   PROPOSALS ARE APPROVED - FOR THE KEYED REGION ONLY, OR FOR   *
      *   EVERY REGION WHEN NONE IS KEYED                              *
      ******************************************************************
       8250-SEVERITY-DATA.
      *
           IF CAUSEI = SPACES OR CAUSEI = LOW-VALUES
              PERFORM 8260-LIST-SEVERITY-PARA
           ELSE
              PERFORM 8280-APPROVE-SEVERITY-PARA
           END-IF.
      ******************************************************************
      *       LIST THE FIRST TEN SEVERITIES WAITING FOR APPROVAL       *
      ******************************************************************
       8260-LIST-SEVERITY-PARA.
      *
           MOVE 0   TO WS-SEV-CNT.
           MOVE 'N' TO WS-SEV-EOF-SW.
           EXEC SQL
                DECLARE SEVCSR CURSOR FOR
                SELECT SEVCAUSE, SEVREGION, AVGSEV, PROPSEV, PROPCOUNT
                  FROM MFTR47.CLAIMS6_SEVERITY
                 WHERE PROPSEV IS NOT NULL
                 ORDER BY SEVCAUSE, SEVREGION
           END-EXEC.
           EXEC SQL
                OPEN SEVCSR
           END-EXEC.
           PERFORM 8270-FETCH-SEVERITY-PARA
              UNTIL WS-SEV-CNT = 10 OR WS-SEV-EOF
           EXEC SQL
                CLOSE SEVCSR
           END-EXEC.
           MOVE WS-SEV-CNT TO BRWCNTO.
           IF WS-SEV-CNT = 0
              MOVE 'NO CAUSE SEVERITIES ARE WAITING FOR APPROVAL'
                                                     TO MSGO
           ELSE
              MOVE 'ENTER A CAUSE WITH ACTION S TO APPROVE ITS SEVERITY'
                                                     TO MSGO
           END-IF.
      ******************************************************************
      *                 FETCH ONE PROPOSED SEVERITY                    *
      ******************************************************************
       8270-FETCH-SEVERITY-PARA.
      *
           EXEC SQL
                FETCH SEVCSR
                 INTO :SEVCAUSE, :SEVREGION, :AVGSEV
                     ,:PROPSEV :WS-SEV-PROP-IND
                     ,:PROPCOUNT :WS-SEV-PROP-IND
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    ADD 1                        TO WS-SEV-CNT
                    MOVE AVGSEV                  TO WS-SEV-NOW-D
                    MOVE PROPSEV                 TO WS-SEV-NEW-D
                    MOVE PROPCOUNT               TO WS-SEV-N-D
                    STRING 'SEV '           DELIMITED BY SIZE
                           SEVCAUSE         DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           SEVREGION        DELIMITED BY SIZE
                           ' NOW='          DELIMITED BY SIZE
                           WS-SEV-NOW-D     DELIMITED BY SIZE
                           ' NEW='          DELIMITED BY SIZE
                           WS-SEV-NEW-D     DELIMITED BY SIZE
                           ' N='            DELIMITED BY SIZE
                           WS-SEV-N-D       DELIMITED BY SIZE
                      INTO BRWLNO(WS-SEV-CNT)
                    END-STRING
               WHEN 100
                    SET WS-SEV-EOF               TO TRUE
               WHEN OTHER
                    SET WS-SEV-EOF               TO TRUE
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SEVERITY FETCH - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8270-FETCH-SEV' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   PUT THE CAUSE'S PROPOSED SEVERITIES INTO EFFECT, RETAINING   *
      *   THE APPROVING SUPERVISOR AND TIME ON THE ROW                 *
      ******************************************************************
       8280-APPROVE-SEVERITY-PARA.
      *
           MOVE CAUSEI TO SEVCAUSE.
           IF REGIONI = SPACES OR REGIONI = LOW-VALUES
              MOVE SPACES  TO WS-SEV-REGION
           ELSE
              MOVE REGIONI TO WS-SEV-REGION
           END-IF.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6_SEVERITY
                   SET AVGSEV    = PROPSEV
                      ,SEVCOUNT  = PROPCOUNT
                      ,SEVUSER   = :USERIDI
                      ,SEVTS     = CURRENT TIMESTAMP
                      ,PROPSEV   = NULL
                      ,PROPCOUNT = NULL
                      ,PROPTS    = NULL
                 WHERE SEVCAUSE  = :SEVCAUSE
                   AND PROPSEV IS NOT NULL
                   AND (:WS-SEV-REGION = ' '
                    OR  SEVREGION = :WS-SEV-REGION)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SQLERRD(3)              TO WS-SEV-APPR-D
                    STRING 'CAUSE SEVERITY APPROVED FOR '
                                            DELIMITED BY SIZE
                           WS-SEV-APPR-D    DELIMITED BY SIZE
                           ' REGION ROW(S)' DELIMITED BY SIZE
                      INTO MSGO
                    END-STRING
               WHEN 100
                    MOVE 'NO SEVERITY IS WAITING FOR APPROVAL ON THAT CA
      -                  'USE' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SEVERITY APPROVE - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8280-APPR-SEV' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   ADD A CATASTROPHE EVENT TO THE REFERENCE TABLE (OPTION E) -  *
      *   CODE, DESCRIPTION AND EVENT DATE - SO A STORM'S CLAIMS CAN   *
      *   ALL BE KEYED UNDER ONE CODE AND WORKED AS ONE EVENT          *
      ******************************************************************
       8300-EVENT-ADD-DATA.
      *
           INITIALIZE WS-SQLCODE.
           INITIALIZE CLAIMNUMBER.
           MOVE EVENTI          TO EVENTCODE OF CLAIMS6E.
           INITIALIZE EVENTDESC.
           MOVE CDESCI          TO EVENTDESC.
           MOVE FUNCTION NATIONAL-OF(dateI) TO EVENTDATE.
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_CATEVENT
                       ( EVENTCODE
                        ,EVENTDESC
                        ,EVENTDATE)
                VALUES ( :CLAIMS6E.EVENTCODE
                        ,:EVENTDESC
                        ,:EVENTDATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'CATASTROPHE EVENT ADDED SUCCESSFULLY' TO MSGO
               WHEN -803
                    MOVE 'EVENT CODE ALREADY ON THE TABLE' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN EVENT ADD - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '8300-EVENT-ADD' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   POST AN EXPLICIT RESERVE ADJUSTMENT (OPTION R) - AMOUNT,     *
      *   REASON, USER AND COST TYPE (IND, ALAE OR ADJ IN THE TYPE     *
      *   FIELD), S = STRENGTHEN (+) OR R = RELEASE (-) -              *
      *   AND CARRY THE RUNNING RESERVE BALANCE ON THE CLAIM, SO       *
      *   RESERVES ARE NO LONGER MOVED BY DISTORTING VALUE1 THROUGH    *
      *   THE CORRECTION SCREEN                                        *
      ******************************************************************
       7300-RESERVE-ADJ-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE claimNumI       TO CLAIMNUMBER.
           COMPUTE RESVAMT = FUNCTION NUMVAL(RAMTI).
           IF RACTI = 'R'
              COMPUTE RESVAMT = 0 - RESVAMT
           END-IF.
           MOVE RREASI          TO RESVREASON.
           MOVE USERIDI         TO RESVUSER.
           IF RTYPEI = SPACES OR RTYPEI = LOW-VALUES
              MOVE 'IND'        TO RESVCOSTTYPE
           ELSE
              MOVE RTYPEI       TO RESVCOSTTYPE
           END-IF.
           EXEC SQL
                SELECT STATUS
                  INTO :WS-CURR-STATUS
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    IF WS-CURR-STATUS = 'VOID'
                       MOVE 'RESERVES CANNOT BE ADJUSTED ON A VOID CLA
      -                     'IM' TO MSGO
                    ELSE
                       PERFORM 9450-CHECK-PERIOD-PARA
                       IF WS-PERIOD-OPEN
                          PERFORM 7350-INSERT-RESV-PARA
                       END-IF
                    END-IF
               WHEN 100
                    MOVE 'CLAIM NOT FOUND - RESERVE NOT ADJUSTED'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN RESV SELECT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7300-RESERVE-ADJ' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   INSERT THE RESERVE TRANSACTION UNDER THE NEXT SEQUENCE       *
      ******************************************************************
       7350-INSERT-RESV-PARA.
      *
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MAX(RESVSEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_RESV
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-SEQ-IND < 0
              MOVE 0            TO WS-NEXT-SEQ
           END-IF
           ADD 1                TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ     TO RESVSEQ.

           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_RESV
                       ( CLAIMNUMBER
                        ,RESVSEQ
                        ,RESVAMT
                        ,RESVREASON
                        ,RESVUSER
                        ,RESVTS
                        ,RESVCOSTTYPE
                        ,RESVPERIOD)
                VALUES ( :CLAIMNUMBER
                        ,:RESVSEQ
                        ,:RESVAMT
                        ,:RESVREASON
                        ,:RESVUSER
                        ,CURRENT TIMESTAMP
                        ,:RESVCOSTTYPE
                        ,:WS-POST-PERIOD)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7400-RECALC-RESERVE-PARA
                    MOVE 'RESERVE ADJUSTED - BALANCE RECALCULATED'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN RESV INSERT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7350-INSERT-RESV' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   RE-DERIVE THE CLAIM'S RUNNING RESERVE BALANCE: ESTIMATED     *
      *   VALUE LESS PAYMENTS, PLUS ALL EXPLICIT ADJUSTMENTS, LESS     *
      *   MONEY RECOVERED BACK THROUGH SUBROGATION OR SALVAGE.         *
      *   CALLED WHEREVER VALUE1, PAID, THE ADJUSTMENTS OR THE         *
      *   RECOVERIES THEMSELVES CHANGE                                 *
      ******************************************************************
       7400-RECALC-RESERVE-PARA.
      *
           MOVE 0 TO WS-RESV-ADJ-TOT.
           EXEC SQL
                SELECT SUM(RESVAMT)
                  INTO :WS-RESV-ADJ-TOT :WS-RESV-ADJ-IND
                  FROM MFTR47.CLAIMS6_RESV
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-RESV-ADJ-IND < 0
              MOVE 0 TO WS-RESV-ADJ-TOT
           END-IF.
           MOVE 0 TO WS-RECOV-TOT.
           EXEC SQL
                SELECT SUM(RECOVAMT)
                  INTO :WS-RECOV-TOT :WS-RECOV-IND
                  FROM MFTR47.CLAIMS6_RECOV
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-RECOV-IND < 0
              MOVE 0 TO WS-RECOV-TOT
           END-IF.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6
                   SET RESERVEAMT = VALUE1 - PAID + :WS-RESV-ADJ-TOT
                                  - :WS-RECOV-TOT
                      ,ROWTS   = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    COMPUTE RESRVO = VALUE1 OF CLAIMS6
                                   - PAID   OF CLAIMS6
                                   + WS-RESV-ADJ-TOT
                                   - WS-RECOV-TOT
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN RESV RECALC - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7400-RECALC-RESV' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   POST A RECOVERY (OPTION V) - MONEY COMING BACK FROM A THIRD  *
      *   PARTY (SUBRO) OR FROM SELLING SALVAGE, KEYED UNDER THE       *
      *   CLAIM THE WAY PAYMENTS ARE AND NETTED INTO THE RUNNING       *
      *   RESERVE BY 7400-RECALC-RESERVE-PARA                          *
      ******************************************************************
       7500-RECOVERY-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE claimNumI       TO CLAIMNUMBER.
           COMPUTE RECOVAMT = FUNCTION NUMVAL(RAMTI).
           MOVE RTYPEI          TO RECOVTYPE.
           MOVE RREASI          TO RECOVREASON.
           MOVE USERIDI         TO RECOVUSER.
           EXEC SQL
                SELECT STATUS
                  INTO :WS-CURR-STATUS
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    IF WS-CURR-STATUS = 'VOID'
                       MOVE 'RECOVERIES CANNOT BE POSTED TO A VOID CLA
      -                     'IM' TO MSGO
                    ELSE
                       PERFORM 9450-CHECK-PERIOD-PARA
                       IF WS-PERIOD-OPEN
                          PERFORM 7550-INSERT-RECOV-PARA
                       END-IF
                    END-IF
               WHEN 100
                    MOVE 'CLAIM NOT FOUND - RECOVERY NOT POSTED'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN RECOV SELECT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7500-RECOVERY' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   INSERT THE RECOVERY TRANSACTION UNDER THE NEXT SEQUENCE      *
      ******************************************************************
       7550-INSERT-RECOV-PARA.
      *
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MAX(RECOVSEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_RECOV
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-SEQ-IND < 0
              MOVE 0            TO WS-NEXT-SEQ
           END-IF
           ADD 1                TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ     TO RECOVSEQ.

           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_RECOV
                       ( CLAIMNUMBER
                        ,RECOVSEQ
                        ,RECOVAMT
                        ,RECOVTYPE
                        ,RECOVREASON
                        ,RECOVUSER
                        ,RECOVTS
                        ,RECOVPERIOD)
                VALUES ( :CLAIMNUMBER
                        ,:RECOVSEQ
                        ,:RECOVAMT
                        ,:RECOVTYPE
                        ,:RECOVREASON
                        ,:RECOVUSER
                        ,CURRENT TIMESTAMP
                        ,:WS-POST-PERIOD)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7400-RECALC-RESERVE-PARA
                    MOVE 'RECOVERY POSTED - RESERVE RECALCULATED'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN RECOV INSERT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7550-INSERT-RECOV' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   CLAIM DIARY (OPTION D). A NON-BLANK NOTE IS ADDED AS ITS     *
      *   OWN TIMESTAMPED ENTRY STAMPED WITH THE ENTERING USER, AND    *
      *   THE MOST RECENT ENTRIES ARE THEN LISTED - SO THE CONTACT     *
      *   RECORD ACCUMULATES INSTEAD OF BEING OVERWRITTEN THE WAY      *
      *   OBSERVATIONS (NOW JUST THE HEADLINE DESCRIPTION) ALWAYS      *
      *   WAS. A BLANK NOTE SIMPLY BROWSES THE DIARY                   *
      ******************************************************************
       7600-DIARY-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE claimNumI       TO CLAIMNUMBER.
           EXEC SQL
                SELECT STATUS
                  INTO :WS-CURR-STATUS
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    IF NOTEI = SPACES
                       PERFORM 7700-LIST-NOTES-PARA
                       MOVE 'DIARY LISTED - MOST RECENT FIRST' TO MSGO
                    ELSE
                       PERFORM 7650-ADD-NOTE-PARA
                    END-IF
               WHEN 100
                    MOVE 'CLAIM NOT FOUND - DIARY NOT AVAILABLE'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN DIARY SELECT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7600-DIARY-DATA' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *     ADD ONE DIARY ENTRY UNDER THE NEXT NOTE SEQUENCE           *
      ******************************************************************
       7650-ADD-NOTE-PARA.
      *
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MAX(NOTESEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_NOTES
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF WS-SEQ-IND < 0
              MOVE 0            TO WS-NEXT-SEQ
           END-IF
           ADD 1                TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ     TO NOTESEQ.
           INITIALIZE NOTETEXT.
           MOVE NOTEI           TO NOTETEXT.
           MOVE USERIDI         TO NOTEUSER.
      *    AN OPTIONAL FOLLOW-UP DATE PUTS THE NOTE ON THE MF47B16
      *    DAILY TICKLER - WITHOUT ONE THE NOTE STAYS A PASSIVE
      *    CONTACT RECORD, THE WAY EVERY NOTE USED TO BE
           IF FUPDTI = SPACES
              MOVE -1           TO WS-FUPDT-IND
              INITIALIZE FOLLOWUPDT
           ELSE
              MOVE 0            TO WS-FUPDT-IND
              MOVE FUNCTION NATIONAL-OF(FUPDTI) TO FOLLOWUPDT
           END-IF.

           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_NOTES
                       ( CLAIMNUMBER
                        ,NOTESEQ
                        ,NOTETEXT
                        ,NOTEUSER
                        ,NOTETS
                        ,FOLLOWUPDT)
                VALUES ( :CLAIMNUMBER
                        ,:NOTESEQ
                        ,:NOTETEXT
                        ,:NOTEUSER
                        ,CURRENT TIMESTAMP
                        ,:FOLLOWUPDT :WS-FUPDT-IND)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7700-LIST-NOTES-PARA
                    MOVE 'DIARY NOTE ADDED' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN NOTE INSERT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7650-ADD-NOTE' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   LIST THE TEN MOST RECENT DIARY ENTRIES, NEWEST FIRST, THE    *
      *   WAY 5200-LIST-LINES-PARA LISTS A CLAIM'S LINE ITEMS          *
      ******************************************************************
       7700-LIST-NOTES-PARA.
      *
           MOVE 0                TO WS-NOTE-CNT.
           MOVE 'N'              TO WS-NOTE-EOF-SW.
           EXEC SQL
                DECLARE NOTCSR CURSOR FOR
                SELECT NOTESEQ, NOTETEXT, NOTEUSER, NOTETS
                  FROM MFTR47.CLAIMS6_NOTES
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                 ORDER BY NOTESEQ DESC
           END-EXEC.
           EXEC SQL
                OPEN NOTCSR
           END-EXEC.
           PERFORM 7750-FETCH-NOTE-PARA
              UNTIL WS-NOTE-CNT = 10 OR WS-NOTE-EOF
           EXEC SQL
                CLOSE NOTCSR
           END-EXEC.
           MOVE WS-NOTE-CNT TO BRWCNTO.
      ******************************************************************
      *                 FETCH ONE DIARY ENTRY ROW                      *
      ******************************************************************
       7750-FETCH-NOTE-PARA.
      *
           EXEC SQL
                FETCH NOTCSR
                 INTO :NOTESEQ, :NOTETEXT, :NOTEUSER, :NOTETS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    ADD 1                        TO WS-NOTE-CNT
                    MOVE NOTESEQ                 TO WS-NOTE-SEQ-D
                    MOVE FUNCTION DISPLAY-OF(NOTETS) TO WS-NOTE-TS-D
                    MOVE FUNCTION DISPLAY-OF(NOTETEXT) TO
                                                 WS-NOTE-TEXT-D
                    STRING WS-NOTE-SEQ-D    DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-NOTE-TS-D(1:16) DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           NOTEUSER         DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-NOTE-TEXT-D(1:30) DELIMITED BY SIZE
                      INTO BRWLNO(WS-NOTE-CNT)
                    END-STRING
               WHEN 100
                    SET WS-NOTE-EOF              TO TRUE
               WHEN OTHER
                    SET WS-NOTE-EOF              TO TRUE
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN NOTE FETCH - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '7750-FETCH-NOTE' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   RECURRING PAYMENT SCHEDULES (OPTION K). ACTION A SETS UP A   *
      *   SCHEDULE, ACTION X CANCELS THE ONE NUMBERED IN PSEQI AND A   *
      *   BLANK ACTION LISTS THE CLAIM'S SCHEDULES. THE PAYMENTS       *
      *   THEMSELVES ARE RAISED EACH NIGHT BY MF47B41 THROUGH THE      *
      *   ORDINARY OPTION 7 PATH                                       *
      ******************************************************************
       7800-SCHEDULE-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE claimNumI       TO CLAIMNUMBER OF CLAIMS67.
           EXEC SQL
                SELECT STATUS
                  INTO :WS-CURR-STATUS
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMS67.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    EVALUATE CACTI
                        WHEN 'A'
                             PERFORM 7810-SCHED-ADD-PARA
                        WHEN 'X'
                             PERFORM 7820-SCHED-CANCEL-PARA
                        WHEN OTHER
                             PERFORM 7830-LIST-SCHED-PARA
                             MOVE 'PAYMENT SCHEDULES LISTED' TO MSGO
                    END-EVALUATE
               WHEN 100
                    MOVE 'CLAIM NOT FOUND - SCHEDULES NOT AVAILABLE'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SCHEDULE SELECT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7800-SCHEDULE-DATA' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   SET UP A SCHEDULE UNDER THE NEXT SCHEDULE NUMBER. THE PAYEE  *
      *   AND VENDOR ARE CHECKED NOW SO A BAD SCHEDULE IS REFUSED AT   *
      *   THE SCREEN - EVERY OTHER PAYMENT RULE IS APPLIED AGAIN BY    *
      *   7050-CHECK-PAYMENT-PARA AS EACH PAYMENT FALLS DUE            *
      ******************************************************************
       7810-SCHED-ADD-PARA.
      *
           MOVE 0 TO WS-PARTY-COUNT.
           IF PAYPTYI NOT = SPACES AND PAYPTYI NOT = LOW-VALUES
              MOVE PAYPTYI      TO SCHPAYEESEQ
              MOVE 0            TO WS-SCHED-PTY-IND
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-PARTY-COUNT
                     FROM MFTR47.CLAIMS6_PARTY
                    WHERE CLAIMNUMBER = :CLAIMS67.CLAIMNUMBER
                      AND PARTYSEQ    = :SCHPAYEESEQ
              END-EXEC
           ELSE
              MOVE 0            TO SCHPAYEESEQ
              MOVE -1           TO WS-SCHED-PTY-IND
              MOVE 1            TO WS-PARTY-COUNT
           END-IF.
           SET WS-VEND-NOT-KEYED TO TRUE.
           SET WS-VEND-NOT-FOUND TO TRUE.
           IF VENDI NOT = SPACES AND VENDI NOT = LOW-VALUES
              SET WS-VEND-KEYED TO TRUE
              MOVE VENDI        TO VENDORID
              MOVE VENDI        TO SCHVENDID
              MOVE 0            TO WS-SCHED-VEND-IND
              PERFORM 8940-FETCH-VENDOR-PARA
           ELSE
              INITIALIZE SCHVENDID
              MOVE -1           TO WS-SCHED-VEND-IND
           END-IF.
           EVALUATE TRUE
               WHEN WS-CURR-STATUS = 'CLOSED' OR
                    WS-CURR-STATUS = 'VOID'
                    MOVE 'SCHEDULES CANNOT BE SET UP ON A CLOSED CLAIM'
                                                          TO MSGO
               WHEN WS-PARTY-COUNT = 0
                    MOVE 'PAYEE IS NOT A PARTY ON THIS CLAIM' TO MSGO
               WHEN WS-VEND-KEYED AND WS-VEND-NOT-FOUND
                    MOVE 'VENDOR IS NOT ON THE VENDOR MASTER' TO MSGO
               WHEN WS-VEND-FOUND AND VENDSTATUS = 'S'
                    MOVE 'PAYEE VENDOR IS SUSPENDED - NOT SCHEDULED'
                                                          TO MSGO
               WHEN OTHER
                    PERFORM 7815-INSERT-SCHED-PARA
           END-EVALUATE.
      ******************************************************************
      *   WRITE THE SCHEDULE ROW. THE FIRST PAYMENT FALLS DUE ON THE   *
      *   START DATE; THE SCHEDULE RUNS TO ITS END DATE OR FOR ITS     *
      *   COUNT OF PAYMENTS, WHICHEVER WAS KEYED                       *
      ******************************************************************
       7815-INSERT-SCHED-PARA.
      *
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MAX(SCHSEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_PAYSCHED
                 WHERE CLAIMNUMBER = :CLAIMS67.CLAIMNUMBER
           END-EXEC.
           IF WS-SEQ-IND < 0
              MOVE 0            TO WS-NEXT-SEQ
           END-IF
           ADD 1                TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ     TO SCHSEQ.
           COMPUTE SCHAMT = FUNCTION NUMVAL(PAYAMTI).
           MOVE PMETHI          TO SCHPMETH.
           IF WS-VEND-FOUND AND
              (PMETHI = SPACES OR PMETHI = LOW-VALUES)
              MOVE VENDPMETH    TO SCHPMETH
           END-IF.
           MOVE PAYREFI         TO SCHPAYREF.
           IF RTYPEI = SPACES OR RTYPEI = LOW-VALUES
              MOVE 'IND'        TO SCHCOSTTYPE
           ELSE
              MOVE RTYPEI       TO SCHCOSTTYPE
           END-IF.
           MOVE FREQI           TO SCHFREQ.
           MOVE FUNCTION NATIONAL-OF(dateI) TO SCHSTART.
           MOVE FUNCTION NATIONAL-OF(dateI) TO SCHNEXTDUE.
           IF TODTI = SPACES OR TODTI = LOW-VALUES
              INITIALIZE SCHEND
              MOVE -1           TO WS-SCHED-END-IND
              COMPUTE SCHCOUNT = FUNCTION NUMVAL(NPAYI)
              MOVE 0            TO WS-SCHED-CNT-IND
           ELSE
              MOVE FUNCTION NATIONAL-OF(TODTI) TO SCHEND
              MOVE 0            TO WS-SCHED-END-IND
              MOVE 0            TO SCHCOUNT
              MOVE -1           TO WS-SCHED-CNT-IND
           END-IF.
           MOVE USERIDI         TO SCHUSER.
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_PAYSCHED
                       ( CLAIMNUMBER
                        ,SCHSEQ
                        ,SCHAMT
                        ,SCHPMETH
                        ,SCHPAYREF
                        ,SCHPAYEESEQ
                        ,SCHVENDID
                        ,SCHCOSTTYPE
                        ,SCHFREQ
                        ,SCHSTART
                        ,SCHEND
                        ,SCHCOUNT
                        ,SCHNEXTDUE
                        ,SCHMADE
                        ,SCHSKIPPED
                        ,SCHSTATUS
                        ,SCHUSER
                        ,SCHTS)
                VALUES ( :CLAIMS67.CLAIMNUMBER
                        ,:SCHSEQ
                        ,:SCHAMT
                        ,:SCHPMETH
                        ,:SCHPAYREF
                        ,:SCHPAYEESEQ :WS-SCHED-PTY-IND
                        ,:SCHVENDID :WS-SCHED-VEND-IND
                        ,:SCHCOSTTYPE
                        ,:SCHFREQ
                        ,:SCHSTART
                        ,:SCHEND :WS-SCHED-END-IND
                        ,:SCHCOUNT :WS-SCHED-CNT-IND
                        ,:SCHNEXTDUE
                        ,0
                        ,0
                        ,'A'
                        ,:SCHUSER
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7830-LIST-SCHED-PARA
                    MOVE 'PAYMENT SCHEDULE ADDED' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN SCHEDULE INSERT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7815-INSERT-SCHED' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   CANCEL AN ACTIVE SCHEDULE. PAYMENTS ALREADY RAISED BY IT     *
      *   STAND - ONLY THE ONES NOT YET DUE ARE STOPPED                *
      ******************************************************************
       7820-SCHED-CANCEL-PARA.
      *
           MOVE PSEQI           TO SCHSEQ.
           INITIALIZE SCHSTOPRSN.
           STRING 'CANCELLED BY ' USERIDI DELIMITED BY SIZE
             INTO SCHSTOPRSN
           END-STRING.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAYSCHED
                   SET SCHSTATUS    = 'X'
                      ,SCHSTOPRSN   = :SCHSTOPRSN
                      ,SCHLASTTS    = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER  = :CLAIMS67.CLAIMNUMBER
                   AND SCHSEQ       = :SCHSEQ
                   AND SCHSTATUS    = 'A'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7830-LIST-SCHED-PARA
                    MOVE 'PAYMENT SCHEDULE CANCELLED' TO MSGO
               WHEN 100
                    MOVE 'NO ACTIVE SCHEDULE WITH THAT NUMBER ON CLAIM'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN SCHEDULE CANCEL - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7820-SCHED-CANCEL' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   LIST UP TO TEN OF THE CLAIM'S SCHEDULES, NEWEST FIRST        *
      ******************************************************************
       7830-LIST-SCHED-PARA.
      *
           MOVE 0                TO WS-SCHED-CNT.
           MOVE 'N'              TO WS-SCHED-EOF-SW.
           EXEC SQL
                DECLARE SCHCSR CURSOR FOR
                SELECT SCHSEQ, SCHFREQ, SCHAMT, SCHNEXTDUE, SCHSTATUS
                      ,SCHMADE, SCHSKIPPED, SCHEND, SCHCOUNT
                  FROM MFTR47.CLAIMS6_PAYSCHED
                 WHERE CLAIMNUMBER = :CLAIMS67.CLAIMNUMBER
                 ORDER BY SCHSEQ DESC
           END-EXEC.
           EXEC SQL
                OPEN SCHCSR
           END-EXEC.
           PERFORM 7840-FETCH-SCHED-PARA
              UNTIL WS-SCHED-CNT = 10 OR WS-SCHED-EOF
           EXEC SQL
                CLOSE SCHCSR
           END-EXEC.
           MOVE WS-SCHED-CNT TO BRWCNTO.
      ******************************************************************
      *   FETCH ONE SCHEDULE ROW - NUMBER, FREQUENCY, AMOUNT, NEXT     *
      *   DUE DATE, STATUS, PAYMENTS MADE/SKIPPED AND ITS TERM         *
      ******************************************************************
       7840-FETCH-SCHED-PARA.
      *
           EXEC SQL
                FETCH SCHCSR
                 INTO :SCHSEQ, :SCHFREQ, :SCHAMT, :SCHNEXTDUE
                     ,:SCHSTATUS, :SCHMADE, :SCHSKIPPED
                     ,:SCHEND :WS-SCHED-END-IND
                     ,:SCHCOUNT :WS-SCHED-CNT-IND
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    ADD 1                        TO WS-SCHED-CNT
                    MOVE SCHSEQ                  TO WS-SCHED-SEQ-D
                    MOVE SCHAMT                  TO WS-SCHED-AMT-D
                    MOVE SCHMADE                 TO WS-SCHED-MADE-D
                    MOVE SCHSKIPPED              TO WS-SCHED-SKIP-D
                    MOVE FUNCTION DISPLAY-OF(SCHNEXTDUE) TO
                                                 WS-SCHED-NEXT-D
                    EVALUATE SCHSTATUS
                        WHEN 'A'
                             MOVE 'ACTIVE'       TO WS-SCHED-STAT-D
                        WHEN 'C'
                             MOVE 'COMPLETE'     TO WS-SCHED-STAT-D
                        WHEN 'S'
                             MOVE 'STOPPED'      TO WS-SCHED-STAT-D
                        WHEN OTHER
                             MOVE 'CANCELLED'    TO WS-SCHED-STAT-D
                    END-EVALUATE
                    INITIALIZE WS-SCHED-TERM-D
                    IF WS-SCHED-END-IND < 0
                       MOVE SCHCOUNT             TO WS-SCHED-COUNT-D
                       STRING 'FOR ' WS-SCHED-COUNT-D ' PAYMENTS'
                              DELIMITED BY SIZE INTO WS-SCHED-TERM-D
                       END-STRING
                    ELSE
                       MOVE FUNCTION DISPLAY-OF(SCHEND) TO
                                                 WS-SCHED-END-D
                       STRING 'TO ' WS-SCHED-END-D
                              DELIMITED BY SIZE INTO WS-SCHED-TERM-D
                       END-STRING
                    END-IF
                    STRING WS-SCHED-SEQ-D   DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           SCHFREQ          DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-SCHED-AMT-D   DELIMITED BY SIZE
                           ' NEXT '         DELIMITED BY SIZE
                           WS-SCHED-NEXT-D  DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-SCHED-STAT-D  DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-SCHED-MADE-D  DELIMITED BY SIZE
                           '/'              DELIMITED BY SIZE
                           WS-SCHED-SKIP-D  DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-SCHED-TERM-D  DELIMITED BY SIZE
                      INTO BRWLNO(WS-SCHED-CNT)
                    END-STRING
               WHEN 100
                    SET WS-SCHED-EOF             TO TRUE
               WHEN OTHER
                    SET WS-SCHED-EOF             TO TRUE
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SCHEDULE FETCH - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '7840-FETCH-SCHED' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   SUPERVISOR APPROVAL (OPTION P). WITH NO CLAIM NUMBER THE     *
      *   HELD-FOR-APPROVAL QUEUE IS LISTED A SCREENFUL AT A TIME;     *
      *   WITH ONE, THAT HELD CLAIM IS APPROVED AND THE APPROVING      *
      *   USER AND TIMESTAMP ARE RETAINED ON THE ROW                   *
      ******************************************************************
       8500-APPROVAL-DATA.
      *
           INITIALIZE WS-SQLCODE.
           IF claimNumI = 0
              PERFORM 8600-LIST-HELD-PARA
           ELSE
              PERFORM 8700-APPROVE-CLAIM-PARA
           END-IF.
      ******************************************************************
      *          LIST THE FIRST TEN CLAIMS HELD FOR APPROVAL           *
      ******************************************************************
       8600-LIST-HELD-PARA.
      *
           MOVE 0   TO WS-HELD-CNT.
           MOVE 'N' TO WS-HELD-EOF-SW.
           EXEC SQL
                DECLARE HLDCSR CURSOR FOR
                SELECT CLAIMNUMBER, VALUE1, CAUSE
                  FROM MFTR47.CLAIMS6
                 WHERE APPRSTAT = 'H'
                 ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
                OPEN HLDCSR
           END-EXEC.
           PERFORM 8650-FETCH-HELD-PARA
              UNTIL WS-HELD-CNT = 10 OR WS-HELD-EOF
           EXEC SQL
                CLOSE HLDCSR
           END-EXEC.
           MOVE WS-HELD-CNT TO BRWCNTO.
           IF WS-HELD-CNT = 0
              MOVE 'NO CLAIMS ARE HELD FOR APPROVAL' TO MSGO
           ELSE
              MOVE 'ENTER A CLAIM NUMBER WITH OPTION P TO APPROVE'
                                                     TO MSGO
           END-IF.
      ******************************************************************
      *                  FETCH ONE HELD CLAIM ROW                      *
      ******************************************************************
       8650-FETCH-HELD-PARA.
      *
           EXEC SQL
                FETCH HLDCSR
                 INTO :CLAIMNUMBER, :VALUE1, :CAUSE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    ADD 1                        TO WS-HELD-CNT
                    MOVE CLAIMNUMBER             TO WS-HELD-CLM-D
                    MOVE VALUE1 OF CLAIMS6       TO WS-HELD-VAL-D
                    MOVE FUNCTION DISPLAY-OF(CAUSE) TO
                                                 WS-HELD-CAUSE-D
                    STRING 'HELD '          DELIMITED BY SIZE
                           WS-HELD-CLM-D    DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-HELD-CAUSE-D  DELIMITED BY SIZE
                           ' VALUE='        DELIMITED BY SIZE
                           WS-HELD-VAL-D    DELIMITED BY SIZE
                      INTO BRWLNO(WS-HELD-CNT)
                    END-STRING
               WHEN 100
                    SET WS-HELD-EOF              TO TRUE
               WHEN OTHER
                    SET WS-HELD-EOF              TO TRUE
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN HELD FETCH - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '8650-FETCH-HELD' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *    APPROVE ONE HELD CLAIM, RETAINING THE APPROVER AND TIME     *
      ******************************************************************
       8700-APPROVE-CLAIM-PARA.
      *
           MOVE claimNumI TO CLAIMNUMBER.
      *    A SUPERVISOR MAY ONLY RELEASE A HOLD WITHIN THEIR OWN
      *    DOLLAR AUTHORITY - A CLAIM PAST IT WAITS FOR A SUPERVISOR
      *    CARRYING A HIGHER LIMIT
           EXEC SQL
                SELECT VALUE1
                  INTO :VALUE1
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
           END-EXEC.
           IF SQLCODE = 0 AND VALUE1 OF CLAIMS6 > WS-APPR-LIMIT
              MOVE 'CLAIM EXCEEDS YOUR APPROVAL AUTHORITY' TO MSGO
           ELSE
              PERFORM 8750-APPLY-APPROVAL-PARA
           END-IF.
      ******************************************************************
      *              RELEASE THE HOLD ON THE CLAIM ROW                 *
      ******************************************************************
       8750-APPLY-APPROVAL-PARA.
      *
           EXEC SQL
                UPDATE MFTR47.CLAIMS6
                   SET APPRSTAT    = 'A'
                      ,APPRUSER    = :USERIDI
                      ,APPRTS      = CURRENT TIMESTAMP
                      ,ROWTS       = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND APPRSTAT    = 'H'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'CLAIM APPROVED SUCCESSFULLY' TO MSGO
               WHEN 100
                    MOVE 'CLAIM IS NOT HELD FOR APPROVAL' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN APPROVE - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '8700-APPROVE-CLM' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   LITIGATION (OPTION L). ACTION A OPENS THE CLAIM'S SUIT,      *
      *   ACTION U MAINTAINS IT AND A BLANK ACTION JUST SHOWS IT. THE  *
      *   PLAINTIFF ATTORNEY AND DEFENSE COUNSEL ARE CARRIED AS        *
      *   PARTIES ON CLAIMS6_PARTY (ROLES PLTFATTY AND DEFCNSL) AND    *
      *   THE SUIT ROW POINTS AT THEM. KEYING AN OUTCOME CLOSES THE    *
      *   SUIT; THE TRIAL AND NEXT KEY DATES OF AN OPEN SUIT FEED THE  *
      *   MF47B16 TICKLER                                              *
      ******************************************************************
       8800-LITIGATION-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE claimNumI       TO CLAIMNUMBER OF CLAIMS6.
           MOVE claimNumI       TO CLAIMNUMBER OF CLAIMS6S.
           EXEC SQL
                SELECT STATUS
                  INTO :WS-CURR-STATUS
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMS6S.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    EVALUATE TRUE
                        WHEN SACTI = 'A' AND WS-CURR-STATUS = 'VOID'
                             MOVE
                               'A SUIT CANNOT BE OPENED ON A VOID CLAIM'
                                                          TO MSGO
                        WHEN SACTI = 'A'
                             PERFORM 8810-SUIT-ADD-PARA
                        WHEN SACTI = 'U'
                             PERFORM 8820-SUIT-UPDATE-PARA
                        WHEN OTHER
                             PERFORM 8850-SHOW-SUIT-PARA
                    END-EVALUATE
               WHEN 100
                    MOVE 'CLAIM NOT FOUND - LITIGATION NOT AVAILABLE'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SUIT SELECT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8800-LITIGATION' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   OPEN THE CLAIM'S SUIT - ONE SUIT ROW PER CLAIM               *
      ******************************************************************
       8810-SUIT-ADD-PARA.
      *
           PERFORM 8830-FETCH-SUIT-PARA.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE
                      'SUIT ALREADY ON FILE - USE ACTION U TO CHANGE IT'
                                                          TO MSGO
               WHEN 100
                    MOVE -1          TO WS-PLTF-IND
                    MOVE -1          TO WS-DEF-IND
                    MOVE -1          TO WS-SRVDT-IND
                    MOVE -1          TO WS-TRLDT-IND
                    MOVE -1          TO WS-NXTDT-IND
                    MOVE -1          TO WS-NXTDS-IND
                    MOVE -1          TO WS-OUTCM-IND
                    MOVE -1          TO WS-OUTDT-IND
                    MOVE 'OPEN'      TO SUITSTATUS
                    PERFORM 8815-SET-SUIT-FIELDS-PARA
                    PERFORM 8825-SET-SUIT-PARTIES-PARA
                    PERFORM 8835-INSERT-SUIT-PARA
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SUIT FETCH - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8810-SUIT-ADD' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   MAINTAIN THE CLAIM'S SUIT - ONLY THE FIELDS KEYED CHANGE.    *
      *   ONCE AN OUTCOME IS RECORDED THE SUIT IS CLOSED AND STAYS AS  *
      *   IT ENDED                                                     *
      ******************************************************************
       8820-SUIT-UPDATE-PARA.
      *
           PERFORM 8830-FETCH-SUIT-PARA.
           EVALUATE SQLCODE
               WHEN 0
                    IF SUITSTATUS = 'CLOSED'
                       MOVE 'SUIT IS CLOSED - OUTCOME ALREADY RECORDED'
                                                          TO MSGO
                    ELSE
                       PERFORM 8815-SET-SUIT-FIELDS-PARA
                       PERFORM 8825-SET-SUIT-PARTIES-PARA
                       PERFORM 8845-UPDATE-SUIT-PARA
                    END-IF
               WHEN 100
                    MOVE 'NO SUIT ON FILE - USE ACTION A TO OPEN ONE'
                                                          TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SUIT FETCH - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8820-SUIT-UPDATE' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   CARRY THE KEYED SUIT FIELDS ONTO THE ROW. AN OUTCOME CLOSES  *
      *   THE SUIT AS OF TODAY                                         *
      ******************************************************************
       8815-SET-SUIT-FIELDS-PARA.
      *
           IF DOCKETI NOT = SPACES AND DOCKETI NOT = LOW-VALUES
              MOVE DOCKETI         TO SUITDOCKET
           END-IF.
           IF COURTI NOT = SPACES AND COURTI NOT = LOW-VALUES
              MOVE COURTI          TO SUITCOURT
           END-IF.
           IF SRVDTI NOT = SPACES AND SRVDTI NOT = LOW-VALUES
              MOVE FUNCTION NATIONAL-OF(SRVDTI) TO SUITSERVEDDT
              MOVE 0               TO WS-SRVDT-IND
           END-IF.
           IF TRLDTI NOT = SPACES AND TRLDTI NOT = LOW-VALUES
              MOVE FUNCTION NATIONAL-OF(TRLDTI) TO SUITTRIALDT
              MOVE 0               TO WS-TRLDT-IND
           END-IF.
           IF NXTDTI NOT = SPACES AND NXTDTI NOT = LOW-VALUES
              MOVE FUNCTION NATIONAL-OF(NXTDTI) TO SUITNEXTDT
              MOVE NXTDSI          TO SUITNEXTDESC
              MOVE 0               TO WS-NXTDT-IND
              MOVE 0               TO WS-NXTDS-IND
           END-IF.
           IF OUTCMI NOT = SPACES AND OUTCMI NOT = LOW-VALUES
              MOVE OUTCMI          TO SUITOUTCOME
              MOVE FUNCTION CURRENT-DATE TO WS-AGE-TODAY
              STRING WS-AGE-TODAY(1:4) '-'
                     WS-AGE-TODAY(5:2) '-'
                     WS-AGE-TODAY(7:2) DELIMITED BY SIZE
                INTO WS-SUIT-DATE-D
              END-STRING
              MOVE FUNCTION NATIONAL-OF(WS-SUIT-DATE-D)
                                   TO SUITOUTCMDT
              MOVE 'CLOSED'        TO SUITSTATUS
              MOVE 0               TO WS-OUTCM-IND
              MOVE 0               TO WS-OUTDT-IND
           END-IF.
      ******************************************************************
      *   A PLAINTIFF ATTORNEY OR DEFENSE COUNSEL KEYED UNDER A NAME   *
      *   OTHER THAN THE ONE ON FILE (OR WITH NONE ON FILE) IS ADDED   *
      *   AS A NEW PARTY AND THE SUIT POINTED AT IT - A SUBSTITUTED    *
      *   COUNSEL'S OLD PARTY ROW STAYS ON THE CLAIM                   *
      ******************************************************************
       8825-SET-SUIT-PARTIES-PARA.
      *
           IF PATTYI NOT = SPACES AND PATTYI NOT = LOW-VALUES
              MOVE SUITPLTFSEQ     TO WS-SUIT-PTY-SEQ
              MOVE WS-PLTF-IND     TO WS-SUIT-PTY-IND
              PERFORM 8860-FETCH-PARTY-NAME-PARA
              IF WS-SUIT-PARTY-D NOT = PATTYI
                 MOVE 'PLTFATTY'   TO WS-SUIT-PTY-ROLE
                 MOVE PATTYI       TO WS-SUIT-PTY-NAME
                 PERFORM 8840-ADD-SUIT-PARTY-PARA
                 IF WS-SUIT-PTY-SEQ > 0
                    MOVE WS-SUIT-PTY-SEQ TO SUITPLTFSEQ
                    MOVE 0         TO WS-PLTF-IND
                 END-IF
              END-IF
           END-IF.
           IF DCNSLI NOT = SPACES AND DCNSLI NOT = LOW-VALUES
              MOVE SUITDEFSEQ      TO WS-SUIT-PTY-SEQ
              MOVE WS-DEF-IND      TO WS-SUIT-PTY-IND
              PERFORM 8860-FETCH-PARTY-NAME-PARA
              IF WS-SUIT-PARTY-D NOT = DCNSLI
                 MOVE 'DEFCNSL'    TO WS-SUIT-PTY-ROLE
                 MOVE DCNSLI       TO WS-SUIT-PTY-NAME
                 PERFORM 8840-ADD-SUIT-PARTY-PARA
                 IF WS-SUIT-PTY-SEQ > 0
                    MOVE WS-SUIT-PTY-SEQ TO SUITDEFSEQ
                    MOVE 0         TO WS-DEF-IND
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      *   FETCH THE CLAIM'S SUIT ROW - THE CALLER TESTS SQLCODE        *
      ******************************************************************
       8830-FETCH-SUIT-PARA.
      *
           EXEC SQL
                SELECT SUITDOCKET, SUITCOURT, SUITPLTFSEQ, SUITDEFSEQ,
                       SUITSERVEDDT, SUITTRIALDT, SUITNEXTDT,
                       SUITNEXTDESC, SUITOUTCOME, SUITOUTCMDT,
                       SUITSTATUS, SUITOPENDT
                  INTO :SUITDOCKET, :SUITCOURT,
                       :SUITPLTFSEQ :WS-PLTF-IND,
                       :SUITDEFSEQ :WS-DEF-IND,
                       :SUITSERVEDDT :WS-SRVDT-IND,
                       :SUITTRIALDT :WS-TRLDT-IND,
                       :SUITNEXTDT :WS-NXTDT-IND,
                       :SUITNEXTDESC :WS-NXTDS-IND,
                       :SUITOUTCOME :WS-OUTCM-IND,
                       :SUITOUTCMDT :WS-OUTDT-IND,
                       :SUITSTATUS, :SUITOPENDT
                  FROM MFTR47.CLAIMS6_SUIT
                 WHERE CLAIMNUMBER = :CLAIMS6S.CLAIMNUMBER
           END-EXEC.
      ******************************************************************
      *            INSERT THE NEW SUIT ROW AND SHOW IT                 *
      ******************************************************************
       8835-INSERT-SUIT-PARA.
      *
           MOVE USERIDI         TO SUITUSER.
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_SUIT
                       ( CLAIMNUMBER
                        ,SUITDOCKET
                        ,SUITCOURT
                        ,SUITPLTFSEQ
                        ,SUITDEFSEQ
                        ,SUITSERVEDDT
                        ,SUITTRIALDT
                        ,SUITNEXTDT
                        ,SUITNEXTDESC
                        ,SUITOUTCOME
                        ,SUITOUTCMDT
                        ,SUITSTATUS
                        ,SUITOPENDT
                        ,SUITUSER
                        ,SUITTS)
                VALUES ( :CLAIMS6S.CLAIMNUMBER
                        ,:SUITDOCKET
                        ,:SUITCOURT
                        ,:SUITPLTFSEQ :WS-PLTF-IND
                        ,:SUITDEFSEQ :WS-DEF-IND
                        ,:SUITSERVEDDT :WS-SRVDT-IND
                        ,:SUITTRIALDT :WS-TRLDT-IND
                        ,:SUITNEXTDT :WS-NXTDT-IND
                        ,:SUITNEXTDESC :WS-NXTDS-IND
                        ,:SUITOUTCOME :WS-OUTCM-IND
                        ,:SUITOUTCMDT :WS-OUTDT-IND
                        ,:SUITSTATUS
                        ,CURRENT DATE
                        ,:SUITUSER
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 8850-SHOW-SUIT-PARA
                    MOVE 'SUIT OPENED ON THE CLAIM' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN SUIT INSERT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8835-INSERT-SUIT' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   ADD A COUNSEL PARTY (ROLE AND NAME IN WS-SUIT-PTY-ROLE/-NAME)*
      *   UNDER THE CLAIM'S NEXT PARTY SEQUENCE, RETURNED IN           *
      *   WS-SUIT-PTY-SEQ - ZERO IF THE INSERT FAILED                  *
      ******************************************************************
       8840-ADD-SUIT-PARTY-PARA.
      *
           MOVE 0               TO WS-NEXT-SEQ.
           EXEC SQL
                SELECT MAX(PARTYSEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_PARTY
                 WHERE CLAIMNUMBER = :CLAIMS6S.CLAIMNUMBER
           END-EXEC.
           IF WS-SEQ-IND < 0
              MOVE 0            TO WS-NEXT-SEQ
           END-IF
           ADD 1                TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ     TO PARTYSEQ.
           MOVE WS-SUIT-PTY-ROLE TO PARTYROLE.
           INITIALIZE PARTYNAME.
           MOVE WS-SUIT-PTY-NAME TO PARTYNAME.
           MOVE CLAIMNUMBER OF CLAIMS6S TO CLAIMNUMBER OF CLAIMS6A.
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_PARTY
                       ( CLAIMNUMBER
                        ,PARTYSEQ
                        ,PARTYROLE
                        ,PARTYNAME
                        ,PARTYADDR
                        ,PARTYTAXID
                        ,PARTYTS)
                VALUES ( :CLAIMS6A.CLAIMNUMBER
                        ,:PARTYSEQ
                        ,:PARTYROLE
                        ,:PARTYNAME
                        ,NULL
                        ,NULL
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-NEXT-SEQ        TO WS-SUIT-PTY-SEQ
           ELSE
              MOVE 0                  TO WS-SUIT-PTY-SEQ
              MOVE SQLCODE            TO WS-SQLCODE
              MOVE '8840-ADD-COUNSEL' TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
      ******************************************************************
      *        REWRITE THE MAINTAINED SUIT ROW AND SHOW IT             *
      ******************************************************************
       8845-UPDATE-SUIT-PARA.
      *
           MOVE USERIDI         TO SUITUSER.
           EXEC SQL
                UPDATE MFTR47.CLAIMS6_SUIT
                   SET SUITDOCKET   = :SUITDOCKET
                      ,SUITCOURT    = :SUITCOURT
                      ,SUITPLTFSEQ  = :SUITPLTFSEQ :WS-PLTF-IND
                      ,SUITDEFSEQ   = :SUITDEFSEQ :WS-DEF-IND
                      ,SUITSERVEDDT = :SUITSERVEDDT :WS-SRVDT-IND
                      ,SUITTRIALDT  = :SUITTRIALDT :WS-TRLDT-IND
                      ,SUITNEXTDT   = :SUITNEXTDT :WS-NXTDT-IND
                      ,SUITNEXTDESC = :SUITNEXTDESC :WS-NXTDS-IND
                      ,SUITOUTCOME  = :SUITOUTCOME :WS-OUTCM-IND
                      ,SUITOUTCMDT  = :SUITOUTCMDT :WS-OUTDT-IND
                      ,SUITSTATUS   = :SUITSTATUS
                      ,SUITUSER     = :SUITUSER
                      ,SUITTS       = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER  = :CLAIMS6S.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 8850-SHOW-SUIT-PARA
                    IF SUITSTATUS = 'CLOSED'
                       MOVE 'SUIT OUTCOME RECORDED - SUIT CLOSED'
                                                          TO MSGO
                    ELSE
                       MOVE 'SUIT UPDATED SUCCESSFULLY' TO MSGO
                    END-IF
               WHEN OTHER
                    MOVE SQLCODE                  TO WS-SQLCODE
                    STRING 'SQL ERROR IN SUIT UPDATE - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8845-UPDATE-SUIT' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   SHOW THE CLAIM'S SUIT ON THE BROWSE LINES - DOCKET, COURT,   *
      *   COUNSEL ON BOTH SIDES, THE KEY DATES AND THE OUTCOME         *
      ******************************************************************
       8850-SHOW-SUIT-PARA.
      *
           PERFORM 8830-FETCH-SUIT-PARA.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 8855-FORMAT-SUIT-PARA
                    MOVE 'L'               TO WS-ACC-OPT
                    PERFORM 9760-WRITE-ACCESS-PARA
                    MOVE 'SUIT DETAILS LISTED' TO MSGO
               WHEN 100
                    MOVE 'NO SUIT RECORDED ON THIS CLAIM' TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN SUIT FETCH - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8850-SHOW-SUIT' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *          BUILD THE SEVEN SUIT LINES FROM THE FETCHED ROW       *
      ******************************************************************
       8855-FORMAT-SUIT-PARA.
      *
           MOVE FUNCTION DISPLAY-OF(SUITOPENDT) TO WS-SUIT-DATE-D.
           STRING 'DOCKET ' SUITDOCKET ' ' SUITSTATUS
                  ' OPENED ' WS-SUIT-DATE-D DELIMITED BY SIZE
             INTO BRWLNO(1)
           END-STRING.
           STRING 'COURT  ' SUITCOURT DELIMITED BY SIZE
             INTO BRWLNO(2)
           END-STRING.
           MOVE SUITPLTFSEQ     TO WS-SUIT-PTY-SEQ.
           MOVE WS-PLTF-IND     TO WS-SUIT-PTY-IND.
           PERFORM 8860-FETCH-PARTY-NAME-PARA.
           STRING 'PLAINTIFF ATTORNEY ' WS-SUIT-PARTY-D
                  DELIMITED BY SIZE
             INTO BRWLNO(3)
           END-STRING.
           MOVE SUITDEFSEQ      TO WS-SUIT-PTY-SEQ.
           MOVE WS-DEF-IND      TO WS-SUIT-PTY-IND.
           PERFORM 8860-FETCH-PARTY-NAME-PARA.
           STRING 'DEFENSE COUNSEL    ' WS-SUIT-PARTY-D
                  DELIMITED BY SIZE
             INTO BRWLNO(4)
           END-STRING.
           MOVE SPACES          TO WS-SUIT-DATE-D WS-SUIT-DATE2-D.
           IF WS-SRVDT-IND >= 0
              MOVE FUNCTION DISPLAY-OF(SUITSERVEDDT) TO WS-SUIT-DATE-D
           END-IF.
           IF WS-TRLDT-IND >= 0
              MOVE FUNCTION DISPLAY-OF(SUITTRIALDT) TO WS-SUIT-DATE2-D
           END-IF.
           STRING 'SERVED ' WS-SUIT-DATE-D '  TRIAL ' WS-SUIT-DATE2-D
                  DELIMITED BY SIZE
             INTO BRWLNO(5)
           END-STRING.
           MOVE SPACES          TO WS-SUIT-DATE-D.
           IF WS-NXTDT-IND >= 0
              MOVE FUNCTION DISPLAY-OF(SUITNEXTDT) TO WS-SUIT-DATE-D
           ELSE
              MOVE SPACES          TO SUITNEXTDESC
           END-IF.
           STRING 'NEXT   ' WS-SUIT-DATE-D ' ' SUITNEXTDESC
                  DELIMITED BY SIZE
             INTO BRWLNO(6)
           END-STRING.
           MOVE SPACES          TO WS-SUIT-DATE-D.
           IF WS-OUTCM-IND < 0
              MOVE SPACES          TO SUITOUTCOME
           END-IF.
           IF WS-OUTDT-IND >= 0
              MOVE FUNCTION DISPLAY-OF(SUITOUTCMDT) TO WS-SUIT-DATE-D
           END-IF.
           STRING 'OUTCOME ' SUITOUTCOME ' ' WS-SUIT-DATE-D
                  DELIMITED BY SIZE
             INTO BRWLNO(7)
           END-STRING.
           MOVE 7               TO BRWCNTO.
      ******************************************************************
      *   LOOK UP A COUNSEL PARTY'S NAME BY SEQUENCE (WS-SUIT-PTY-SEQ, *
      *   NULL WHEN WS-SUIT-PTY-IND IS NEGATIVE) INTO WS-SUIT-PARTY-D  *
      ******************************************************************
       8860-FETCH-PARTY-NAME-PARA.
      *
           MOVE SPACES          TO WS-SUIT-PARTY-D.
           IF WS-SUIT-PTY-IND >= 0
              INITIALIZE PARTYNAME
              EXEC SQL
                   SELECT PARTYNAME
                     INTO :PARTYNAME
                     FROM MFTR47.CLAIMS6_PARTY
                    WHERE CLAIMNUMBER = :CLAIMS6S.CLAIMNUMBER
                      AND PARTYSEQ    = :WS-SUIT-PTY-SEQ
              END-EXEC
              IF SQLCODE = 0
                 MOVE FUNCTION DISPLAY-OF(PARTYNAME) TO WS-SUIT-PARTY-D
              END-IF
           END-IF.
      ******************************************************************
      *   MAINTAIN THE VENDOR MASTER (OPTION M) - THE REPAIR SHOPS,    *
      *   CONTRACTORS AND OTHER REPEAT PAYEES PAID UNDER MANY CLAIMS.  *
      *   A BLANK ACTION SHOWS THE VENDOR; A ADDS IT, U CHANGES THE    *
      *   DETAILS KEYED, S SUSPENDS IT AND R REINSTATES IT. NAME,      *
      *   REMIT-TO ADDRESS AND TAX ID RIDE THE CLAIMANT FIELDS AND     *
      *   THE PREFERRED METHOD THE PAYMENT METHOD FIELD                *
      ******************************************************************
       8900-VENDOR-MAINT-DATA.
      *
           INITIALIZE WS-SQLCODE.
           MOVE VENDI           TO VENDORID.
           MOVE USERIDI         TO VENDUSER.
           EVALUATE CACTI
               WHEN 'A'
                    PERFORM 8910-VENDOR-ADD-PARA
               WHEN 'U'
                    PERFORM 8920-VENDOR-UPDATE-PARA
               WHEN 'S'
               WHEN 'R'
                    PERFORM 8930-VENDOR-STATUS-PARA
               WHEN OTHER
                    PERFORM 8950-SHOW-VENDOR-PARA
           END-EVALUATE.
      ******************************************************************
      *          ADD A VENDOR TO THE MASTER, ACTIVE FROM TODAY         *
      ******************************************************************
       8910-VENDOR-ADD-PARA.
      *
           INITIALIZE VENDNAME.
           INITIALIZE VENDADDR.
           MOVE CLMNTI          TO VENDNAME.
           MOVE CLMADI          TO VENDADDR.
           MOVE CLMTXI          TO VENDTIN.
           MOVE PMETHI          TO VENDPMETH.
           MOVE 'A'             TO VENDSTATUS.
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_VENDOR
                       ( VENDORID
                        ,VENDNAME
                        ,VENDADDR
                        ,VENDTIN
                        ,VENDPMETH
                        ,VENDSTATUS
                        ,VENDUSER
                        ,VENDTS)
                VALUES ( :VENDORID
                        ,:VENDNAME
                        ,:VENDADDR
                        ,:VENDTIN
                        ,:VENDPMETH
                        ,:VENDSTATUS
                        ,:VENDUSER
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 8950-SHOW-VENDOR-PARA
                    MOVE 'VENDOR ADDED TO THE VENDOR MASTER' TO MSGO
               WHEN -803
                    MOVE 'VENDOR ID ALREADY ON THE VENDOR MASTER'
                                                           TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN VENDOR ADD - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    MOVE '8910-VENDOR-ADD' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   CHANGE THE DETAILS KEYED AND CARRY THEM ONTO EVERY CLAIM     *
      *   PARTY LINKED TO THE VENDOR, SO A NEW REMIT-TO ADDRESS OR A   *
      *   CORRECTED TAX ID REACHES THE NEXT CHECK AND THE 1099 RUN     *
      ******************************************************************
       8920-VENDOR-UPDATE-PARA.
      *
           PERFORM 8940-FETCH-VENDOR-PARA.
           IF WS-VEND-FOUND
              IF CLMNTI NOT = SPACES AND CLMNTI NOT = LOW-VALUES
                 INITIALIZE VENDNAME
                 MOVE CLMNTI    TO VENDNAME
              END-IF
              IF CLMADI NOT = SPACES AND CLMADI NOT = LOW-VALUES
                 INITIALIZE VENDADDR
                 MOVE CLMADI    TO VENDADDR
              END-IF
              IF CLMTXI NOT = SPACES AND CLMTXI NOT = LOW-VALUES
                 MOVE CLMTXI    TO VENDTIN
              END-IF
              IF PMETHI NOT = SPACES AND PMETHI NOT = LOW-VALUES
                 MOVE PMETHI    TO VENDPMETH
              END-IF
              MOVE USERIDI      TO VENDUSER
              EXEC SQL
                   UPDATE MFTR47.CLAIMS6_VENDOR
                      SET VENDNAME   = :VENDNAME
                         ,VENDADDR   = :VENDADDR
                         ,VENDTIN    = :VENDTIN
                         ,VENDPMETH  = :VENDPMETH
                         ,VENDUSER   = :VENDUSER
                         ,VENDTS     = CURRENT TIMESTAMP
                    WHERE VENDORID   = :VENDORID
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                      UPDATE MFTR47.CLAIMS6_PARTY
                         SET PARTYNAME   = :VENDNAME
                            ,PARTYADDR   = :VENDADDR
                            ,PARTYTAXID  = :VENDTIN
                       WHERE PARTYVENDID = :VENDORID
                 END-EXEC
              END-IF
              EVALUATE SQLCODE
                  WHEN 0
                  WHEN 100
                       PERFORM 8950-SHOW-VENDOR-PARA
                       MOVE 'VENDOR UPDATED - LINKED CLAIM PARTIES REF
      -                     'RESHED' TO MSGO
                  WHEN OTHER
                       MOVE SQLCODE              TO WS-SQLCODE
                       STRING 'SQL ERROR IN VENDOR UPDATE - RC : '
                              WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                       MOVE '8920-VENDOR-UPDATE' TO WS-DIAG-PARA
                       PERFORM 9800-WRITE-DIAGLOG-PARA
              END-EVALUATE
           END-IF.
      ******************************************************************
      *   SUSPEND (S) OR REINSTATE (R) A VENDOR. WHILE SUSPENDED NO    *
      *   PAYMENT TO IT IS POSTED - SEE 7050-CHECK-PAYMENT-PARA        *
      ******************************************************************
       8930-VENDOR-STATUS-PARA.
      *
           PERFORM 8940-FETCH-VENDOR-PARA.
           EVALUATE TRUE
               WHEN WS-VEND-NOT-FOUND
                    CONTINUE
               WHEN CACTI = 'S' AND VENDSTATUS = 'S'
                    MOVE 'VENDOR IS ALREADY SUSPENDED' TO MSGO
               WHEN CACTI = 'R' AND VENDSTATUS NOT = 'S'
                    MOVE 'VENDOR IS NOT SUSPENDED' TO MSGO
               WHEN OTHER
                    IF CACTI = 'S'
                       MOVE 'S'         TO VENDSTATUS
                    ELSE
                       MOVE 'A'         TO VENDSTATUS
                    END-IF
                    MOVE USERIDI        TO VENDUSER
                    EXEC SQL
                         UPDATE MFTR47.CLAIMS6_VENDOR
                            SET VENDSTATUS = :VENDSTATUS
                               ,VENDUSER   = :VENDUSER
                               ,VENDTS     = CURRENT TIMESTAMP
                          WHERE VENDORID   = :VENDORID
                    END-EXEC
                    IF SQLCODE = 0
                       PERFORM 8950-SHOW-VENDOR-PARA
                       IF CACTI = 'S'
                          MOVE 'VENDOR SUSPENDED - PAYMENTS TO IT WILL
      -                        ' BE REFUSED' TO MSGO
                       ELSE
                          MOVE 'VENDOR REINSTATED' TO MSGO
                       END-IF
                    ELSE
                       MOVE SQLCODE              TO WS-SQLCODE
                       STRING 'SQL ERROR IN VENDOR STATUS - RC : '
                              WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                       MOVE '8930-VENDOR-STATUS' TO WS-DIAG-PARA
                       PERFORM 9800-WRITE-DIAGLOG-PARA
                    END-IF
           END-EVALUATE.
      ******************************************************************
      *   FETCH THE VENDOR IN VENDORID OFF THE MASTER. NOT FOUND       *
      *   LEAVES WS-VEND-NOT-FOUND SET AND SAYS SO ON THE SCREEN       *
      ******************************************************************
       8940-FETCH-VENDOR-PARA.
      *
           SET WS-VEND-NOT-FOUND TO TRUE.
           INITIALIZE VENDNAME.
           INITIALIZE VENDADDR.
           INITIALIZE VENDTS.
           EXEC SQL
                SELECT VENDNAME
                      ,VENDADDR
                      ,VENDTIN
                      ,VENDPMETH
                      ,VENDSTATUS
                      ,VENDUSER
                      ,VENDTS
                  INTO :VENDNAME
                      ,:VENDADDR
                      ,:VENDTIN
                      ,:VENDPMETH
                      ,:VENDSTATUS
                      ,:VENDUSER
                      ,:VENDTS
                  FROM MFTR47.CLAIMS6_VENDOR
                 WHERE VENDORID = :VENDORID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    SET WS-VEND-FOUND TO TRUE
               WHEN 100
                    MOVE 'VENDOR NOT FOUND ON THE VENDOR MASTER'
                                                           TO MSGO
               WHEN OTHER
                    MOVE SQLCODE                 TO WS-SQLCODE
                    STRING 'SQL ERROR IN VENDOR FETCH - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '8940-FETCH-VENDOR' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   SHOW THE VENDOR ON THE BROWSE LINES, WITH HOW MANY CLAIM     *
      *   PARTIES ARE LINKED TO IT                                     *
      ******************************************************************
       8950-SHOW-VENDOR-PARA.
      *
           PERFORM 8940-FETCH-VENDOR-PARA.
           IF WS-VEND-FOUND
              MOVE 0            TO WS-VEND-PTY-COUNT
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-VEND-PTY-COUNT
                     FROM MFTR47.CLAIMS6_PARTY
                    WHERE PARTYVENDID = :VENDORID
              END-EXEC
              MOVE WS-VEND-PTY-COUNT TO WS-VEND-PTY-D
              IF VENDSTATUS = 'S'
                 MOVE 'SUSPENDED' TO WS-VEND-STATUS-D
              ELSE
                 MOVE 'ACTIVE'    TO WS-VEND-STATUS-D
              END-IF
              MOVE FUNCTION DISPLAY-OF(VENDNAME) TO WS-VEND-NAME-D
              MOVE FUNCTION DISPLAY-OF(VENDADDR) TO WS-VEND-ADDR-D
              MOVE FUNCTION DISPLAY-OF(VENDTS)   TO WS-VEND-TS-D
              STRING 'VENDOR ' VENDORID '  ' WS-VEND-STATUS-D
                     DELIMITED BY SIZE
                INTO BRWLNO(1)
              END-STRING
              STRING 'NAME   ' WS-VEND-NAME-D DELIMITED BY SIZE
                INTO BRWLNO(2)
              END-STRING
              STRING 'REMIT  ' WS-VEND-ADDR-D DELIMITED BY SIZE
                INTO BRWLNO(3)
              END-STRING
              MOVE VENDTIN      TO WS-VEND-TIN-D
              IF WS-NOT-PRIVACY
                 PERFORM 8995-MASK-TAXID-PARA
              END-IF
              STRING 'TAX ID ' WS-VEND-TIN-D '   PAY METHOD ' VENDPMETH
                     DELIMITED BY SIZE
                INTO BRWLNO(4)
              END-STRING
              STRING 'CLAIM PARTIES LINKED ' WS-VEND-PTY-D
                     DELIMITED BY SIZE
                INTO BRWLNO(5)
              END-STRING
              STRING 'LAST CHANGED BY ' VENDUSER ' AT ' WS-VEND-TS-D
                     DELIMITED BY SIZE
                INTO BRWLNO(6)
              END-STRING
              MOVE 6            TO BRWCNTO
              MOVE 'VENDOR DETAILS LISTED' TO MSGO
           END-IF.
      ******************************************************************
      *   MASK A TAX ID FOR DISPLAY - EVERY DIGIT BUT THE LAST FOUR    *
      *   BECOMES AN ASTERISK, DASHES STAY WHERE THEY ARE. ONLY THE    *
      *   PRIVACY INDICATOR SEES THE NUMBER IN FULL                    *
      ******************************************************************
       8995-MASK-TAXID-PARA.
      *
           MOVE 0                   TO WS-VEND-TIN-LEN.
           INSPECT WS-VEND-TIN-D TALLYING WS-VEND-TIN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-VEND-TIN-LEN > 4
              SUBTRACT 4            FROM WS-VEND-TIN-LEN
              INSPECT WS-VEND-TIN-D(1:WS-VEND-TIN-LEN)
                      CONVERTING '0123456789' TO '**********'
           END-IF.
      ******************************************************************
      *   FETCH THE SIGNED-ON USER'S ROLE, PRIVACY INDICATOR AND       *
      *   DOLLAR AUTHORITY FROM THE AUTHORITY TABLE. A USER NOT ON THE *
      *   TABLE IS NO SUPERVISOR, SEES TAX IDS MASKED AND WORKS UNDER  *
      *   THE DEFAULT AUTHORITY LIMIT                                  *
      ******************************************************************
       9400-FETCH-AUTH-PARA.
      *
           SET WS-NOT-SUPERVISOR    TO TRUE.
           SET WS-NOT-PRIVACY       TO TRUE.
           MOVE SPACES              TO WS-USER-REGION.
           MOVE USERIDI             TO USERID.
           EXEC SQL
                SELECT USERROLE
                      ,AUTHLIMIT
                      ,USERREGION
                      ,COALESCE(USERPRIV, 'N')
                  INTO :USERROLE
                      ,:AUTHLIMIT
                      ,:USERREGION :WS-UREG-IND
                      ,:USERPRIV
                  FROM MFTR47.CLAIMS6_USERAUTH
                 WHERE USERID = :USERID
           END-EXEC.
                    IF USERROLE = 'SUPERVSR'
                       SET WS-IS-SUPERVISOR   TO TRUE
                    END-IF
                    IF USERPRIV = 'Y'
                       SET WS-IS-PRIVACY      TO TRUE
                    END-IF
                    IF WS-UREG-IND >= 0
                       MOVE USERREGION        TO WS-USER-REGION
                    END-IF
           END-EVALUATE.
      ******************************************************************
      *   FIND THE ACCOUNTING PERIOD TODAY'S POSTINGS FALL IN. A       *
      *   PERIOD FINANCE HAS CLOSED (MF47B39) IS LOCKED - NO PAYMENT,  *
      *   REVERSAL, RESERVE CHANGE OR RECOVERY MAY BE STAMPED WITH IT, *
      *   AND NONE MAY POST WHILE NO PERIOD COVERS TODAY AT ALL        *
      ******************************************************************
       9450-CHECK-PERIOD-PARA.
      *
           SET WS-PERIOD-SHUT       TO TRUE.
           MOVE SPACES              TO WS-POST-PERIOD.
           EXEC SQL
                SELECT PERIODID
                      ,PERSTATUS
                  INTO :PERIODID
                      ,:PERSTATUS
                  FROM MFTR47.CLAIMS6_ACCTPER
                 WHERE CURRENT DATE BETWEEN PERSTART AND PEREND
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                    MOVE 'NO ACCOUNTING PERIOD FOR TODAY - NOT POSTED'
                                                          TO MSGO
               WHEN SQLCODE NOT = 0
                    MOVE SQLCODE              TO WS-SQLCODE
                    STRING 'SQL ERROR IN PERIOD SELECT - RC : '
                           WS-SQLCODE DELIMITED BY SIZE INTO MSGO
                    MOVE '9450-CHECK-PERIOD' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
               WHEN PERSTATUS NOT = 'O'
                    STRING 'ACCOUNTING PERIOD ' PERIODID
                           ' IS CLOSED - NOT POSTED'
                           DELIMITED BY SIZE INTO MSGO
               WHEN OTHER
                    MOVE PERIODID             TO WS-POST-PERIOD
                    SET WS-PERIOD-OPEN        TO TRUE
           END-EVALUATE.
      ******************************************************************
      *   FLAG THE CLAIM AS CEDED TO THE REINSURER WHEN ITS TOTAL      *
      *   VALUE CROSSES THE TREATY RETENTION IN FORCE TODAY. THE       *
      *   FLAG IS STICKY - ONCE A CLAIM HAS BEEN REPORTED ON A         *
                        ,OLDSTATUS
                        ,NEWSTATUS
                        ,OLDADJUSTER
                        ,NEWADJUSTER
                        ,OLDREGION
                        ,NEWREGION
                        ,XFERREASON)
                VALUES ( :CLAIMNUMBER
                        ,:WS-OLD-PAID
                        ,:PAID
                        ,:OLDSTATUS
                        ,:NEWSTATUS
                        ,:OLDADJUSTER
                        ,:NEWADJUSTER
                        ,:OLDREGION
                        ,:NEWREGION
                        ,:XFERREASON)
           END-EXEC.
      ******************************************************************
      *    RE-FETCH THE EXISTING ROW SO THE CALLER CAN DISPLAY IT ON   *
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
      ******************************************************************
      *   RECORD WHO VIEWED WHICH CLAIM ON MFTR47.CLAIMS6_ACCESS -     **
      *   THE SIGNED-ON USER, THE KEYED CLAIM, THE OPTION USED         **
      *   (WS-ACC-OPT) AND WHEN. THE MF47B36 WEEKLY REPORT READS IT    **
      *   FOR OUT-OF-REGION, HIGH-VOLUME AND LITIGATION/SIU VIEWING.   **
      *   A FAILED INSERT IS DIAGNOSED BUT DOES NOT STOP THE DISPLAY   **
      ******************************************************************
       9760-WRITE-ACCESS-PARA.
      *
           MOVE USERIDI             TO ACCUSER.
           MOVE claimNumI           TO CLAIMNUMBER OF CLAIMS6Z.
           MOVE WS-ACC-OPT          TO ACCOPT.
           EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_ACCESS
                       ( ACCUSER
                        ,CLAIMNUMBER
                        ,ACCOPT
                        ,ACCTS)
                VALUES ( :ACCUSER
                        ,:CLAIMS6Z.CLAIMNUMBER
                        ,:ACCOPT
                        ,CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE              TO WS-SQLCODE
              MOVE '9760-WRITE-ACCESS' TO WS-DIAG-PARA
              PERFORM 9800-WRITE-DIAGLOG-PARA
           END-IF.
      ******************************************************************
      *   LOG AN UNEXPECTED SQLCODE TO MFTR47.CLAIMS6_DIAGLOG SO DBA   **
      *   CAN TRIAGE IT WITHOUT RELYING ON THE USER TO COPY DOWN THE   **
      *   RC FROM MSGO. A DB2 TABLE IS USED RATHER THAN A CICS TS/TD   **
                        ,:DIAGSQLERRP
                        ,CURRENT TIMESTAMP)
           END-EXEC.
      ******************************************************************
      *   SET UP THE CURRENCY AND RATE FOR AN AMOUNT BEING POSTED.     **
      *   WS-FX-CURR/WS-FX-IND HOLD THE CLAIM'S CURRENCY (OR, ON AN    **
      *   ADD, THE KEYED ONE). BOOK CURRENCY, BLANK OR NULL LEAVES THE **
      *   ORIGINAL-CURRENCY COLUMNS NULL AT A RATE OF ONE; ANY OTHER   **
      *   CURRENCY TAKES THE LATEST RATE DATED ON OR BEFORE TODAY.     **
      *   NO RATE ON FILE FAILS THE POSTING                            **
      ******************************************************************
       9850-SET-CURRENCY-PARA.
      *
           SET WS-FX-OK             TO TRUE.
           MOVE 1                   TO WS-FX-RATE.
           IF WS-FX-IND < 0 OR WS-FX-CURR = SPACES
                            OR WS-FX-CURR = LOW-VALUES
                            OR WS-FX-CURR = WS-BOOK-CURR
              MOVE SPACES           TO WS-FX-CURR
              MOVE -1               TO WS-FX-IND
           ELSE
              MOVE 0                TO WS-FX-IND
              PERFORM 9860-FETCH-RATE-PARA
           END-IF.
      ******************************************************************
      *       THE RATE IN FORCE TODAY FOR WS-FX-CURR                   **
      ******************************************************************
       9860-FETCH-RATE-PARA.
      *
           MOVE WS-FX-CURR          TO CURRCODE.
           EXEC SQL
                SELECT BOOKRATE
                  INTO :BOOKRATE
                  FROM MFTR47.CLAIMS6_FXRATE
                 WHERE CURRCODE = :CURRCODE
                   AND RATEDATE =
                       (SELECT MAX(RATEDATE)
                          FROM MFTR47.CLAIMS6_FXRATE
                         WHERE CURRCODE = :CURRCODE
                           AND RATEDATE <= CURRENT DATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE BOOKRATE          TO WS-FX-RATE
               WHEN 100
                    SET WS-FX-FAILED       TO TRUE
                    STRING 'NO EXCHANGE RATE ON FILE FOR '
                           WS-FX-CURR ' - NOTHING POSTED'
                           DELIMITED BY SIZE INTO MSGO
                    END-STRING
               WHEN OTHER
                    SET WS-FX-FAILED       TO TRUE
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'SQL ERROR IN RATE FETCH - RC : ' WS-SQLCODE
                           DELIMITED BY SIZE INTO MSGO
                    END-STRING
                    MOVE '9860-FETCH-RATE' TO WS-DIAG-PARA
                    PERFORM 9800-WRITE-DIAGLOG-PARA
           END-EVALUATE.
      ******************************************************************
      *   ON A FOREIGN-CURRENCY CLAIM THE KEYED PAID AND VALUE ARE     **
      *   KEPT AS THE ORIGINALS AND CONVERTED TO BOOK CURRENCY         **
      ******************************************************************
       9870-CONVERT-CLAIM-PARA.
      *
           IF WS-FX-IND < 0
              MOVE SPACES           TO ORIGCURR
              MOVE 0                TO ORIGPAID
              MOVE 0                TO ORIGVALUE1
           ELSE
              MOVE WS-FX-CURR       TO ORIGCURR
              MOVE PAID   OF CLAIMS6 TO ORIGPAID
              MOVE VALUE1 OF CLAIMS6 TO ORIGVALUE1
              COMPUTE PAID   OF CLAIMS6 ROUNDED = ORIGPAID * WS-FX-RATE
              COMPUTE VALUE1 OF CLAIMS6 ROUNDED =
                      ORIGVALUE1 * WS-FX-RATE
           END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
