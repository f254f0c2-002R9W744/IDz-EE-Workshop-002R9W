        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B39.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO CLSRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - ACCOUNTING-PERIOD CLOSE. RUNS AFTER THE FINAL   **
      *              MF47B04 LEDGER EXTRACT IN MF47B39J AND CLOSES   **
      *              THE EARLIEST OPEN PERIOD ON CLAIMS6_ACCTPER     **
      *              WHOSE END DATE HAS PASSED. THE CLOSE IS REFUSED **
      *              WHEN NO MF47B04 RUN HAS ENDED CLEANLY SINCE THE **
      *              PERIOD ENDED. CLSRPT TIES THE PERIOD'S          **
      *              PAYMENTS, DEDUCTIBLE WITHHOLDINGS, RESERVE      **
      *              CHANGES, RECOVERIES, CASE-VALUE CHANGES AND     **
      *              ESCHEAT STOPS AND TURNOVERS ON THE CLAIM SIDE,  **
      *              BY COST TYPE, TO WHAT HAS BEEN SENT TO THE      **
      *              LEDGER, THEN TIES THE CLAIMS' PAID TO THE       **
      *              PAYMENT ROWS BEHIND IT. A PERIOD WITH ANY       **
      *              MOVEMENT NOT YET                                **
      *              SENT IS NOT CLOSED. OTHERWISE THE PERIOD IS     **
      *              LOCKED (PERSTATUS C) - MF47CB3 REFUSES ANY      **
      *              FURTHER POSTING INTO IT - AND THE NEXT TWO      **
      *              PERIODS ARE OPENED AHEAD IF NOT ALREADY SET UP. **
      *              RC=4 WHEN NO PERIOD WAS DUE OR THE PAID TIE-OUT **
      *              DID NOT BALANCE, RC=8 WHEN THE CLOSE WAS        **
      *              REFUSED OR FAILED, IN WHICH CASE THE PERIOD     **
      *              STAYS OPEN.                                     **
      * CALLED BY  - JCL: MF47B39J                                   **
      ***************************************************************

        FILE SECTION.
        FD  RPT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-EOF-SW             PIC X(01) VALUE 'N'.
            88 EOF-TRUE                    VALUE 'Y'.
            88 EOF-FALSE                   VALUE 'N'.
        01 WS-DUE-SW             PIC X(01) VALUE 'N'.
            88 PERIOD-DUE                  VALUE 'Y'.
            88 PERIOD-NOT-DUE              VALUE 'N'.
        01 WS-FAIL-COUNT         PIC 9(07) VALUE 0.
        01 WS-REFUSE-REASON      PIC X(60) VALUE SPACES.
      *    THE PERIOD BEING CLOSED
        01 WS-PERIOD             PIC X(06).
        01 WS-PER-START          PIC X(10).
        01 WS-PER-END            PIC X(10).
        01 WS-CLOSE-USER         PIC X(08) VALUE 'MF47B39'.
      *    CASE-VALUE AND ESCHEAT MOVEMENTS CARRY NO SENT STAMP -
      *    MF47B04 SENDS THEM FROM ITS MARK ON CLAIMS6_CDCCTL, AND
      *    FALLS BACK TO THE OPEN PERIOD COVERING THE RUN DATE WHEN
      *    THE MOVEMENT'S OWN DAY IS IN NO OPEN PERIOD
        01 WS-GL-CDC-NAME        PIC X(08) VALUE 'GLEXTR'.
        01 WS-GL-MARK            PIC X(26).
        01 WS-CUR-PERIOD         PIC X(06).
      *    ONE TIE-OUT ROW AS FETCHED
        01 WS-TIE-SEQ            PIC S9(4) USAGE COMP-5.
        01 WS-TIE-NAME           PIC X(20).
        01 WS-TIE-COSTTYPE       PIC X(04).
        01 WS-TIE-ROWS           PIC S9(9) USAGE COMP-5.
        01 WS-TIE-CLAIM-AMT      PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-TIE-GL-AMT         PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-TIE-UNSENT         PIC S9(9) USAGE COMP-5.
        01 WS-TIE-DIFF           PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-MOVE-COUNT         PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-UNSENT-COUNT       PIC S9(9) USAGE COMP-5 VALUE 0.
      *    THE CLAIMS' PAID AGAINST THE PAYMENTS STILL COUNTING IN IT
        01 WS-BOOK-PAID          PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-MOVE-PAID          PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-PAID-SW            PIC X(01) VALUE 'Y'.
            88 PAID-BALANCED               VALUE 'Y'.
            88 PAID-OUT                    VALUE 'N'.
      *    OPENING PERIODS AHEAD - EACH STARTS THE DAY AFTER THE LAST
      *    ONE ENDS AND RUNS TO THE END OF THAT CALENDAR MONTH
        01 WS-AHEAD-END          PIC X(10).
        01 WS-NEW-START          PIC X(10).
        01 WS-NEW-END            PIC X(10).
        01 WS-NEW-PERIOD.
            05 WS-NEW-YYYY       PIC X(04).
            05 WS-NEW-MM         PIC X(02).
        01 WS-OPEN-COUNT         PIC 9(02) VALUE 0.

        01 WS-HDG1.
            05 FILLER             PIC X(43) VALUE
               'MF47B39 - ACCOUNTING PERIOD CLOSE - PERIOD '.
            05 H1-PERIOD          PIC X(06).
            05 FILLER             PIC X(02) VALUE ' ('.
            05 H1-START           PIC X(10).
            05 FILLER             PIC X(04) VALUE ' TO '.
            05 H1-END             PIC X(10).
            05 FILLER             PIC X(01) VALUE ')'.
        01 WS-HDG2.
            05 FILLER             PIC X(31) VALUE
               'MOVEMENTS POSTED IN THE PERIOD '.
            05 FILLER             PIC X(29) VALUE
               'AGAINST THOSE SENT TO LEDGER'.
        01 WS-HDG3.
            05 FILLER             PIC X(22) VALUE 'MOVEMENT'.
            05 FILLER             PIC X(06) VALUE 'COST'.
            05 FILLER             PIC X(11) VALUE '       ROWS'.
            05 FILLER             PIC X(17) VALUE '     CLAIMS SIDE'.
            05 FILLER             PIC X(17) VALUE '  SENT TO LEDGER'.
            05 FILLER             PIC X(17) VALUE '      DIFFERENCE'.
            05 FILLER             PIC X(09) VALUE '   UNSENT'.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 FILLER             PIC X(20) VALUE 'OUTCOME'.
        01 WS-DETAIL-LINE.
            05 DL-NAME            PIC X(20).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-COSTTYPE        PIC X(04).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-ROWS            PIC ZZZZZZZZZZ9.
            05 DL-CLAIM-AMT       PIC -ZZZZZZZZZZZ9.99.
            05 FILLER             PIC X(01) VALUE SPACES.
            05 DL-GL-AMT          PIC -ZZZZZZZZZZZ9.99.
            05 FILLER             PIC X(01) VALUE SPACES.
            05 DL-DIFF            PIC -ZZZZZZZZZZZ9.99.
            05 FILLER             PIC X(01) VALUE SPACES.
            05 DL-UNSENT          PIC ZZZZZZZ9.
            05 FILLER             PIC X(03) VALUE SPACES.
            05 DL-OUTCOME         PIC X(20).
        01 WS-HDG4.
            05 FILLER             PIC X(60) VALUE
               'CLAIMS PAID AGAINST THE PAYMENTS BEHIND IT'.
        01 WS-PAID-LINE.
            05 PL-NAME            PIC X(45).
            05 PL-AMT             PIC -ZZZZZZZZZZZ9.99.
        01 WS-SUMMARY-LINE.
            05 SL-NAME            PIC X(40).
            05 SL-COUNT           PIC ZZZZZZZZ9.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP20
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP33
            END-EXEC.

      *    EACH KIND OF MOVEMENT STAMPED WITH THE PERIOD, BY COST TYPE -
      *    ALL OF IT ON THE CLAIM SIDE, AND THE PART ALREADY MARKED
      *    SENT BY MF47B04. CASE-VALUE CHANGES (SOURCE C) AND ESCHEAT
      *    MOVEMENTS (SOURCE E) ARE NOT STAMPED - THEY FALL IN THE
      *    PERIOD BY THE SAME DERIVATION MF47B04'S GLCCSR AND GLECSR
      *    USE, AND COUNT AS SENT ONCE THEIR CHANGE TIME IS AT OR
      *    BEFORE ITS MARK
            EXEC SQL
                DECLARE TIECSR CURSOR FOR
                    SELECT 1, 'PAYMENTS', COALESCE(PAYCOSTTYPE, 'IND'),
                           COUNT(*), COALESCE(SUM(PAYAMT), 0),
                           COALESCE(SUM(CASE WHEN PAYGLTS IS NOT NULL
                                             THEN PAYAMT ELSE 0 END),
                                    0),
                           SUM(CASE WHEN PAYGLTS IS NULL
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE PAYPERIOD = :WS-PERIOD
                     GROUP BY COALESCE(PAYCOSTTYPE, 'IND')
                    UNION ALL
                    SELECT 2, 'DEDUCTIBLE WITHHELD',
                           COALESCE(PAYCOSTTYPE, 'IND'),
                           COUNT(*), COALESCE(SUM(DEDAPPLIED), 0),
                           COALESCE(SUM(CASE WHEN PAYGLTS IS NOT NULL
                                             THEN DEDAPPLIED
                                             ELSE 0 END), 0),
                           SUM(CASE WHEN PAYGLTS IS NULL
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE PAYPERIOD = :WS-PERIOD
                       AND COALESCE(DEDAPPLIED, 0) <> 0
                     GROUP BY COALESCE(PAYCOSTTYPE, 'IND')
                    UNION ALL
                    SELECT 3, 'RESERVE CHANGES',
                           COALESCE(RESVCOSTTYPE, 'IND'),
                           COUNT(*), COALESCE(SUM(RESVAMT), 0),
                           COALESCE(SUM(CASE WHEN RESVGLTS IS NOT NULL
                                             THEN RESVAMT ELSE 0 END),
                                    0),
                           SUM(CASE WHEN RESVGLTS IS NULL
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_RESV
                     WHERE RESVPERIOD = :WS-PERIOD
                     GROUP BY COALESCE(RESVCOSTTYPE, 'IND')
                    UNION ALL
                    SELECT 4, 'RECOVERIES', 'IND',
                           COUNT(*), COALESCE(SUM(RECOVAMT), 0),
                           COALESCE(SUM(CASE WHEN RECOVGLTS IS NOT NULL
                                             THEN RECOVAMT ELSE 0 END),
                                    0),
                           SUM(CASE WHEN RECOVGLTS IS NULL
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_RECOV
                     WHERE RECOVPERIOD = :WS-PERIOD
                    HAVING COUNT(*) > 0
                    UNION ALL
                    SELECT 5, 'CASE VALUE CHANGES', 'IND',
                           COUNT(*),
                           COALESCE(SUM(COALESCE(H.NEWVALUE1, 0)
                                      - COALESCE(H.OLDVALUE1, 0)), 0),
                           COALESCE(SUM(CASE WHEN H.CHGTS
                                          <= TIMESTAMP(:WS-GL-MARK)
                                        THEN COALESCE(H.NEWVALUE1, 0)
                                           - COALESCE(H.OLDVALUE1, 0)
                                        ELSE 0 END), 0),
                           SUM(CASE WHEN H.CHGTS
                                           > TIMESTAMP(:WS-GL-MARK)
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_HIST H,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = H.CLAIMNUMBER
                       AND H.CHGTYPE IN ('A', 'C', 'L')
                       AND COALESCE(H.NEWVALUE1, 0)
                           <> COALESCE(H.OLDVALUE1, 0)
                       AND COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(H.CHGTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD) = :WS-PERIOD
                    HAVING COUNT(*) > 0
                    UNION ALL
                    SELECT 6, 'STOPPAY - STOPPED',
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           COUNT(*), COALESCE(SUM(P.PAYAMT), 0),
                           COALESCE(SUM(CASE WHEN P.STOPTS
                                          <= TIMESTAMP(:WS-GL-MARK)
                                             THEN P.PAYAMT ELSE 0 END),
                                    0),
                           SUM(CASE WHEN P.STOPTS
                                           > TIMESTAMP(:WS-GL-MARK)
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.STOPTS IS NOT NULL
                       AND COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(P.STOPTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD) = :WS-PERIOD
                     GROUP BY COALESCE(P.PAYCOSTTYPE, 'IND')
                    UNION ALL
                    SELECT 7, 'STOPPAY - TO STATE',
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           COUNT(*), COALESCE(SUM(0 - P.PAYAMT), 0),
                           COALESCE(SUM(CASE WHEN P.ESCHTS
                                          <= TIMESTAMP(:WS-GL-MARK)
                                             THEN 0 - P.PAYAMT
                                             ELSE 0 END),
                                    0),
                           SUM(CASE WHEN P.ESCHTS
                                           > TIMESTAMP(:WS-GL-MARK)
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.ESCHTS IS NOT NULL
                       AND COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(P.ESCHTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD) = :WS-PERIOD
                     GROUP BY COALESCE(P.PAYCOSTTYPE, 'IND')
                    UNION ALL
                    SELECT 8, 'UNCLPROP - TO STATE',
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           COUNT(*), COALESCE(SUM(P.PAYAMT), 0),
                           COALESCE(SUM(CASE WHEN P.ESCHTS
                                          <= TIMESTAMP(:WS-GL-MARK)
                                             THEN P.PAYAMT ELSE 0 END),
                                    0),
                           SUM(CASE WHEN P.ESCHTS
                                           > TIMESTAMP(:WS-GL-MARK)
                                    THEN 1 ELSE 0 END)
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.ESCHTS IS NOT NULL
                       AND COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(P.ESCHTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD) = :WS-PERIOD
                     GROUP BY COALESCE(P.PAYCOSTTYPE, 'IND')
                     ORDER BY 1, 3
            END-EXEC.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
      ****************************************************************
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
      *
      *     RECORD THE RUN ON THE RUN-CONTROL TABLE - START NOW,
      *     OUTCOME JUST BEFORE STOP RUN
            MOVE 'S'           TO RK-ACTION
            MOVE 'MF47B39'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF PERIOD-DUE
               PERFORM 1500-CHECK-EXTRACT-PARA
            END-IF.
            IF PERIOD-DUE AND WS-FAIL-COUNT = 0
               PERFORM 1600-GET-LEDGER-MARK-PARA
            END-IF.
            IF PERIOD-DUE AND WS-FAIL-COUNT = 0
               PERFORM 2000-TIE-MOVEMENTS-PARA
               PERFORM 2500-TIE-PAID-PARA
            END-IF.
            IF PERIOD-DUE AND WS-FAIL-COUNT = 0
               PERFORM 3000-LOCK-PERIOD-PARA
            END-IF.
            IF PERIOD-DUE AND WS-FAIL-COUNT = 0
               MOVE WS-PER-END TO WS-AHEAD-END
               PERFORM 4000-OPEN-AHEAD-PARA 2 TIMES
            END-IF.
            PERFORM 5000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-MOVE-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   OPEN THE REPORT AND FIND THE PERIOD DUE FOR CLOSE - THE    **
      *   EARLIEST ONE STILL OPEN WHOSE LAST DAY HAS PASSED. NONE DUE**
      *   IS NOT AN ERROR: THE JOB MAY SIMPLY HAVE RUN EARLY         **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT RPT-FILE.
            EXEC SQL
                 SELECT PERIODID, CHAR(PERSTART, ISO),
                        CHAR(PEREND, ISO)
                   INTO :WS-PERIOD, :WS-PER-START, :WS-PER-END
                   FROM MFTR47.CLAIMS6_ACCTPER
                  WHERE PERSTATUS = 'O'
                    AND PEREND    < CURRENT DATE
                  ORDER BY PERSTART
                  FETCH FIRST 1 ROW ONLY
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET PERIOD-DUE TO TRUE
                WHEN 100
                     MOVE SPACES TO WS-PERIOD WS-PER-START WS-PER-END
                     MOVE 'NO OPEN PERIOD HAS ENDED - NOTHING TO CLOSE'
                                          TO WS-REFUSE-REASON
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B39 - PERIOD SELECT FAILED RC : '
                             WS-SQLCODE
                     MOVE 'PERIOD TABLE COULD NOT BE READ'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
            MOVE WS-PERIOD    TO H1-PERIOD.
            MOVE WS-PER-START TO H1-START.
            MOVE WS-PER-END   TO H1-END.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   REFUSE TO CLOSE ON TOP OF A MISSING OR FAILED FINAL EXTRACT**
      *   - THE LATEST MF47B04 RUN ON THE RUN-CONTROL TABLE MUST HAVE**
      *   STARTED AFTER THE PERIOD ENDED AND FINISHED BELOW RC=8, THE**
      *   WAY MF47B03 CHECKS THE MF47B02 LOAD BEFORE DISPATCHING     **
      ****************************************************************
        1500-CHECK-EXTRACT-PARA.
      *
            EXEC SQL
                 SELECT RETCODE
                   INTO :RETCODE
                   FROM MFTR47.CLAIMS6_RUNCTL
                  WHERE PGMNAME = 'MF47B04'
                    AND DATE(STARTTS) > DATE(:WS-PER-END)
                    AND ENDTS IS NOT NULL
                  ORDER BY STARTTS DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 100
                     MOVE 'NO LEDGER EXTRACT SINCE THE PERIOD ENDED'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
                WHEN SQLCODE NOT = 0
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B39 - RUNCTL CHECK FAILED RC : '
                             WS-SQLCODE
                     MOVE 'RUN-CONTROL TABLE COULD NOT BE READ'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
                WHEN RETCODE >= 8
                     MOVE 'THE FINAL LEDGER EXTRACT FAILED'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
      ****************************************************************
      *   PICK UP HOW FAR MF47B04 HAS SENT CASE-VALUE AND ESCHEAT    **
      *   MOVEMENTS, AND THE OPEN PERIOD COVERING TODAY IT WOULD HAVE**
      *   PUT ONE IN WHOSE OWN DAY'S PERIOD WAS NO LONGER OPEN - THE **
      *   SAME LOOKUPS ITS OWN INITIALISE MAKES                      **
      ****************************************************************
        1600-GET-LEDGER-MARK-PARA.
      *
            EXEC SQL
                 SELECT CHAR(LASTMARK)
                   INTO :WS-GL-MARK
                   FROM MFTR47.CLAIMS6_CDCCTL
                  WHERE CDCNAME = :WS-GL-CDC-NAME
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'NO LEDGER EXTRACT MARK ON CLAIMS6_CDCCTL'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B39 - LEDGER MARK READ FAILED RC : '
                             WS-SQLCODE
                     MOVE 'LEDGER EXTRACT MARK COULD NOT BE READ'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
            IF WS-FAIL-COUNT = 0
               EXEC SQL
                    SELECT PERIODID
                      INTO :WS-CUR-PERIOD
                      FROM MFTR47.CLAIMS6_ACCTPER
                     WHERE CURRENT DATE BETWEEN PERSTART AND PEREND
                       AND PERSTATUS = 'O'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        MOVE SPACES TO WS-CUR-PERIOD
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B39 - CURRENT PERIOD FAILED RC : '
                                WS-SQLCODE
                        MOVE 'PERIOD TABLE COULD NOT BE READ'
                                          TO WS-REFUSE-REASON
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   TIE EACH KIND OF MOVEMENT POSTED IN THE PERIOD TO WHAT THE **
      *   LEDGER HAS BEEN SENT. A ROW NOT YET SENT LEAVES THE PERIOD **
      *   OPEN - LOCKING IT WOULD STRAND THE MOVEMENT IN A PERIOD THE**
      *   LEDGER HAS CLOSED                                          **
      ****************************************************************
        2000-TIE-MOVEMENTS-PARA.
      *
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG3 TO RPT-LINE.
            WRITE RPT-LINE.
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN TIECSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B39 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               MOVE 'TIE-OUT COULD NOT BE READ' TO WS-REFUSE-REASON
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-TIE-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE TIECSR
            END-EXEC.
            IF WS-UNSENT-COUNT > 0
               MOVE 'MOVEMENTS IN THE PERIOD NOT YET SENT TO THE LEDGER'
                                          TO WS-REFUSE-REASON
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   FETCH AND PRINT ONE TIE-OUT ROW                            **
      ****************************************************************
        2100-FETCH-TIE-PARA.
      *
            EXEC SQL
                FETCH TIECSR
                 INTO :WS-TIE-SEQ, :WS-TIE-NAME, :WS-TIE-COSTTYPE,
                      :WS-TIE-ROWS, :WS-TIE-CLAIM-AMT, :WS-TIE-GL-AMT,
                      :WS-TIE-UNSENT
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD WS-TIE-ROWS   TO WS-MOVE-COUNT
                     ADD WS-TIE-UNSENT TO WS-UNSENT-COUNT
                     COMPUTE WS-TIE-DIFF = WS-TIE-CLAIM-AMT
                                         - WS-TIE-GL-AMT
                     MOVE WS-TIE-NAME       TO DL-NAME
                     MOVE WS-TIE-COSTTYPE   TO DL-COSTTYPE
                     MOVE WS-TIE-ROWS       TO DL-ROWS
                     MOVE WS-TIE-CLAIM-AMT  TO DL-CLAIM-AMT
                     MOVE WS-TIE-GL-AMT     TO DL-GL-AMT
                     MOVE WS-TIE-DIFF       TO DL-DIFF
                     MOVE WS-TIE-UNSENT     TO DL-UNSENT
                     IF WS-TIE-UNSENT = 0 AND WS-TIE-DIFF = 0
                        MOVE 'BALANCED'         TO DL-OUTCOME
                     ELSE
                        MOVE '*** NOT ALL SENT' TO DL-OUTCOME
                     END-IF
                     MOVE WS-DETAIL-LINE    TO RPT-LINE
                     WRITE RPT-LINE
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B39 - FETCH FAILED RC : ' WS-SQLCODE
                     MOVE 'TIE-OUT COULD NOT BE READ'
                                          TO WS-REFUSE-REASON
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   TIE THE CLAIMS' PAID TO THE PAYMENT ROWS THAT MAKE IT UP - **
      *   EVERY PAYMENT AND REVERSAL EXCEPT CHECKS STOPPED OR TURNED **
      *   OVER AS UNCLAIMED PROPERTY, THE SAME RULE MF47CB3 AND THE  **
      *   ESCHEAT JOBS SUM PAID BY. A DIFFERENCE IS REPORTED FOR     **
      *   FINANCE TO CHASE BUT DOES NOT HOLD THE CLOSE, SINCE IT IS  **
      *   NOT A MOVEMENT OF THIS PERIOD                              **
      ****************************************************************
        2500-TIE-PAID-PARA.
      *
            MOVE 0 TO WS-BOOK-PAID.
            MOVE 0 TO WS-MOVE-PAID.
            EXEC SQL
                SELECT COALESCE(SUM(PAID), 0)
                  INTO :WS-BOOK-PAID
                  FROM MFTR47.CLAIMS6
            END-EXEC.
            IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(PAYAMT), 0)
                     INTO :WS-MOVE-PAID
                     FROM MFTR47.CLAIMS6_PAY
                    WHERE COALESCE(DISBSTAT, ' ') NOT IN ('P', 'U')
               END-EXEC
            END-IF.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B39 - PAID TIE-OUT FAILED RC : '
                       WS-SQLCODE
               MOVE 'PAID TIE-OUT COULD NOT BE READ'
                                          TO WS-REFUSE-REASON
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            IF WS-BOOK-PAID NOT = WS-MOVE-PAID
               SET PAID-OUT TO TRUE
            END-IF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG4 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAID ON THE CLAIMS'                TO PL-NAME.
            MOVE WS-BOOK-PAID                        TO PL-AMT.
            MOVE WS-PAID-LINE                        TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYMENTS STILL COUNTING IN PAID'   TO PL-NAME.
            MOVE WS-MOVE-PAID                        TO PL-AMT.
            MOVE WS-PAID-LINE                        TO RPT-LINE.
            WRITE RPT-LINE.
            COMPUTE WS-TIE-DIFF = WS-BOOK-PAID - WS-MOVE-PAID.
            IF PAID-BALANCED
               MOVE 'DIFFERENCE - BALANCED'          TO PL-NAME
            ELSE
               MOVE 'DIFFERENCE - *** OUT OF BALANCE' TO PL-NAME
            END-IF.
            MOVE WS-TIE-DIFF                         TO PL-AMT.
            MOVE WS-PAID-LINE                        TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   LOCK THE PERIOD - FROM HERE ON NO POSTING MAY BE STAMPED   **
      *   WITH IT. THE STATUS IS RE-CHECKED IN THE UPDATE SO TWO     **
      *   CLOSE RUNS CANNOT BOTH CLAIM IT                            **
      ****************************************************************
        3000-LOCK-PERIOD-PARA.
      *
            MOVE WS-PERIOD     TO PERIODID.
            MOVE WS-CLOSE-USER TO CLOSEUSER.
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_ACCTPER
                   SET PERSTATUS = 'C'
                      ,CLOSEUSER = :CLOSEUSER
                      ,CLOSETS   = CURRENT TIMESTAMP
                 WHERE PERIODID  = :PERIODID
                   AND PERSTATUS = 'O'
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B39 - PERIOD LOCK FAILED RC : ' WS-SQLCODE
               MOVE 'THE PERIOD COULD NOT BE LOCKED' TO WS-REFUSE-REASON
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   OPEN THE PERIOD FOLLOWING WS-AHEAD-END WHEN IT IS NOT      **
      *   ALREADY ON THE TABLE, THEN STEP WS-AHEAD-END ON TO ITS LAST**
      *   DAY FOR THE NEXT PASS - SO POSTINGS NEVER MEET A MONTH WITH**
      *   NO PERIOD SET UP                                           **
      ****************************************************************
        4000-OPEN-AHEAD-PARA.
      *
            IF WS-FAIL-COUNT = 0
               EXEC SQL
                   SELECT CHAR(DATE(:WS-AHEAD-END) + 1 DAY, ISO),
                          CHAR(LAST_DAY(DATE(:WS-AHEAD-END) + 1 DAY),
                               ISO)
                     INTO :WS-NEW-START, :WS-NEW-END
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-SQLCODE
                  DISPLAY 'MF47B39 - NEXT PERIOD DATES FAILED RC : '
                          WS-SQLCODE
                  MOVE 'THE NEXT PERIOD COULD NOT BE OPENED'
                                          TO WS-REFUSE-REASON
                  ADD 1 TO WS-FAIL-COUNT
               END-IF
            END-IF.
            IF WS-FAIL-COUNT = 0
               PERFORM 4100-INSERT-PERIOD-PARA
               MOVE WS-NEW-END TO WS-AHEAD-END
            END-IF.
      ****************************************************************
      *   ADD THE NEW PERIOD OPEN, NAMED YYYYMM FROM ITS FIRST DAY - **
      *   ONE ALREADY SET UP (BY HAND OR AN EARLIER CLOSE) IS LEFT AS**
      *   IT IS                                                      **
      ****************************************************************
        4100-INSERT-PERIOD-PARA.
      *
            MOVE WS-NEW-START(1:4) TO WS-NEW-YYYY.
            MOVE WS-NEW-START(6:2) TO WS-NEW-MM.
            MOVE WS-NEW-PERIOD     TO PERIODID.
            EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_ACCTPER
                       ( PERIODID
                        ,PERSTART
                        ,PEREND
                        ,PERSTATUS)
                SELECT :PERIODID
                      ,DATE(:WS-NEW-START)
                      ,DATE(:WS-NEW-END)
                      ,'O'
                  FROM SYSIBM.SYSDUMMY1
                 WHERE NOT EXISTS
                       (SELECT 1 FROM MFTR47.CLAIMS6_ACCTPER A
                         WHERE A.PERIODID = :PERIODID
                            OR DATE(:WS-NEW-START)
                               BETWEEN A.PERSTART AND A.PEREND)
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-OPEN-COUNT
                     DISPLAY 'MF47B39 - PERIOD OPENED : ' PERIODID
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B39 - PERIOD INSERT FAILED RC : '
                             WS-SQLCODE
                     MOVE 'THE NEXT PERIOD COULD NOT BE OPENED'
                                          TO WS-REFUSE-REASON
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   COMMIT THE LOCK AND THE PERIODS OPENED - OR ON A REFUSAL OR**
      *   FAILURE ROLL BACK SO THE PERIOD STAYS OPEN - WRITE THE     **
      *   OUTCOME, CLOSE, AND SET THE RETURN CODE                    **
      ****************************************************************
        5000-TERMINATE-PARA.
      *
            IF WS-FAIL-COUNT = 0
               EXEC SQL
                   COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 0 TO WS-OPEN-COUNT
            END-IF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'MOVEMENTS IN THE PERIOD'          TO SL-NAME.
            MOVE WS-MOVE-COUNT                      TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'NOT YET SENT TO THE LEDGER'       TO SL-NAME.
            MOVE WS-UNSENT-COUNT                    TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PERIODS OPENED AHEAD'             TO SL-NAME.
            MOVE WS-OPEN-COUNT                      TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            EVALUATE TRUE
                WHEN WS-FAIL-COUNT > 0
                     STRING 'PERIOD NOT CLOSED - ' WS-REFUSE-REASON
                            DELIMITED BY SIZE INTO RPT-LINE
                     MOVE 8 TO RETURN-CODE
                WHEN PERIOD-NOT-DUE
                     MOVE WS-REFUSE-REASON TO RPT-LINE
                     MOVE 4 TO RETURN-CODE
                WHEN PAID-OUT
                     STRING 'PERIOD ' WS-PERIOD ' CLOSED AND LOCKED - '
                            'PAID TIE-OUT OUT OF BALANCE'
                            DELIMITED BY SIZE INTO RPT-LINE
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     STRING 'PERIOD ' WS-PERIOD ' CLOSED AND LOCKED'
                            DELIMITED BY SIZE INTO RPT-LINE
            END-EVALUATE.
            WRITE RPT-LINE.
            DISPLAY RPT-LINE.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B39 - MOVEMENTS IN PERIOD : ' WS-MOVE-COUNT.
            DISPLAY 'MF47B39 - NOT YET SENT        : ' WS-UNSENT-COUNT.
            DISPLAY 'MF47B39 - PERIODS OPENED      : ' WS-OPEN-COUNT.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
