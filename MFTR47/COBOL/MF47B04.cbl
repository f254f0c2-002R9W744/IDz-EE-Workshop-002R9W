                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - NIGHTLY GENERAL-LEDGER EXTRACT. WRITES EACH     **
      *              CLAIM MONEY MOVEMENT TO A FIXED-LAYOUT          **
      *              INTERFACE FILE FOR THE LEDGER EXACTLY ONCE,     **
      *              TAGGED WITH THE ACCOUNTING PERIOD IT POSTED IN  **
      *              (CLAIMS6_ACCTPER) - SOURCE P = PAYMENT OR       **
      *              REVERSAL, SOURCE W = DEDUCTIBLE WITHHELD OFF A  **
      *              PAYMENT, SOURCE S = RESERVE CHANGE, SOURCE R =  **
      *              SUBROGATION/SALVAGE RECOVERY RECEIPT, SOURCE C  **
      *              = CHANGE IN THE CLAIM'S CASE VALUE (VALUE1) ON  **
      *              ADD, CORRECTION OR LINE-ITEM ROLLUP, SOURCE E = **
      *              ESCHEAT - AN UNCASHED CHECK STOPPED AT THE BANK **
      *              AND HELD AS OWED, CAUSE STOPPAY, OR TURNED OVER **
      *              TO THE STATE AS UNCLAIMED PROPERTY, CAUSE       **
      *              UNCLPROP. PAYMENT, RESERVE AND RECOVERY ROWS    **
      *              ARE STAMPED WITH THEIR PERIOD WHEN POSTED AND   **
      *              MARKED SENT (PAYGLTS, RESVGLTS, RECOVGLTS) IN   **
      *              THE SAME COMMIT AS THE RUN; CASE-VALUE AND      **
      *              ESCHEAT CHANGES ARE TAKEN FROM A HIGH-WATER     **
      *              MARK ON CLAIMS6_CDCCTL AND FALL IN THE OPEN     **
      *              PERIOD COVERING THE DAY THEY HAPPENED. EVERY    **
      *              MOVEMENT CARRIES ITS COST TYPE - IND            **
      *              (INDEMNITY), ALAE (DEFENSE EXPENSE) OR ADJ      **
      *              (ADJUSTING EXPENSE) - SO THE LEDGER BOOKS LOSS  **
      *              AND LOSS-ADJUSTMENT EXPENSE TO SEPARATE         **
      *              ACCOUNTS. PLUS A TRAILER WITH THE RECORD COUNT  **
      *              AND AMOUNT HASH TOTALS SO THE RECEIVING SIDE    **
      *              CAN BALANCE THE FILE BEFORE POSTING. A FAILED   **
      *              RUN WRITES NO TRAILER, MARKS NOTHING SENT AND   **
      *              ENDS RC=8, SO THE NEXT RUN SENDS THE SAME       **
      *              MOVEMENTS AGAIN. ALSO RUN AS THE FINAL EXTRACT  **
      *              OF THE PERIOD-CLOSE JOB MF47B39J.               **
      * CALLED BY  - JCL: MF47B04J, MF47B39J                         **
      ***************************************************************

        FILE SECTION.
                                                     SEPARATE.
            05 GL-VALUE1             PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 GL-COSTTYPE           PIC X(04).
            05 GL-PERIOD             PIC X(06).
        01  GL-TRAILER REDEFINES GL-RECORD.
            05 GT-RECTYPE            PIC X(01).
            05 GT-REC-COUNT          PIC 9(09).
                                                     SEPARATE.
            05 GT-VALUE-HASH         PIC S9(11)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 FILLER                PIC X(43).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-EOF-SW             PIC X(01) VALUE 'N'.
            88 EOF-TRUE                    VALUE 'Y'.
            88 EOF-FALSE                   VALUE 'N'.
        01 WS-GL-SW              PIC X(01) VALUE 'Y'.
            88 GL-OK                       VALUE 'Y'.
            88 GL-FAILED                   VALUE 'N'.
        01 WS-CTL-SW             PIC X(01) VALUE 'N'.
            88 CTL-FOUND                   VALUE 'Y'.
            88 CTL-FIRST-RUN               VALUE 'N'.
      *    THE MARK THE CASE-VALUE AND ESCHEAT MOVEMENTS ARE TAKEN
      *    FROM ON CLAIMS6_CDCCTL, AND HOW FAR BEHIND NOW THE RUN'S
      *    WINDOW CLOSES SO A POSTING STILL IN FLIGHT WAITS FOR THE
      *    NEXT RUN INSTEAD OF BEING MISSED
        01 WS-CDC-NAME           PIC X(08) VALUE 'GLEXTR'.
        01 WS-LAG-MINUTES        PIC S9(4) USAGE COMP-5 VALUE 10.
        01 WS-LAST-MARK          PIC X(26).
        01 WS-NEW-MARK           PIC X(26).
      *    THE OPEN PERIOD COVERING TODAY - WHERE A CASE-VALUE OR
      *    ESCHEAT CHANGE GOES WHEN ITS OWN DAY'S PERIOD IS NO LONGER
      *    OPEN
        01 WS-CUR-PERIOD         PIC X(06).
      *    ONE MOVEMENT AS FETCHED
        01 WS-GL-CLAIM           PIC S9(9) USAGE COMP-5.
        01 WS-GL-SEQ             PIC S9(9) USAGE COMP-5.
        01 WS-GL-AMT             PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-GL-DED             PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-GL-CODE            PIC X(10).
        01 WS-GL-COSTTYPE        PIC X(04).
        01 WS-GL-PERIOD          PIC X(06).
        01 WS-REC-COUNT          PIC 9(09) VALUE 0.
        01 WS-PAID-HASH          PIC S9(11)V9(2) VALUE 0.
        01 WS-VALUE-HASH         PIC S9(11)V9(2) VALUE 0.
        01 WS-MARK-COUNT         PIC S9(9) USAGE COMP-5 VALUE 0.
        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP31
            END-EXEC.

            EXEC SQL
                DECLARE GLCCSR CURSOR FOR
                    SELECT H.CLAIMNUMBER, C.CLAIMDATE, C.CAUSE,
                           C.STATUS,
                           COALESCE(H.NEWVALUE1, 0)
                               - COALESCE(H.OLDVALUE1, 0),
                           COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(H.CHGTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD)
                      FROM MFTR47.CLAIMS6_HIST H,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = H.CLAIMNUMBER
                       AND H.CHGTYPE IN ('A', 'C', 'L')
                       AND H.CHGTS > TIMESTAMP(:WS-LAST-MARK)
                       AND H.CHGTS <= TIMESTAMP(:WS-NEW-MARK)
                       AND COALESCE(H.NEWVALUE1, 0)
                           <> COALESCE(H.OLDVALUE1, 0)
                     ORDER BY H.CLAIMNUMBER, H.CHGTS
            END-EXEC.
            EXEC SQL
                DECLARE GLPCSR CURSOR FOR
                    SELECT P.CLAIMNUMBER, P.PAYSEQ, C.CLAIMDATE,
                           C.CAUSE, C.STATUS, COALESCE(P.PAYAMT, 0),
                           COALESCE(P.DEDAPPLIED, 0),
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           P.PAYPERIOD
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.PAYGLTS IS NULL
                       AND P.PAYPERIOD IS NOT NULL
                       AND P.PAYTS <= TIMESTAMP(:WS-NEW-MARK)
                     ORDER BY P.CLAIMNUMBER, P.PAYSEQ
            END-EXEC.
            EXEC SQL
                DECLARE GLSCSR CURSOR FOR
                    SELECT R.CLAIMNUMBER, R.RESVSEQ, C.CLAIMDATE,
                           C.CAUSE, C.STATUS, R.RESVAMT,
                           COALESCE(R.RESVCOSTTYPE, 'IND'),
                           R.RESVPERIOD
                      FROM MFTR47.CLAIMS6_RESV R,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = R.CLAIMNUMBER
                       AND R.RESVGLTS IS NULL
                       AND R.RESVPERIOD IS NOT NULL
                       AND R.RESVTS <= TIMESTAMP(:WS-NEW-MARK)
                     ORDER BY R.CLAIMNUMBER, R.RESVSEQ
            END-EXEC.
            EXEC SQL
                DECLARE GLRCSR CURSOR FOR
                    SELECT V.CLAIMNUMBER, V.RECOVSEQ, C.CLAIMDATE,
                           C.STATUS, V.RECOVTYPE, V.RECOVAMT,
                           V.RECOVPERIOD
                      FROM MFTR47.CLAIMS6_RECOV V,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = V.CLAIMNUMBER
                       AND V.RECOVGLTS IS NULL
                       AND V.RECOVPERIOD IS NOT NULL
                       AND V.RECOVTS <= TIMESTAMP(:WS-NEW-MARK)
                     ORDER BY V.CLAIMNUMBER, V.RECOVSEQ
            END-EXEC.
      *    A STOP MOVES THE CHECK OUT OF PAID INTO STOPPAY; A LATER
      *    TURNOVER TO THE STATE MOVES IT ON FROM STOPPAY TO UNCLPROP
            EXEC SQL
                DECLARE GLECSR CURSOR FOR
                    SELECT P.CLAIMNUMBER, P.PAYSEQ, C.CLAIMDATE,
                           C.STATUS, 'STOPPAY', P.PAYAMT,
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(P.STOPTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD)
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.STOPTS > TIMESTAMP(:WS-LAST-MARK)
                       AND P.STOPTS <= TIMESTAMP(:WS-NEW-MARK)
                    UNION ALL
                    SELECT P.CLAIMNUMBER, P.PAYSEQ, C.CLAIMDATE,
                           C.STATUS, 'STOPPAY', 0 - P.PAYAMT,
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(P.ESCHTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD)
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.ESCHTS > TIMESTAMP(:WS-LAST-MARK)
                       AND P.ESCHTS <= TIMESTAMP(:WS-NEW-MARK)
                    UNION ALL
                    SELECT P.CLAIMNUMBER, P.PAYSEQ, C.CLAIMDATE,
                           C.STATUS, 'UNCLPROP', P.PAYAMT,
                           COALESCE(P.PAYCOSTTYPE, 'IND'),
                           COALESCE((SELECT A.PERIODID
                                       FROM MFTR47.CLAIMS6_ACCTPER A
                                      WHERE DATE(P.ESCHTS)
                                            BETWEEN A.PERSTART
                                                AND A.PEREND
                                        AND A.PERSTATUS = 'O'),
                                    :WS-CUR-PERIOD)
                      FROM MFTR47.CLAIMS6_PAY P,
                           MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND P.ESCHTS > TIMESTAMP(:WS-LAST-MARK)
                       AND P.ESCHTS <= TIMESTAMP(:WS-NEW-MARK)
                     ORDER BY 1, 2, 5, 6 DESC
            END-EXEC.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-PROCESS-SOURCES-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-REC-COUNT TO RK-KEYCOUNT
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   OPEN THE FILE AND SET THE RUN'S WINDOW - FROM THE LAST GOOD**
      *   MARK ON CLAIMS6_CDCCTL TO WS-LAG-MINUTES BEFORE NOW. A     **
      *   FIRST RUN STARTS THE MARK AT THE WINDOW END, SINCE EARLIER **
      *   CASE-VALUE AND ESCHEAT CHANGES ARE ALREADY ON THE LEDGER.  **
      *   NO OPEN PERIOD COVERING TODAY MEANS NOWHERE TO POST - THE  **
      *   RUN IS REFUSED                                             **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT GL-FILE.
            EXEC SQL
                 SELECT CHAR(CURRENT TIMESTAMP
                             - :WS-LAG-MINUTES MINUTES)
                   INTO :WS-NEW-MARK
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            IF GL-OK
               MOVE WS-CDC-NAME TO CDCNAME
               EXEC SQL
                    SELECT CHAR(LASTMARK)
                      INTO :WS-LAST-MARK
                      FROM MFTR47.CLAIMS6_CDCCTL
                     WHERE CDCNAME = :CDCNAME
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        SET CTL-FOUND TO TRUE
                   WHEN 100
                        SET CTL-FIRST-RUN TO TRUE
                        MOVE WS-NEW-MARK TO WS-LAST-MARK
                        DISPLAY 'MF47B04 - NO CONTROL ROW FOR '
                                WS-CDC-NAME ' - MARK STARTS NOW'
                   WHEN OTHER
                        PERFORM 8000-SQL-FAIL-PARA
               END-EVALUATE
            END-IF.
            IF GL-OK
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
                        DISPLAY 'MF47B04 - NO OPEN ACCOUNTING PERIOD '
                                'COVERS TODAY - RUN REFUSED'
                        SET GL-FAILED TO TRUE
                   WHEN OTHER
                        PERFORM 8000-SQL-FAIL-PARA
               END-EVALUATE
            END-IF.
            IF GL-OK
               DISPLAY 'MF47B04 - CURRENT PERIOD : ' WS-CUR-PERIOD
               DISPLAY 'MF47B04 - CHANGES AFTER  : ' WS-LAST-MARK
               DISPLAY 'MF47B04 - CHANGES UP TO  : ' WS-NEW-MARK
            END-IF.
      ****************************************************************
      *   EXTRACT EACH SOURCE IN TURN - A FAILURE ON ONE STOPS THE   **
      *   REST, SINCE NOTHING IS MARKED SENT AND THE WHOLE RUN WILL  **
      *   GO AGAIN                                                   **
      ****************************************************************
        2000-PROCESS-SOURCES-PARA.
      *
            IF GL-OK
               PERFORM 2100-EXTRACT-CASE-PARA
            END-IF.
            IF GL-OK
               PERFORM 2300-EXTRACT-PAY-PARA
            END-IF.
            IF GL-OK
               PERFORM 2500-EXTRACT-RESV-PARA
            END-IF.
            IF GL-OK
               PERFORM 2600-EXTRACT-RECOV-PARA
            END-IF.
            IF GL-OK
               PERFORM 2900-EXTRACT-ESCHEAT-PARA
            END-IF.
      ****************************************************************
      *   WRITE ONE MOVEMENT PER CHANGE IN A CLAIM'S CASE VALUE      **
      *   (SOURCE C) - THE CHANGE, NEW LESS OLD VALUE1, CARRIED IN   **
      *   THE VALUE1 COLUMN                                          **
      ****************************************************************
        2100-EXTRACT-CASE-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN GLCCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2150-FETCH-CASE-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE GLCCSR
            END-EXEC.
      ****************************************************************
      *   FETCH AND WRITE ONE CASE-VALUE MOVEMENT                    **
      ****************************************************************
        2150-FETCH-CASE-PARA.
      *
            EXEC SQL
                FETCH GLCCSR
                 INTO :WS-GL-CLAIM, :CLAIMDATE, :CAUSE,
                      :CLAIMS6.STATUS, :WS-GL-AMT, :WS-GL-PERIOD
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'C'                   TO GL-SOURCE
                     MOVE 0                     TO WS-GL-SEQ
                     MOVE FUNCTION DISPLAY-OF(CAUSE) TO GL-CAUSE
                     MOVE 0                     TO GL-PAID
                     MOVE WS-GL-AMT             TO GL-VALUE1
                     MOVE 'IND'                 TO WS-GL-COSTTYPE
                     PERFORM 2800-WRITE-MOVEMENT-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *   WRITE ONE MOVEMENT PER PAYMENT OR REVERSAL NOT YET SENT    **
      *   (SOURCE P), FOLLOWED BY THE DEDUCTIBLE IT WITHHELD (SOURCE **
      *   W) WHEN THERE WAS ONE - BOTH IN THE PAID COLUMN, IN THE    **
      *   PERIOD THE PAYMENT POSTED IN                               **
      ****************************************************************
        2300-EXTRACT-PAY-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN GLPCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2350-FETCH-PAY-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE GLPCSR
            END-EXEC.
      ****************************************************************
      *   FETCH ONE PAYMENT AND WRITE ITS MOVEMENTS - A PAYMENT      **
      *   WHOLLY WITHHELD AGAINST THE DEDUCTIBLE MOVES NO CASH AND   **
      *   SENDS ONLY ITS W RECORD                                    **
      ****************************************************************
        2350-FETCH-PAY-PARA.
      *
            EXEC SQL
                FETCH GLPCSR
                 INTO :WS-GL-CLAIM, :WS-GL-SEQ, :CLAIMDATE, :CAUSE,
                      :CLAIMS6.STATUS, :WS-GL-AMT, :WS-GL-DED,
                      :WS-GL-COSTTYPE, :WS-GL-PERIOD
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     IF WS-GL-AMT NOT = 0
                        MOVE 'P'                TO GL-SOURCE
                        MOVE FUNCTION DISPLAY-OF(CAUSE) TO GL-CAUSE
                        MOVE WS-GL-AMT          TO GL-PAID
                        MOVE 0                  TO GL-VALUE1
                        PERFORM 2800-WRITE-MOVEMENT-PARA
                     END-IF
                     IF WS-GL-DED NOT = 0
                        MOVE 'W'                TO GL-SOURCE
                        MOVE 'DEDUCTIBL'        TO GL-CAUSE
                        MOVE WS-GL-DED          TO GL-PAID
                        MOVE 0                  TO GL-VALUE1
                        PERFORM 2800-WRITE-MOVEMENT-PARA
                     END-IF
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *   WRITE ONE MOVEMENT PER RESERVE CHANGE NOT YET SENT (SOURCE **
      *   S) - THE ADJUSTMENT, SIGNED, CARRIED IN THE VALUE1 COLUMN  **
      ****************************************************************
        2500-EXTRACT-RESV-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN GLSCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2550-FETCH-RESV-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE GLSCSR
            END-EXEC.
      ****************************************************************
      *   FETCH AND WRITE ONE RESERVE MOVEMENT                       **
      ****************************************************************
        2550-FETCH-RESV-PARA.
      *
            EXEC SQL
                FETCH GLSCSR
                 INTO :WS-GL-CLAIM, :WS-GL-SEQ, :CLAIMDATE, :CAUSE,
                      :CLAIMS6.STATUS, :WS-GL-AMT, :WS-GL-COSTTYPE,
                      :WS-GL-PERIOD
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'S'                   TO GL-SOURCE
                     MOVE FUNCTION DISPLAY-OF(CAUSE) TO GL-CAUSE
                     MOVE 0                     TO GL-PAID
                     MOVE WS-GL-AMT             TO GL-VALUE1
                     PERFORM 2800-WRITE-MOVEMENT-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *   WRITE ONE MOVEMENT PER RECOVERY RECEIPT NOT YET SENT       **
      *   (SOURCE R) - MONEY COMING BACK, CARRIED IN THE PAID COLUMN **
      *   SO THE RECEIVING SIDE POSTS IT AGAINST THE SAME ACCOUNT    **
      ****************************************************************
        2600-EXTRACT-RECOV-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN GLRCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2650-FETCH-RECOV-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE GLRCSR
            END-EXEC.
      ****************************************************************
      *   FETCH AND WRITE ONE RECOVERY MOVEMENT                      **
      ****************************************************************
        2650-FETCH-RECOV-PARA.
      *
            EXEC SQL
                FETCH GLRCSR
                 INTO :WS-GL-CLAIM, :WS-GL-SEQ, :CLAIMDATE,
                      :CLAIMS6.STATUS, :WS-GL-CODE, :WS-GL-AMT,
                      :WS-GL-PERIOD
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'R'                   TO GL-SOURCE
                     MOVE WS-GL-CODE            TO GL-CAUSE
                     MOVE WS-GL-AMT             TO GL-PAID
                     MOVE 0                     TO GL-VALUE1
                     MOVE 'IND'                 TO WS-GL-COSTTYPE
                     PERFORM 2800-WRITE-MOVEMENT-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *   WRITE ONE DETAIL RECORD - SOURCE, CAUSE AND AMOUNTS ALREADY**
      *   SET BY THE CALLER, THE REST FROM THE ROW AS FETCHED        **
      ****************************************************************
        2800-WRITE-MOVEMENT-PARA.
      *
            MOVE 'D'                   TO GL-RECTYPE.
            MOVE WS-GL-CLAIM           TO GL-CLAIMNUMBER.
            MOVE WS-GL-SEQ             TO GL-LINESEQ.
            MOVE FUNCTION DISPLAY-OF(CLAIMDATE) TO GL-CLAIMDATE.
            MOVE STATUS OF CLAIMS6     TO GL-STATUS.
            MOVE WS-GL-COSTTYPE        TO GL-COSTTYPE.
            MOVE WS-GL-PERIOD          TO GL-PERIOD.
            WRITE GL-RECORD.
            ADD 1                      TO WS-REC-COUNT.
            ADD GL-PAID                TO WS-PAID-HASH.
            ADD GL-VALUE1              TO WS-VALUE-HASH.
      ****************************************************************
      *   WRITE ONE MOVEMENT PER ESCHEAT CHANGE IN THE WINDOW (SOURCE**
      *   E) - THE CHECK'S AMOUNT, CARRIED IN THE PAID COLUMN, MOVED **
      *   OUT OF THE CLAIM'S PAID BUT STILL OWED: INTO STOPPAY WHEN  **
      *   THE STOP-PAYMENT IS PLACED (DISBSTAT P), THEN OUT OF       **
      *   STOPPAY AND INTO UNCLPROP WHEN IT IS REPORTED TO THE STATE **
      *   AS UNCLAIMED PROPERTY (DISBSTAT U)                         **
      ****************************************************************
        2900-EXTRACT-ESCHEAT-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN GLECSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2950-FETCH-ESCHEAT-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE GLECSR
            END-EXEC.
      ****************************************************************
      *   FETCH AND WRITE ONE ESCHEAT MOVEMENT                       **
      ****************************************************************
        2950-FETCH-ESCHEAT-PARA.
      *
            EXEC SQL
                FETCH GLECSR
                 INTO :WS-GL-CLAIM, :WS-GL-SEQ, :CLAIMDATE,
                      :CLAIMS6.STATUS, :WS-GL-CODE, :WS-GL-AMT,
                      :WS-GL-COSTTYPE, :WS-GL-PERIOD
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'E'                   TO GL-SOURCE
                     MOVE WS-GL-CODE            TO GL-CAUSE
                     MOVE WS-GL-AMT             TO GL-PAID
                     MOVE 0                     TO GL-VALUE1
                     PERFORM 2800-WRITE-MOVEMENT-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *   NOTE A FAILED READ - THE CURRENT SOURCE STOPS, THE REST ARE**
      *   SKIPPED, NOTHING IS MARKED SENT AND THE MARK STAYS WHERE IT**
      *   WAS                                                        **
      ****************************************************************
        8000-SQL-FAIL-PARA.
      *
            MOVE SQLCODE TO WS-SQLCODE.
            DISPLAY 'MF47B04 - SQL FAILED RC : ' WS-SQLCODE.
            SET GL-FAILED TO TRUE.
            SET EOF-TRUE  TO TRUE.
      ****************************************************************
      *   ON A CLEAN RUN MARK EVERY ROW WRITTEN AS SENT, MOVE THE    **
      *   MARK ON AND WRITE THE BALANCING TRAILER, THEN COMMIT - THE **
      *   FILE AND THE MARKING STAND OR FALL TOGETHER. ON A FAILED   **
      *   ONE ROLL BACK, WRITE NO TRAILER AND END RC=8               **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            IF GL-OK
               PERFORM 3100-MARK-SENT-PARA
            END-IF.
            IF GL-OK
               PERFORM 3200-ADVANCE-MARK-PARA
            END-IF.
            IF GL-OK
               MOVE SPACES        TO GL-RECORD
               MOVE 'T'           TO GT-RECTYPE
               MOVE WS-REC-COUNT  TO GT-REC-COUNT
               MOVE WS-PAID-HASH  TO GT-PAID-HASH
               MOVE WS-VALUE-HASH TO GT-VALUE-HASH
               WRITE GL-RECORD
               EXEC SQL
                    COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                    ROLLBACK WORK
               END-EXEC
               DISPLAY 'MF47B04 - RUN FAILED - NO TRAILER WRITTEN, '
                       'NOTHING MARKED SENT'
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE GL-FILE.
            DISPLAY 'MF47B04 - MOVEMENTS EXTRACTED : ' WS-REC-COUNT.
      ****************************************************************
      *   STAMP THE PAYMENT, RESERVE AND RECOVERY ROWS JUST WRITTEN  **
      *   AS SENT - THE SAME ROWS THE CURSORS READ, SO NOTHING POSTED**
      *   SINCE THE WINDOW CLOSED IS MARKED WITHOUT HAVING GONE      **
      ****************************************************************
        3100-MARK-SENT-PARA.
      *
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAY
                   SET PAYGLTS    = CURRENT TIMESTAMP
                      ,PAYCHGTS   = CURRENT TIMESTAMP
                 WHERE PAYGLTS IS NULL
                   AND PAYPERIOD IS NOT NULL
                   AND PAYTS <= TIMESTAMP(:WS-NEW-MARK)
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8000-SQL-FAIL-PARA
            ELSE
               ADD SQLERRD(3) TO WS-MARK-COUNT
            END-IF.
            IF GL-OK
               EXEC SQL
                   UPDATE MFTR47.CLAIMS6_RESV
                      SET RESVGLTS   = CURRENT TIMESTAMP
                    WHERE RESVGLTS IS NULL
                      AND RESVPERIOD IS NOT NULL
                      AND RESVTS <= TIMESTAMP(:WS-NEW-MARK)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                  PERFORM 8000-SQL-FAIL-PARA
               ELSE
                  ADD SQLERRD(3) TO WS-MARK-COUNT
               END-IF
            END-IF.
            IF GL-OK
               EXEC SQL
                   UPDATE MFTR47.CLAIMS6_RECOV
                      SET RECOVGLTS  = CURRENT TIMESTAMP
                    WHERE RECOVGLTS IS NULL
                      AND RECOVPERIOD IS NOT NULL
                      AND RECOVTS <= TIMESTAMP(:WS-NEW-MARK)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                  PERFORM 8000-SQL-FAIL-PARA
               ELSE
                  ADD SQLERRD(3) TO WS-MARK-COUNT
               END-IF
            END-IF.
            IF GL-OK
               DISPLAY 'MF47B04 - ROWS MARKED SENT : ' WS-MARK-COUNT
            END-IF.
      ****************************************************************
      *   RECORD THE NEW HIGH-WATER MARK - ADDING THE CONTROL ROW ON **
      *   THE FIRST RUN                                              **
      ****************************************************************
        3200-ADVANCE-MARK-PARA.
      *
            MOVE WS-CDC-NAME    TO CDCNAME.
            MOVE WS-REC-COUNT   TO LASTCOUNT.
            IF CTL-FOUND
               EXEC SQL
                    UPDATE MFTR47.CLAIMS6_CDCCTL
                       SET LASTMARK  = TIMESTAMP(:WS-NEW-MARK)
                          ,LASTRUNTS = CURRENT TIMESTAMP
                          ,LASTCOUNT = :LASTCOUNT
                     WHERE CDCNAME   = :CDCNAME
               END-EXEC
            ELSE
               EXEC SQL
                    INSERT INTO MFTR47.CLAIMS6_CDCCTL
                           ( CDCNAME
                            ,LASTMARK
                            ,LASTRUNTS
                            ,LASTCOUNT)
                    VALUES ( :CDCNAME
                            ,TIMESTAMP(:WS-NEW-MARK)
                            ,CURRENT TIMESTAMP
                            ,:LASTCOUNT)
               END-EXEC
            END-IF.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
