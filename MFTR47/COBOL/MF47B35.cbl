        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B35.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO CMPLRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - MONTHLY PROMPT-PAYMENT COMPLIANCE REPORT. EACH  **
      *              CLAIM IS MEASURED AGAINST THE DAY LIMITS ON THE **
      *              JURISDICTION RULES TABLE (CLAIMS6_JURIS) FOR    **
      *              ITS REGION, USING THE RULE IN FORCE WHEN THE    **
      *              CLOCK STARTED -                                 **
      *              - ACKNOWLEDGEMENT: FROM THE CLAIM'S ADD HISTORY **
      *                ROW TO THE DISPATCH OF ITS ACK LETTER ON      **
      *                CLAIMS6_CORR                                  **
      *              - DECISION: FROM THE ADD HISTORY ROW TO THE     **
      *                FIRST STATUS TRANSITION ON CLAIMS6_HIST (THE  **
      *                CLAIM ACCEPTED, SETTLED OR DENIED)            **
      *              - PAYMENT: FROM EACH PAYMENT'S PAYTS TO ITS     **
      *                ISSUETS ON CLAIMS6_PAY. REVERSALS ARE NOT     **
      *                MEASURED, NOR IS A PAYMENT BACKED OUT BEFORE  **
      *                IT WAS ISSUED                                 **
      *              A MEASURE BELONGS TO THE MONTH ITS DEADLINE     **
      *              FELL IN, SO THE LAST COMPLETE CALENDAR MONTH IS **
      *              REPORTED AND ANY MEASURE STILL NOT DONE IS PAST **
      *              ITS DEADLINE. OVER THE LIMIT IS A VIOLATION;    **
      *              WITHIN THE RULE'S WARNING DAYS OF IT IS A NEAR- **
      *              MISS. BOTH ARE LISTED BY REGION AND ADJUSTER,   **
      *              WITH THE PERCENTAGE COMPLIANT FOR EACH          **
      *              ADJUSTER, EACH REGION, EACH MEASURE AND         **
      *              OVERALL. CLAIMS ADDED IN THE MONTH WHOSE REGION **
      *              HAS NO RULE IN FORCE ARE COUNTED SO THE TABLE   **
      *              CAN BE FILLED IN. RC=4 ON ANY VIOLATION, RC=8   **
      *              IF THE CLAIMS COULD NOT BE READ. READ-ONLY AND  **
      *              RERUNNABLE WITHIN THE MONTH.                    **
      * CALLED BY  - JCL: MF47B35J                                   **
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
        01 WS-FIRST-SW           PIC X(01) VALUE 'Y'.
            88 FIRST-ROW                   VALUE 'Y'.
            88 NOT-FIRST-ROW               VALUE 'N'.
        01 WS-FAIL-COUNT         PIC 9(07) VALUE 0.
        01 WS-LIST-COUNT         PIC 9(07) VALUE 0.
      *    THE MONTH REPORTED - FIRST DAY OF THE LAST COMPLETE
      *    CALENDAR MONTH, AND THE FIRST DAY OF THE MONTH AFTER
        01 WS-MON-FROM           PIC X(10).
        01 WS-MON-TO             PIC X(10).
      *    ONE MEASUREMENT AS FETCHED - WHEN THE CLOCK STARTED, WHEN
      *    THE STEP WAS DONE (BLANK IF IT STILL IS NOT), THE DAYS IT
      *    TOOK OR HAS BEEN WAITING, AND THE RULE'S LIMITS
        01 WS-REGION             PIC X(08).
        01 WS-ADJUSTER           PIC X(08).
        01 WS-CLAIM-NUM          PIC S9(9) USAGE COMP-5.
        01 WS-MEASURE            PIC X(08).
            88 MEASURE-ACK                 VALUE 'ACK'.
            88 MEASURE-DECISION            VALUE 'DECISION'.
            88 MEASURE-PAYMENT             VALUE 'PAYMENT'.
        01 WS-PAYSEQ             PIC S9(9) USAGE COMP-5.
        01 WS-START-DATE         PIC X(10).
        01 WS-DONE-DATE          PIC X(10).
        01 WS-DAYS-TAKEN         PIC S9(9) USAGE COMP-5.
        01 WS-LIMIT-DAYS         PIC S9(9) USAGE COMP-5.
        01 WS-WARN-DAYS          PIC S9(9) USAGE COMP-5.
        01 WS-NORULE-COUNT       PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-RESULT             PIC X(09).
            88 RESULT-OK                   VALUE 'OK'.
            88 RESULT-NEAR                 VALUE 'NEAR-MISS'.
            88 RESULT-VIOL                 VALUE 'VIOLATION'.
        01 WS-BREAK-REGION       PIC X(08).
        01 WS-BREAK-ADJUSTER     PIC X(08).
      *    ADJUSTER, REGION, MEASURE AND REPORT ACCUMULATORS - THE
      *    MEASURES TAKEN, AND HOW MANY WERE VIOLATIONS OR NEAR-MISSES
        01 WS-ADJ-TOTALS.
            05 WS-ADJ-MEASURED    PIC 9(07).
            05 WS-ADJ-VIOL        PIC 9(07).
            05 WS-ADJ-NEAR        PIC 9(07).
        01 WS-REGION-TOTALS.
            05 WS-REGION-MEASURED PIC 9(07).
            05 WS-REGION-VIOL     PIC 9(07).
            05 WS-REGION-NEAR     PIC 9(07).
        01 WS-MEAS-SUB           PIC S9(4) USAGE COMP VALUE 0.
        01 WS-MEAS-TABLE.
            05 WS-MEAS-ENTRY      OCCURS 3 TIMES.
               10 WS-MEAS-NAME    PIC X(16).
               10 WS-MEAS-MEASURED PIC 9(07).
               10 WS-MEAS-VIOL    PIC 9(07).
               10 WS-MEAS-NEAR    PIC 9(07).
        01 WS-RPT-TOTALS.
            05 WS-RPT-MEASURED    PIC 9(07) VALUE 0.
            05 WS-RPT-VIOL        PIC 9(07) VALUE 0.
            05 WS-RPT-NEAR        PIC 9(07) VALUE 0.
      *    THE LINE BEING TOTALLED BY 2700-WRITE-TOTAL-PARA
        01 WS-TOT-LABEL          PIC X(16).
        01 WS-TOT-MEASURED       PIC 9(07).
        01 WS-TOT-VIOL           PIC 9(07).
        01 WS-TOT-NEAR           PIC 9(07).
        01 WS-PCT                PIC 9(03)V9(01).

        01 WS-HDG1.
            05 FILLER             PIC X(50) VALUE
               'MF47B35 - PROMPT-PAYMENT COMPLIANCE, DEADLINES '.
            05 H1-FROM            PIC X(10).
            05 FILLER             PIC X(04) VALUE ' TO '.
            05 H1-TO              PIC X(10).
            05 FILLER             PIC X(12) VALUE ' (EXCLUSIVE)'.
        01 WS-HDG2.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 FILLER             PIC X(11) VALUE 'RESULT'.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(10) VALUE 'MEASURE'.
            05 FILLER             PIC X(11) VALUE '   PAYSEQ'.
            05 FILLER             PIC X(12) VALUE 'STARTED'.
            05 FILLER             PIC X(12) VALUE 'DONE'.
            05 FILLER             PIC X(07) VALUE '   DAYS'.
            05 FILLER             PIC X(07) VALUE '  LIMIT'.
        01 WS-REGION-HDR-LINE.
            05 FILLER             PIC X(07) VALUE 'REGION '.
            05 RH-REGION          PIC X(08).
        01 WS-ADJ-HDR-LINE.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 FILLER             PIC X(09) VALUE 'ADJUSTER '.
            05 AH-ADJUSTER        PIC X(08).
        01 WS-DETAIL-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 DL-RESULT          PIC X(09).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CLAIMNUM        PIC 9(09).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-MEASURE         PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-PAYSEQ          PIC ZZZZZZZZ9 BLANK WHEN ZERO.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-START           PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-DONE            PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-DAYS            PIC ZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-LIMIT           PIC ZZZZ9.
        01 WS-SUBTOTAL-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 SL-LABEL           PIC X(16).
            05 FILLER             PIC X(10) VALUE ' MEASURED '.
            05 SL-MEASURED        PIC ZZZZZZ9.
            05 FILLER             PIC X(12) VALUE ' VIOLATIONS '.
            05 SL-VIOL            PIC ZZZZZZ9.
            05 FILLER             PIC X(13) VALUE ' NEAR-MISSES '.
            05 SL-NEAR            PIC ZZZZZZ9.
            05 FILLER             PIC X(11) VALUE ' COMPLIANT '.
            05 SL-PCT             PIC ZZ9.9.
            05 FILLER             PIC X(01) VALUE '%'.
        01 WS-NORULE-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 FILLER             PIC X(45) VALUE
               'CLAIMS ADDED IN THE MONTH WITH NO RULE       '.
            05 NL-COUNT           PIC ZZZZZZ9.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP27
            END-EXEC.

      *    EVERY ACK, DECISION AND PAYMENT MEASURE WHOSE DEADLINE -
      *    THE CLOCK START PLUS THE RULE'S DAY LIMIT - FELL IN THE
      *    MONTH. A STEP NOT YET DONE IS MEASURED UP TO TODAY. THE
      *    RULE IS THE ONE FOR THE CLAIM'S REGION IN FORCE ON THE DAY
      *    THE CLOCK STARTED; A CLAIM WITH NO REGION OR NO RULE IS
      *    NOT MEASURED
            EXEC SQL
                DECLARE CMPCSR CURSOR FOR
                    SELECT C.REGION, VALUE(C.ADJUSTER, 'NONE'),
                           C.CLAIMNUMBER, 'ACK', 0,
                           CHAR(DATE(H.CHGTS), ISO),
                           VALUE(CHAR(DATE(K.DISPTS), ISO), ' '),
                           DAYS(VALUE(K.DISPTS, CURRENT TIMESTAMP))
                             - DAYS(H.CHGTS),
                           J.ACKDAYS, J.WARNDAYS
                      FROM MFTR47.CLAIMS6 C
                      JOIN MFTR47.CLAIMS6_HIST H
                        ON H.CLAIMNUMBER = C.CLAIMNUMBER
                       AND H.CHGTYPE     = 'A'
                      JOIN MFTR47.CLAIMS6_JURIS J
                        ON J.JURISCODE   = C.REGION
                       AND J.EFFDATE    <= DATE(H.CHGTS)
                       AND (J.EXPDATE IS NULL
                        OR  J.EXPDATE    > DATE(H.CHGTS))
                      LEFT JOIN (SELECT R.CLAIMNUMBER,
                                        MIN(R.DISPTS) AS DISPTS
                                   FROM MFTR47.CLAIMS6_CORR R
                                  WHERE R.CORRTYPE   = 'ACK'
                                    AND R.DISPATCHED = 'Y'
                                  GROUP BY R.CLAIMNUMBER) K
                        ON K.CLAIMNUMBER = C.CLAIMNUMBER
                     WHERE DATE(H.CHGTS) + J.ACKDAYS DAYS
                                            >= DATE(:WS-MON-FROM)
                       AND DATE(H.CHGTS) + J.ACKDAYS DAYS
                                            <  DATE(:WS-MON-TO)
                    UNION ALL
                    SELECT C.REGION, VALUE(C.ADJUSTER, 'NONE'),
                           C.CLAIMNUMBER, 'DECISION', 0,
                           CHAR(DATE(H.CHGTS), ISO),
                           VALUE(CHAR(DATE(S.CHGTS), ISO), ' '),
                           DAYS(VALUE(S.CHGTS, CURRENT TIMESTAMP))
                             - DAYS(H.CHGTS),
                           J.DECDAYS, J.WARNDAYS
                      FROM MFTR47.CLAIMS6 C
                      JOIN MFTR47.CLAIMS6_HIST H
                        ON H.CLAIMNUMBER = C.CLAIMNUMBER
                       AND H.CHGTYPE     = 'A'
                      JOIN MFTR47.CLAIMS6_JURIS J
                        ON J.JURISCODE   = C.REGION
                       AND J.EFFDATE    <= DATE(H.CHGTS)
                       AND (J.EXPDATE IS NULL
                        OR  J.EXPDATE    > DATE(H.CHGTS))
                      LEFT JOIN (SELECT T.CLAIMNUMBER,
                                        MIN(T.CHGTS) AS CHGTS
                                   FROM MFTR47.CLAIMS6_HIST T
                                  WHERE T.CHGTYPE = 'S'
                                  GROUP BY T.CLAIMNUMBER) S
                        ON S.CLAIMNUMBER = C.CLAIMNUMBER
                     WHERE DATE(H.CHGTS) + J.DECDAYS DAYS
                                            >= DATE(:WS-MON-FROM)
                       AND DATE(H.CHGTS) + J.DECDAYS DAYS
                                            <  DATE(:WS-MON-TO)
                    UNION ALL
                    SELECT C.REGION, VALUE(C.ADJUSTER, 'NONE'),
                           C.CLAIMNUMBER, 'PAYMENT', P.PAYSEQ,
                           CHAR(DATE(P.PAYTS), ISO),
                           VALUE(CHAR(DATE(P.ISSUETS), ISO), ' '),
                           DAYS(VALUE(P.ISSUETS, CURRENT TIMESTAMP))
                             - DAYS(P.PAYTS),
                           J.PAYDAYS, J.WARNDAYS
                      FROM MFTR47.CLAIMS6_PAY P
                      JOIN MFTR47.CLAIMS6 C
                        ON C.CLAIMNUMBER = P.CLAIMNUMBER
                      JOIN MFTR47.CLAIMS6_JURIS J
                        ON J.JURISCODE   = C.REGION
                       AND J.EFFDATE    <= DATE(P.PAYTS)
                       AND (J.EXPDATE IS NULL
                        OR  J.EXPDATE    > DATE(P.PAYTS))
                     WHERE P.REVOFSEQ IS NULL
                       AND (P.ISSUETS IS NOT NULL
                        OR  NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_PAY V
                                 WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                                   AND V.REVOFSEQ    = P.PAYSEQ))
                       AND DATE(P.PAYTS) + J.PAYDAYS DAYS
                                            >= DATE(:WS-MON-FROM)
                       AND DATE(P.PAYTS) + J.PAYDAYS DAYS
                                            <  DATE(:WS-MON-TO)
                     ORDER BY 1, 2, 3, 4, 5
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
            MOVE 'MF47B35'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-PROCESS-CURSOR-PARA
               PERFORM 2800-COUNT-NO-RULE-PARA
            END-IF.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-LIST-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   WORK OUT THE MONTH, OPEN THE REPORT AND HEAD IT            **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            MOVE 'ACKNOWLEDGEMENT'   TO WS-MEAS-NAME(1).
            MOVE 'DECISION'          TO WS-MEAS-NAME(2).
            MOVE 'PAYMENT'           TO WS-MEAS-NAME(3).
            MOVE 0 TO WS-MEAS-MEASURED(1) WS-MEAS-VIOL(1)
                      WS-MEAS-NEAR(1)     WS-MEAS-MEASURED(2)
                      WS-MEAS-VIOL(2)     WS-MEAS-NEAR(2)
                      WS-MEAS-MEASURED(3) WS-MEAS-VIOL(3)
                      WS-MEAS-NEAR(3).
            EXEC SQL
                 SELECT CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS
                           - 1 MONTH, ISO),
                        CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS, ISO)
                   INTO :WS-MON-FROM, :WS-MON-TO
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B35 - MONTH DATES FAILED RC : '
                       WS-SQLCODE
               MOVE SPACES TO WS-MON-FROM WS-MON-TO
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-MON-FROM TO H1-FROM.
            MOVE WS-MON-TO   TO H1-TO.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   MEASURE EVERY CLAIM DUE IN THE MONTH, LISTING THE          **
      *   VIOLATIONS AND NEAR-MISSES AND TOTALLING EACH ADJUSTER     **
      *   AND EACH REGION                                            **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            EXEC SQL
                OPEN CMPCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B35 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-MEASURE-PARA.
            PERFORM 2150-MEASURE-ROW-PARA
               UNTIL EOF-TRUE.
            IF NOT-FIRST-ROW
               PERFORM 2400-ADJUSTER-TOTAL-PARA
               PERFORM 2500-REGION-TOTAL-PARA
            END-IF.
            EXEC SQL
                CLOSE CMPCSR
            END-EXEC.
      ****************************************************************
      *                  FETCH THE NEXT MEASURE                      **
      ****************************************************************
        2100-FETCH-MEASURE-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH CMPCSR
                    INTO :WS-REGION, :WS-ADJUSTER, :WS-CLAIM-NUM,
                         :WS-MEASURE, :WS-PAYSEQ,
                         :WS-START-DATE, :WS-DONE-DATE,
                         :WS-DAYS-TAKEN, :WS-LIMIT-DAYS,
                         :WS-WARN-DAYS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B35 - FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   CLOSE OFF THE PREVIOUS ADJUSTER AND/OR REGION ON A CHANGE, **
      *   GRADE THE MEASURE, THEN FETCH THE NEXT                     **
      ****************************************************************
        2150-MEASURE-ROW-PARA.
      *
            EVALUATE TRUE
                WHEN FIRST-ROW
                     SET NOT-FIRST-ROW TO TRUE
                     PERFORM 2600-REGION-HEADER-PARA
                     PERFORM 2650-ADJUSTER-HEADER-PARA
                WHEN WS-REGION NOT = WS-BREAK-REGION
                     PERFORM 2400-ADJUSTER-TOTAL-PARA
                     PERFORM 2500-REGION-TOTAL-PARA
                     PERFORM 2600-REGION-HEADER-PARA
                     PERFORM 2650-ADJUSTER-HEADER-PARA
                WHEN WS-ADJUSTER NOT = WS-BREAK-ADJUSTER
                     PERFORM 2400-ADJUSTER-TOTAL-PARA
                     PERFORM 2650-ADJUSTER-HEADER-PARA
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            PERFORM 2200-GRADE-MEASURE-PARA.
            PERFORM 2100-FETCH-MEASURE-PARA.
      ****************************************************************
      *   GRADE ONE MEASURE - OVER THE LIMIT IS A VIOLATION, WITHIN  **
      *   THE WARNING DAYS OF IT A NEAR-MISS - COUNT IT EVERYWHERE   **
      *   IT IS TOTALLED, AND LIST IT UNLESS IT WAS COMFORTABLY MET  **
      ****************************************************************
        2200-GRADE-MEASURE-PARA.
      *
            EVALUATE TRUE
                WHEN WS-DAYS-TAKEN > WS-LIMIT-DAYS
                     SET RESULT-VIOL TO TRUE
                WHEN WS-DAYS-TAKEN > WS-LIMIT-DAYS - WS-WARN-DAYS
                     SET RESULT-NEAR TO TRUE
                WHEN OTHER
                     SET RESULT-OK   TO TRUE
            END-EVALUATE.
            EVALUATE TRUE
                WHEN MEASURE-ACK
                     MOVE 1 TO WS-MEAS-SUB
                WHEN MEASURE-DECISION
                     MOVE 2 TO WS-MEAS-SUB
                WHEN OTHER
                     MOVE 3 TO WS-MEAS-SUB
            END-EVALUATE.
            ADD 1 TO WS-ADJ-MEASURED WS-REGION-MEASURED
                     WS-MEAS-MEASURED(WS-MEAS-SUB) WS-RPT-MEASURED.
            EVALUATE TRUE
                WHEN RESULT-VIOL
                     ADD 1 TO WS-ADJ-VIOL WS-REGION-VIOL
                              WS-MEAS-VIOL(WS-MEAS-SUB) WS-RPT-VIOL
                     PERFORM 2300-WRITE-DETAIL-PARA
                WHEN RESULT-NEAR
                     ADD 1 TO WS-ADJ-NEAR WS-REGION-NEAR
                              WS-MEAS-NEAR(WS-MEAS-SUB) WS-RPT-NEAR
                     PERFORM 2300-WRITE-DETAIL-PARA
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
      ****************************************************************
      *            LIST ONE VIOLATION OR NEAR-MISS                   **
      ****************************************************************
        2300-WRITE-DETAIL-PARA.
      *
            MOVE WS-RESULT              TO DL-RESULT.
            MOVE WS-CLAIM-NUM           TO DL-CLAIMNUM.
            MOVE WS-MEASURE             TO DL-MEASURE.
            MOVE WS-PAYSEQ              TO DL-PAYSEQ.
            MOVE WS-START-DATE          TO DL-START.
            IF WS-DONE-DATE = SPACES
               MOVE 'NOT DONE'          TO DL-DONE
            ELSE
               MOVE WS-DONE-DATE        TO DL-DONE
            END-IF.
            MOVE WS-DAYS-TAKEN          TO DL-DAYS.
            MOVE WS-LIMIT-DAYS          TO DL-LIMIT.
            MOVE WS-DETAIL-LINE         TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1                       TO WS-LIST-COUNT.
      ****************************************************************
      *                WRITE ONE ADJUSTER'S TOTAL                    **
      ****************************************************************
        2400-ADJUSTER-TOTAL-PARA.
      *
            MOVE 'ADJUSTER TOTAL'    TO WS-TOT-LABEL.
            MOVE WS-ADJ-MEASURED     TO WS-TOT-MEASURED.
            MOVE WS-ADJ-VIOL         TO WS-TOT-VIOL.
            MOVE WS-ADJ-NEAR         TO WS-TOT-NEAR.
            PERFORM 2700-WRITE-TOTAL-PARA.
      ****************************************************************
      *                 WRITE ONE REGION'S TOTAL                     **
      ****************************************************************
        2500-REGION-TOTAL-PARA.
      *
            MOVE 'REGION TOTAL'      TO WS-TOT-LABEL.
            MOVE WS-REGION-MEASURED  TO WS-TOT-MEASURED.
            MOVE WS-REGION-VIOL      TO WS-TOT-VIOL.
            MOVE WS-REGION-NEAR      TO WS-TOT-NEAR.
            PERFORM 2700-WRITE-TOTAL-PARA.
            MOVE SPACES              TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *      HEAD A NEW REGION AND START ITS TOTALS AT ZERO          **
      ****************************************************************
        2600-REGION-HEADER-PARA.
      *
            MOVE WS-REGION           TO WS-BREAK-REGION.
            MOVE WS-REGION           TO RH-REGION.
            MOVE WS-REGION-HDR-LINE  TO RPT-LINE.
            WRITE RPT-LINE.
            INITIALIZE WS-REGION-TOTALS.
      ****************************************************************
      *     HEAD A NEW ADJUSTER AND START THEIR TOTALS AT ZERO       **
      ****************************************************************
        2650-ADJUSTER-HEADER-PARA.
      *
            MOVE WS-ADJUSTER         TO WS-BREAK-ADJUSTER.
            MOVE WS-ADJUSTER         TO AH-ADJUSTER.
            MOVE WS-ADJ-HDR-LINE     TO RPT-LINE.
            WRITE RPT-LINE.
            INITIALIZE WS-ADJ-TOTALS.
      ****************************************************************
      *   WRITE ONE TOTAL LINE WITH ITS PERCENTAGE COMPLIANT - THE   **
      *   SHARE OF MEASURES THAT WERE NOT VIOLATIONS. NOTHING        **
      *   MEASURED COUNTS AS FULLY COMPLIANT                         **
      ****************************************************************
        2700-WRITE-TOTAL-PARA.
      *
            IF WS-TOT-MEASURED > 0
               COMPUTE WS-PCT ROUNDED =
                       (WS-TOT-MEASURED - WS-TOT-VIOL) * 100
                        / WS-TOT-MEASURED
            ELSE
               MOVE 100              TO WS-PCT
            END-IF.
            MOVE WS-TOT-LABEL        TO SL-LABEL.
            MOVE WS-TOT-MEASURED     TO SL-MEASURED.
            MOVE WS-TOT-VIOL         TO SL-VIOL.
            MOVE WS-TOT-NEAR         TO SL-NEAR.
            MOVE WS-PCT              TO SL-PCT.
            MOVE WS-SUBTOTAL-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   COUNT THE CLAIMS ADDED IN THE MONTH THAT COULD NOT BE      **
      *   MEASURED BECAUSE THEIR REGION HAS NO RULE IN FORCE         **
      ****************************************************************
        2800-COUNT-NO-RULE-PARA.
      *
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-NORULE-COUNT
                   FROM MFTR47.CLAIMS6 C
                   JOIN MFTR47.CLAIMS6_HIST H
                     ON H.CLAIMNUMBER = C.CLAIMNUMBER
                    AND H.CHGTYPE     = 'A'
                  WHERE DATE(H.CHGTS) >= DATE(:WS-MON-FROM)
                    AND DATE(H.CHGTS) <  DATE(:WS-MON-TO)
                    AND NOT EXISTS (SELECT 1
                              FROM MFTR47.CLAIMS6_JURIS J
                              WHERE J.JURISCODE = C.REGION
                                AND J.EFFDATE  <= DATE(H.CHGTS)
                                AND (J.EXPDATE IS NULL
                                 OR  J.EXPDATE  > DATE(H.CHGTS)))
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B35 - NO-RULE COUNT FAILED RC : '
                       WS-SQLCODE
               MOVE 0 TO WS-NORULE-COUNT
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   WRITE THE SUMMARY - EACH MEASURE AND ALL MEASURES, WITH    **
      *   THE PERCENTAGE COMPLIANT - CLOSE, AND PRINT A RUN SUMMARY. **
      *   RC=4 ON ANY VIOLATION, RC=8 WHEN THE MONTH OR THE CLAIMS   **
      *   COULD NOT BE READ                                          **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            PERFORM 3100-MEASURE-TOTAL-PARA
               VARYING WS-MEAS-SUB FROM 1 BY 1
                 UNTIL WS-MEAS-SUB > 3.
            MOVE 'ALL MEASURES'      TO WS-TOT-LABEL.
            MOVE WS-RPT-MEASURED     TO WS-TOT-MEASURED.
            MOVE WS-RPT-VIOL         TO WS-TOT-VIOL.
            MOVE WS-RPT-NEAR         TO WS-TOT-NEAR.
            PERFORM 2700-WRITE-TOTAL-PARA.
            MOVE WS-NORULE-COUNT     TO NL-COUNT.
            MOVE WS-NORULE-LINE      TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B35 - MEASURES TAKEN     : ' WS-RPT-MEASURED.
            DISPLAY 'MF47B35 - VIOLATIONS         : ' WS-RPT-VIOL.
            DISPLAY 'MF47B35 - NEAR-MISSES        : ' WS-RPT-NEAR.
            DISPLAY 'MF47B35 - FAILURES           : ' WS-FAIL-COUNT.
            EVALUATE TRUE
                WHEN WS-FAIL-COUNT > 0
                     MOVE 8 TO RETURN-CODE
                WHEN WS-RPT-VIOL > 0
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
      ****************************************************************
      *              WRITE ONE MEASURE'S SUMMARY LINE                **
      ****************************************************************
        3100-MEASURE-TOTAL-PARA.
      *
            MOVE WS-MEAS-NAME(WS-MEAS-SUB)     TO WS-TOT-LABEL.
            MOVE WS-MEAS-MEASURED(WS-MEAS-SUB) TO WS-TOT-MEASURED.
            MOVE WS-MEAS-VIOL(WS-MEAS-SUB)     TO WS-TOT-VIOL.
            MOVE WS-MEAS-NEAR(WS-MEAS-SUB)     TO WS-TOT-NEAR.
            PERFORM 2700-WRITE-TOTAL-PARA.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
