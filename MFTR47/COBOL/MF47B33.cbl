        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B33.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO VENDRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - QUARTERLY VENDOR SPEND REPORT. EVERY PAYMENT    **
      *              POSTED IN THE LAST CALENDAR QUARTER TO A CLAIM  **
      *              PARTY LINKED TO THE VENDOR MASTER               **
      *              (CLAIMS6_VENDOR) IS SUMMED PER VENDOR AND       **
      *              LISTED BY THE CLAIM'S REGION AND THEN BY ITS    **
      *              CAUSE, LARGEST SPEND FIRST, WITH THE NUMBER OF  **
      *              PAYMENTS AND WHETHER THE VENDOR IS NOW          **
      *              SUSPENDED. REVERSALS NET OFF THE PAYMENTS THEY  **
      *              BACK OUT; CHECKS STOPPED OR ESCHEATED AS        **
      *              UNCLAIMED PROPERTY (DISBSTAT P/U) WERE NEVER    **
      *              SPENT AND STAY OUT. EACH CAUSE AND EACH REGION  **
      *              IS TOTALLED. READ-ONLY AND RERUNNABLE.          **
      * CALLED BY  - JCL: MF47B33J                                   **
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
        01 WS-VEND-COUNT         PIC 9(07) VALUE 0.
      *    THE QUARTER REPORTED - FIRST DAY OF THE LAST COMPLETE
      *    CALENDAR QUARTER, AND THE FIRST DAY OF THE QUARTER AFTER
        01 WS-QTR-FROM           PIC X(10).
        01 WS-QTR-TO             PIC X(10).
        01 WS-THIS-REGION        PIC X(08).
        01 WS-THIS-CAUSE         PIC X(10).
        01 WS-BREAK-REGION       PIC X(08).
        01 WS-BREAK-CAUSE        PIC X(10).
        01 WS-PAY-COUNT          PIC S9(9) USAGE COMP-5.
        01 WS-SPEND              PIC S9(11)V9(2) USAGE COMP-3.
      *    CAUSE, REGION AND REPORT ACCUMULATORS - PAYMENTS AND SPEND
        01 WS-CAUSE-TOTALS.
            05 WS-CAUSE-COUNT     PIC 9(07).
            05 WS-CAUSE-SPEND     PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-REGION-TOTALS.
            05 WS-REGION-COUNT    PIC 9(07).
            05 WS-REGION-SPEND    PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-RPT-TOTALS.
            05 WS-RPT-COUNT       PIC 9(07) VALUE 0.
            05 WS-RPT-SPEND       PIC S9(11)V9(2) USAGE COMP-3
                                                   VALUE 0.

        01 WS-HDG1.
            05 FILLER             PIC X(50) VALUE
               'MF47B33 - VENDOR SPEND BY REGION AND CAUSE FROM '.
            05 H1-FROM            PIC X(10).
            05 FILLER             PIC X(04) VALUE ' TO '.
            05 H1-TO              PIC X(10).
            05 FILLER             PIC X(12) VALUE ' (EXCLUSIVE)'.
        01 WS-HDG2.
            05 FILLER             PIC X(06) VALUE SPACES.
            05 FILLER             PIC X(12) VALUE 'VENDOR'.
            05 FILLER             PIC X(42) VALUE 'LEGAL NAME'.
            05 FILLER             PIC X(11) VALUE 'STATUS'.
            05 FILLER             PIC X(11) VALUE '   PAYMENTS'.
            05 FILLER             PIC X(18) VALUE '             SPEND'.
        01 WS-REGION-HDR-LINE.
            05 FILLER             PIC X(07) VALUE 'REGION '.
            05 RH-REGION          PIC X(08).
        01 WS-CAUSE-HDR-LINE.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 FILLER             PIC X(06) VALUE 'CAUSE '.
            05 CH-CAUSE           PIC X(10).
        01 WS-DETAIL-LINE.
            05 FILLER             PIC X(06) VALUE SPACES.
            05 DL-VENDORID        PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-NAME            PIC X(40).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-STATUS          PIC X(09).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-COUNT           PIC ZZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-SPEND           PIC -ZZZZZZZZZZZ9.99.
        01 WS-SUBTOTAL-LINE.
            05 FILLER             PIC X(06) VALUE SPACES.
            05 SL-LABEL           PIC X(16).
            05 FILLER             PIC X(49) VALUE SPACES.
            05 SL-COUNT           PIC ZZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 SL-SPEND           PIC -ZZZZZZZZZZZ9.99.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP25
            END-EXEC.

      *    SPEND PER VENDOR WITHIN CLAIM REGION AND CAUSE FOR THE
      *    QUARTER. A PAYMENT REACHES A VENDOR THROUGH ITS PAYEE
      *    PARTY, WHICH CARRIES THE VENDOR ID IT WAS PAID UNDER; A
      *    REVERSAL CARRIES THE SAME PAYEE AND NETS OFF, BUT ONLY THE
      *    ORIGINAL PAYMENTS ARE COUNTED
            EXEC SQL
                DECLARE VENDCSR CURSOR FOR
                    SELECT VALUE(C.REGION, 'NOREGION'),
                           VALUE(C.CAUSE, ' '),
                           V.VENDORID, V.VENDNAME, V.VENDSTATUS,
                           SUM(CASE WHEN P.REVOFSEQ IS NULL
                                    THEN 1 ELSE 0 END),
                           SUM(P.PAYAMT)
                      FROM MFTR47.CLAIMS6_PAY P
                      JOIN MFTR47.CLAIMS6_PARTY A
                        ON A.CLAIMNUMBER = P.CLAIMNUMBER
                       AND A.PARTYSEQ    = P.PAYEESEQ
                      JOIN MFTR47.CLAIMS6_VENDOR V
                        ON V.VENDORID    = A.PARTYVENDID
                      JOIN MFTR47.CLAIMS6 C
                        ON C.CLAIMNUMBER = P.CLAIMNUMBER
                     WHERE DATE(P.PAYTS) >= DATE(:WS-QTR-FROM)
                       AND DATE(P.PAYTS) <  DATE(:WS-QTR-TO)
                       AND COALESCE(P.DISBSTAT, ' ') NOT IN ('P', 'U')
                     GROUP BY VALUE(C.REGION, 'NOREGION'),
                              VALUE(C.CAUSE, ' '),
                              V.VENDORID, V.VENDNAME, V.VENDSTATUS
                     ORDER BY 1, 2, 7 DESC, 3
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
            MOVE 'MF47B33'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-PROCESS-CURSOR-PARA
            END-IF.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-VEND-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   WORK OUT THE QUARTER, OPEN THE REPORT AND HEAD IT          **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            EXEC SQL
                 SELECT CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS
                           - MOD(MONTH(CURRENT DATE) - 1, 3) MONTHS
                           - 3 MONTHS, ISO),
                        CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS
                           - MOD(MONTH(CURRENT DATE) - 1, 3) MONTHS,
                             ISO)
                   INTO :WS-QTR-FROM, :WS-QTR-TO
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B33 - QUARTER DATES FAILED RC : '
                       WS-SQLCODE
               MOVE SPACES TO WS-QTR-FROM WS-QTR-TO
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-QTR-FROM TO H1-FROM.
            MOVE WS-QTR-TO   TO H1-TO.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   LIST EVERY VENDOR'S SPEND, TOTALLING EACH CAUSE AND EACH   **
      *   REGION                                                     **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            EXEC SQL
                OPEN VENDCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B33 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-SPEND-PARA.
            PERFORM 2150-SPEND-ROW-PARA
               UNTIL EOF-TRUE.
            IF NOT-FIRST-ROW
               PERFORM 2300-CAUSE-TOTAL-PARA
               PERFORM 2400-REGION-TOTAL-PARA
            END-IF.
            EXEC SQL
                CLOSE VENDCSR
            END-EXEC.
      ****************************************************************
      *             FETCH ONE VENDOR'S SPEND UNDER ONE CAUSE         **
      ****************************************************************
        2100-FETCH-SPEND-PARA.
      *
            IF EOF-FALSE
               INITIALIZE CAUSE
               INITIALIZE VENDNAME
               EXEC SQL
                   FETCH VENDCSR
                    INTO :REGION, :CAUSE,
                         :VENDORID, :VENDNAME, :VENDSTATUS,
                         :WS-PAY-COUNT, :WS-SPEND
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B33 - FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   CLOSE OFF THE PREVIOUS CAUSE AND/OR REGION ON A CHANGE,    **
      *   LIST THE VENDOR, THEN FETCH THE NEXT                       **
      ****************************************************************
        2150-SPEND-ROW-PARA.
      *
            MOVE REGION TO WS-THIS-REGION.
            MOVE FUNCTION DISPLAY-OF(CAUSE) TO WS-THIS-CAUSE.
            IF WS-THIS-CAUSE = SPACES
               MOVE 'NO CAUSE' TO WS-THIS-CAUSE
            END-IF.
            EVALUATE TRUE
                WHEN FIRST-ROW
                     SET NOT-FIRST-ROW TO TRUE
                     PERFORM 2500-REGION-HEADER-PARA
                     PERFORM 2600-CAUSE-HEADER-PARA
                WHEN WS-THIS-REGION NOT = WS-BREAK-REGION
                     PERFORM 2300-CAUSE-TOTAL-PARA
                     PERFORM 2400-REGION-TOTAL-PARA
                     PERFORM 2500-REGION-HEADER-PARA
                     PERFORM 2600-CAUSE-HEADER-PARA
                WHEN WS-THIS-CAUSE NOT = WS-BREAK-CAUSE
                     PERFORM 2300-CAUSE-TOTAL-PARA
                     PERFORM 2600-CAUSE-HEADER-PARA
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            PERFORM 2200-WRITE-DETAIL-PARA.
            PERFORM 2100-FETCH-SPEND-PARA.
      ****************************************************************
      *                 LIST ONE VENDOR'S SPEND                      **
      ****************************************************************
        2200-WRITE-DETAIL-PARA.
      *
            MOVE VENDORID               TO DL-VENDORID.
            MOVE FUNCTION DISPLAY-OF(VENDNAME) TO DL-NAME.
            IF VENDSTATUS = 'S'
               MOVE 'SUSPENDED'         TO DL-STATUS
            ELSE
               MOVE 'ACTIVE'            TO DL-STATUS
            END-IF.
            MOVE WS-PAY-COUNT           TO DL-COUNT.
            MOVE WS-SPEND               TO DL-SPEND.
            MOVE WS-DETAIL-LINE         TO RPT-LINE.
            WRITE RPT-LINE.
            ADD WS-PAY-COUNT            TO WS-CAUSE-COUNT.
            ADD WS-SPEND                TO WS-CAUSE-SPEND.
            ADD WS-PAY-COUNT            TO WS-REGION-COUNT.
            ADD WS-SPEND                TO WS-REGION-SPEND.
            ADD WS-PAY-COUNT            TO WS-RPT-COUNT.
            ADD WS-SPEND                TO WS-RPT-SPEND.
            ADD 1                       TO WS-VEND-COUNT.
      ****************************************************************
      *                  WRITE ONE CAUSE'S TOTAL                    **
      ****************************************************************
        2300-CAUSE-TOTAL-PARA.
      *
            MOVE 'CAUSE TOTAL'       TO SL-LABEL.
            MOVE WS-CAUSE-COUNT      TO SL-COUNT.
            MOVE WS-CAUSE-SPEND      TO SL-SPEND.
            MOVE WS-SUBTOTAL-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *                 WRITE ONE REGION'S TOTAL                     **
      ****************************************************************
        2400-REGION-TOTAL-PARA.
      *
            MOVE 'REGION TOTAL'      TO SL-LABEL.
            MOVE WS-REGION-COUNT     TO SL-COUNT.
            MOVE WS-REGION-SPEND     TO SL-SPEND.
            MOVE WS-SUBTOTAL-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES              TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *      HEAD A NEW REGION AND START ITS TOTALS AT ZERO          **
      ****************************************************************
        2500-REGION-HEADER-PARA.
      *
            MOVE WS-THIS-REGION      TO WS-BREAK-REGION.
            MOVE WS-THIS-REGION      TO RH-REGION.
            MOVE WS-REGION-HDR-LINE  TO RPT-LINE.
            WRITE RPT-LINE.
            INITIALIZE WS-REGION-TOTALS.
      ****************************************************************
      *       HEAD A NEW CAUSE AND START ITS TOTALS AT ZERO          **
      ****************************************************************
        2600-CAUSE-HEADER-PARA.
      *
            MOVE WS-THIS-CAUSE       TO WS-BREAK-CAUSE.
            MOVE WS-THIS-CAUSE       TO CH-CAUSE.
            MOVE WS-CAUSE-HDR-LINE   TO RPT-LINE.
            WRITE RPT-LINE.
            INITIALIZE WS-CAUSE-TOTALS.
      ****************************************************************
      *   WRITE THE REPORT TOTAL, CLOSE, AND PRINT A RUN SUMMARY -   **
      *   RC=8 WHEN THE QUARTER OR THE PAYMENTS COULD NOT BE READ    **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            MOVE 'ALL REGIONS'       TO SL-LABEL.
            MOVE WS-RPT-COUNT        TO SL-COUNT.
            MOVE WS-RPT-SPEND        TO SL-SPEND.
            MOVE WS-SUBTOTAL-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B33 - VENDOR LINES LISTED : ' WS-VEND-COUNT.
            DISPLAY 'MF47B33 - FAILURES            : ' WS-FAIL-COUNT.
            IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
            END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
