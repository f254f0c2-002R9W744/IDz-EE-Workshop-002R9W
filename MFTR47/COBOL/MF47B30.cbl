        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B30.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO LITRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - MONTHLY LITIGATION REPORT. EVERY OPEN SUIT ON   **
      *              CLAIMS6_SUIT IS LISTED BY THE CLAIM'S REGION    **
      *              AND THEN BY DEFENSE FIRM (THE SUIT'S DEFENSE    **
      *              COUNSEL PARTY ON CLAIMS6_PARTY), OLDEST SUIT    **
      *              FIRST, WITH ITS DOCKET, COURT, DATE SERVED,     **
      *              TRIAL DATE, AGE IN DAYS (FROM THE DATE SERVED,  **
      *              OR FROM THE DAY THE SUIT WAS OPENED WHEN NO     **
      *              SERVICE DATE IS ON FILE) AND SPEND TO DATE -    **
      *              THE CLAIM'S PAID AND, OF THAT, THE DEFENSE      **
      *              EXPENSE (ALAE) PAID. EACH FIRM AND EACH REGION  **
      *              IS TOTALLED SO CLAIMS MANAGEMENT CAN SEE ITS    **
      *              LEGAL EXPOSURE IN ONE PLACE. READ-ONLY AND      **
      *              RERUNNABLE.                                     **
      * CALLED BY  - JCL: MF47B30J                                   **
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
        01 WS-SUIT-COUNT         PIC 9(07) VALUE 0.
        01 WS-THIS-REGION        PIC X(08).
        01 WS-THIS-FIRM          PIC X(40).
        01 WS-BREAK-REGION       PIC X(08).
        01 WS-BREAK-FIRM         PIC X(40).
        01 WS-AGE-DAYS           PIC S9(9) USAGE COMP-5.
        01 WS-CLAIM-PAID         PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-LEGAL-PAID         PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-SRVDT-IND          PIC S9(4) USAGE COMP-5.
        01 WS-TRLDT-IND          PIC S9(4) USAGE COMP-5.
        01 WS-DATE-D             PIC X(10).
      *    FIRM, REGION AND REPORT ACCUMULATORS - SUITS, CLAIM PAID
      *    AND DEFENSE SPEND
        01 WS-FIRM-TOTALS.
            05 WS-FIRM-COUNT      PIC 9(07).
            05 WS-FIRM-PAID       PIC S9(11)V9(2) USAGE COMP-3.
            05 WS-FIRM-LEGAL      PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-REGION-TOTALS.
            05 WS-REGION-COUNT    PIC 9(07).
            05 WS-REGION-PAID     PIC S9(11)V9(2) USAGE COMP-3.
            05 WS-REGION-LEGAL    PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-RPT-TOTALS.
            05 WS-RPT-PAID        PIC S9(11)V9(2) USAGE COMP-3
                                                   VALUE 0.
            05 WS-RPT-LEGAL       PIC S9(11)V9(2) USAGE COMP-3
                                                   VALUE 0.

        01 WS-HDG1.
            05 FILLER             PIC X(60) VALUE
               'MF47B30 - OPEN SUITS BY REGION AND DEFENSE FIRM'.
        01 WS-HDG2.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(22) VALUE 'DOCKET'.
            05 FILLER             PIC X(32) VALUE 'COURT'.
            05 FILLER             PIC X(12) VALUE 'SERVED'.
            05 FILLER             PIC X(12) VALUE 'TRIAL'.
            05 FILLER             PIC X(07) VALUE '  AGE'.
            05 FILLER             PIC X(15) VALUE '   CLAIM PAID'.
            05 FILLER             PIC X(13) VALUE 'DEFENSE SPEND'.
        01 WS-REGION-HDR-LINE.
            05 FILLER             PIC X(07) VALUE 'REGION '.
            05 RH-REGION          PIC X(08).
        01 WS-FIRM-HDR-LINE.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 FILLER             PIC X(13) VALUE 'DEFENSE FIRM '.
            05 FH-FIRM            PIC X(40).
        01 WS-DETAIL-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 DL-CLAIMNUM        PIC 9(09).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-DOCKET          PIC X(20).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-COURT           PIC X(30).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-SERVED          PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-TRIAL           PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-AGE             PIC ZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-PAID            PIC -ZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-LEGAL           PIC -ZZZZZZZZ9.99.
        01 WS-SUBTOTAL-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 SL-LABEL           PIC X(16).
            05 SL-COUNT           PIC ZZZZZZ9.
            05 FILLER             PIC X(11) VALUE ' OPEN SUITS'.
            05 FILLER             PIC X(60) VALUE SPACES.
            05 SL-PAID            PIC -ZZZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 SL-LEGAL           PIC -ZZZZZZZZZZZ9.99.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP14
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP22
            END-EXEC.

      *    EVERY OPEN SUIT WITH ITS CLAIM'S REGION AND PAID, THE
      *    DEFENSE FIRM IT IS WITH, AND THE DEFENSE EXPENSE (ALAE)
      *    PAID ON THE CLAIM - ESCHEATED CHECKS (DISBSTAT P/U) ARE
      *    OWED RATHER THAN SPENT AND STAY OUT, AS THEY DO OF PAID
            EXEC SQL
                DECLARE LITCSR CURSOR FOR
                    SELECT VALUE(C.REGION, 'NOREGION'),
                           VALUE(P.PARTYNAME, ' '),
                           S.CLAIMNUMBER, S.SUITDOCKET, S.SUITCOURT,
                           S.SUITSERVEDDT, S.SUITTRIALDT,
                           DAYS(CURRENT DATE)
                         - DAYS(VALUE(S.SUITSERVEDDT, S.SUITOPENDT)),
                           VALUE(C.PAID, 0),
                           VALUE(X.ALAEPAID, 0)
                      FROM MFTR47.CLAIMS6_SUIT S
                      JOIN MFTR47.CLAIMS6 C
                        ON C.CLAIMNUMBER = S.CLAIMNUMBER
                      LEFT OUTER JOIN MFTR47.CLAIMS6_PARTY P
                        ON P.CLAIMNUMBER = S.CLAIMNUMBER
                       AND P.PARTYSEQ    = S.SUITDEFSEQ
                      LEFT OUTER JOIN
                           (SELECT CLAIMNUMBER,
                                   SUM(PAYAMT) AS ALAEPAID
                              FROM MFTR47.CLAIMS6_PAY
                             WHERE PAYCOSTTYPE = 'ALAE'
                               AND COALESCE(DISBSTAT, ' ')
                                   NOT IN ('P', 'U')
                             GROUP BY CLAIMNUMBER) X
                        ON X.CLAIMNUMBER = S.CLAIMNUMBER
                     WHERE S.SUITSTATUS = 'OPEN'
                     ORDER BY 1, 2, 8 DESC, 3
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
            MOVE 'MF47B30'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-PROCESS-CURSOR-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-SUIT-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *              OPEN THE REPORT AND HEAD IT                    **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT RPT-FILE.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   LIST EVERY OPEN SUIT, TOTALLING EACH FIRM AND EACH REGION  **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            EXEC SQL
                OPEN LITCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B30 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-SUIT-PARA.
            PERFORM 2150-SUIT-ROW-PARA
               UNTIL EOF-TRUE.
            IF NOT-FIRST-ROW
               PERFORM 2300-FIRM-TOTAL-PARA
               PERFORM 2400-REGION-TOTAL-PARA
            END-IF.
            EXEC SQL
                CLOSE LITCSR
            END-EXEC.
      ****************************************************************
      *                  FETCH ONE OPEN SUIT                         **
      ****************************************************************
        2100-FETCH-SUIT-PARA.
      *
            IF EOF-FALSE
               INITIALIZE PARTYNAME
               EXEC SQL
                   FETCH LITCSR
                    INTO :REGION, :PARTYNAME,
                         :CLAIMS6S.CLAIMNUMBER, :SUITDOCKET,
                         :SUITCOURT,
                         :SUITSERVEDDT :WS-SRVDT-IND,
                         :SUITTRIALDT :WS-TRLDT-IND,
                         :WS-AGE-DAYS, :WS-CLAIM-PAID, :WS-LEGAL-PAID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B30 - FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   CLOSE OFF THE PREVIOUS FIRM AND/OR REGION ON A CHANGE,     **
      *   LIST THE SUIT, THEN FETCH THE NEXT                         **
      ****************************************************************
        2150-SUIT-ROW-PARA.
      *
            MOVE REGION TO WS-THIS-REGION.
            MOVE FUNCTION DISPLAY-OF(PARTYNAME) TO WS-THIS-FIRM.
            IF WS-THIS-FIRM = SPACES
               MOVE 'NO DEFENSE COUNSEL ASSIGNED' TO WS-THIS-FIRM
            END-IF.
            EVALUATE TRUE
                WHEN FIRST-ROW
                     SET NOT-FIRST-ROW TO TRUE
                     PERFORM 2500-REGION-HEADER-PARA
                     PERFORM 2600-FIRM-HEADER-PARA
                WHEN WS-THIS-REGION NOT = WS-BREAK-REGION
                     PERFORM 2300-FIRM-TOTAL-PARA
                     PERFORM 2400-REGION-TOTAL-PARA
                     PERFORM 2500-REGION-HEADER-PARA
                     PERFORM 2600-FIRM-HEADER-PARA
                WHEN WS-THIS-FIRM NOT = WS-BREAK-FIRM
                     PERFORM 2300-FIRM-TOTAL-PARA
                     PERFORM 2600-FIRM-HEADER-PARA
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            PERFORM 2200-WRITE-DETAIL-PARA.
            PERFORM 2100-FETCH-SUIT-PARA.
      ****************************************************************
      *                    LIST ONE OPEN SUIT                        **
      ****************************************************************
        2200-WRITE-DETAIL-PARA.
      *
            MOVE CLAIMNUMBER OF CLAIMS6S TO DL-CLAIMNUM.
            MOVE SUITDOCKET             TO DL-DOCKET.
            MOVE SUITCOURT              TO DL-COURT.
            MOVE SPACES                 TO DL-SERVED DL-TRIAL.
            IF WS-SRVDT-IND >= 0
               MOVE FUNCTION DISPLAY-OF(SUITSERVEDDT) TO WS-DATE-D
               MOVE WS-DATE-D           TO DL-SERVED
            END-IF.
            IF WS-TRLDT-IND >= 0
               MOVE FUNCTION DISPLAY-OF(SUITTRIALDT) TO WS-DATE-D
               MOVE WS-DATE-D           TO DL-TRIAL
            END-IF.
            IF WS-AGE-DAYS < 0
               MOVE 0                   TO WS-AGE-DAYS
            END-IF.
            MOVE WS-AGE-DAYS            TO DL-AGE.
            MOVE WS-CLAIM-PAID          TO DL-PAID.
            MOVE WS-LEGAL-PAID          TO DL-LEGAL.
            MOVE WS-DETAIL-LINE         TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1                       TO WS-FIRM-COUNT.
            ADD WS-CLAIM-PAID           TO WS-FIRM-PAID.
            ADD WS-LEGAL-PAID           TO WS-FIRM-LEGAL.
            ADD 1                       TO WS-REGION-COUNT.
            ADD WS-CLAIM-PAID           TO WS-REGION-PAID.
            ADD WS-LEGAL-PAID           TO WS-REGION-LEGAL.
            ADD 1                       TO WS-SUIT-COUNT.
            ADD WS-CLAIM-PAID           TO WS-RPT-PAID.
            ADD WS-LEGAL-PAID           TO WS-RPT-LEGAL.
      ****************************************************************
      *              WRITE ONE DEFENSE FIRM'S TOTAL                 **
      ****************************************************************
        2300-FIRM-TOTAL-PARA.
      *
            MOVE 'FIRM TOTAL'        TO SL-LABEL.
            MOVE WS-FIRM-COUNT       TO SL-COUNT.
            MOVE WS-FIRM-PAID        TO SL-PAID.
            MOVE WS-FIRM-LEGAL       TO SL-LEGAL.
            MOVE WS-SUBTOTAL-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *                 WRITE ONE REGION'S TOTAL                     **
      ****************************************************************
        2400-REGION-TOTAL-PARA.
      *
            MOVE 'REGION TOTAL'      TO SL-LABEL.
            MOVE WS-REGION-COUNT     TO SL-COUNT.
            MOVE WS-REGION-PAID      TO SL-PAID.
            MOVE WS-REGION-LEGAL     TO SL-LEGAL.
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
      *       HEAD A NEW DEFENSE FIRM AND START ITS TOTALS AT ZERO   **
      ****************************************************************
        2600-FIRM-HEADER-PARA.
      *
            MOVE WS-THIS-FIRM        TO WS-BREAK-FIRM.
            MOVE WS-THIS-FIRM        TO FH-FIRM.
            MOVE WS-FIRM-HDR-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
            INITIALIZE WS-FIRM-TOTALS.
      ****************************************************************
      *   WRITE THE REPORT TOTAL, CLOSE, AND PRINT A RUN SUMMARY -   **
      *   RC=8 WHEN THE CURSOR FAILED                                **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            MOVE 'ALL REGIONS'       TO SL-LABEL.
            MOVE WS-SUIT-COUNT       TO SL-COUNT.
            MOVE WS-RPT-PAID         TO SL-PAID.
            MOVE WS-RPT-LEGAL        TO SL-LEGAL.
            MOVE WS-SUBTOTAL-LINE    TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B30 - OPEN SUITS LISTED : ' WS-SUIT-COUNT.
            DISPLAY 'MF47B30 - FAILURES          : ' WS-FAIL-COUNT.
            IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
            END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
