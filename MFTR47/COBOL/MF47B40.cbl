        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B40.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO LICRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - MONTHLY ADJUSTER LICENCE REPORT. AN ADJUSTER    **
      *              MAY ONLY BE GIVEN A CLAIM - ON OPTION 2, THE    **
      *              CLAIMS FEED OR AN OPTION T REASSIGNMENT - IF    **
      *              CLAIMS6_ADJLIC CARRIES A LICENCE FOR THE        **
      *              CLAIM'S REGION THAT HAS NOT EXPIRED. A LICENCE  **
      *              THAT LAPSES AFTER THE CLAIM IS ASSIGNED LEAVES  **
      *              IT WITH AN UNLICENSED ADJUSTER, SO LICRPT       **
      *              LISTS, FIRST, EVERY LICENCE EXPIRING IN THE     **
      *              NEXT WS-WARN-DAYS DAYS - NOTING WHERE A RENEWAL **
      *              IS ALREADY ON FILE - AND THEN EVERY CLAIM NOT   **
      *              YET CLOSED OR VOID WHOSE ADJUSTER HOLDS NO      **
      *              CURRENT LICENCE FOR THE CLAIM'S REGION, SO IT   **
      *              CAN BE REASSIGNED - WITH THE DATE THE LAST ONE  **
      *              LAPSED, OR NEVER LICENSED WHERE THE ADJUSTER    **
      *              WAS NEVER LICENSED THERE (A CLAIM TRANSFERRED   **
      *              ON OPTION X KEEPS ITS ADJUSTER). READS ONLY.    **
      *              RC=4 IF ANY CLAIM SITS WITH AN UNLICENSED       **
      *              ADJUSTER, RC=8 IF THE REPORT FAILED.            **
      * CALLED BY  - JCL: MF47B40J                                   **
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
        01 WS-FAIL-COUNT         PIC 9(07) VALUE 0.
        01 WS-EXPIRING-COUNT     PIC 9(07) VALUE 0.
        01 WS-RENEWED-COUNT      PIC 9(07) VALUE 0.
        01 WS-LAPSED-COUNT       PIC 9(07) VALUE 0.
        01 WS-NEVER-COUNT        PIC 9(07) VALUE 0.
      *    HOW FAR AHEAD A LICENCE EXPIRY IS WARNED OF
        01 WS-WARN-DAYS          PIC S9(4) USAGE COMP-5 VALUE 60.
        01 WS-RUN-DATE           PIC X(10).
      *    ONE EXPIRING LICENCE AS FETCHED
        01 WS-EXPIRY-DATE        PIC X(10).
        01 WS-DAYS-LEFT          PIC S9(9) USAGE COMP-5.
        01 WS-RENEW-COUNT        PIC S9(9) USAGE COMP-5.
      *    ONE CLAIM LEFT WITH AN UNLICENSED ADJUSTER AS FETCHED -
      *    NO LAPSED DATE WHEN THERE WAS NEVER A LICENCE TO LAPSE
        01 WS-CLAIM-DATE         PIC X(10).
        01 WS-CLAIM-DATE-IND     PIC S9(4) USAGE COMP-5.
        01 WS-LAPSED-DATE        PIC X(10).
        01 WS-LAPSED-DATE-IND    PIC S9(4) USAGE COMP-5.

        01 WS-HDG1.
            05 FILLER             PIC X(45) VALUE
               'MF47B40 - ADJUSTER LICENCE REPORT, RUN DATE '.
            05 H1-RUN-DATE        PIC X(10).
        01 WS-HDG2.
            05 FILLER             PIC X(35) VALUE
               'LICENCES EXPIRING IN THE NEXT '.
            05 H2-DAYS            PIC ZZ9.
            05 FILLER             PIC X(05) VALUE ' DAYS'.
        01 WS-HDG3.
            05 FILLER             PIC X(10) VALUE 'ADJUSTER'.
            05 FILLER             PIC X(10) VALUE 'REGION'.
            05 FILLER             PIC X(22) VALUE 'LICENCE NUMBER'.
            05 FILLER             PIC X(12) VALUE 'EXPIRES'.
            05 FILLER             PIC X(11) VALUE 'DAYS LEFT'.
            05 FILLER             PIC X(30) VALUE 'RENEWAL'.
        01 WS-EXP-LINE.
            05 EL-ADJUSTER        PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 EL-REGION          PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 EL-LICNUM          PIC X(20).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 EL-EXPIRY          PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 EL-DAYS-LEFT       PIC ZZZZZZ9.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 EL-RENEWAL         PIC X(30).
        01 WS-HDG4.
            05 FILLER             PIC X(60) VALUE
               'OPEN CLAIMS WITH AN ADJUSTER UNLICENSED FOR ITS REGION'.
        01 WS-HDG5.
            05 FILLER             PIC X(14) VALUE 'CLAIM'.
            05 FILLER             PIC X(12) VALUE 'LOSS DATE'.
            05 FILLER             PIC X(10) VALUE 'STATUS'.
            05 FILLER             PIC X(10) VALUE 'REGION'.
            05 FILLER             PIC X(10) VALUE 'ADJUSTER'.
            05 FILLER             PIC X(12) VALUE 'LAPSED ON'.
        01 WS-LAP-LINE.
            05 LL-CLAIMNUMBER     PIC ZZZZZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 LL-CLAIMDATE       PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 LL-STATUS          PIC X(07).
            05 FILLER             PIC X(03) VALUE SPACES.
            05 LL-REGION          PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 LL-ADJUSTER        PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 LL-LAPSED          PIC X(14).
        01 WS-SUMMARY-LINE.
            05 SL-NAME            PIC X(40).
            05 SL-COUNT           PIC ZZZZZZ9.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP34
            END-EXEC.

      *    EVERY LICENCE EXPIRING FROM TODAY TO WS-WARN-DAYS AHEAD,
      *    SOONEST FIRST, WITH A COUNT OF ANY LATER LICENCE ALREADY
      *    ON FILE FOR THE SAME ADJUSTER AND REGION - A RENEWAL
            EXEC SQL
                DECLARE EXPCSR CURSOR FOR
                    SELECT L.LICUSER, L.LICREGION, L.LICNUM,
                           CHAR(L.LICEXPIRY, ISO),
                           DAYS(L.LICEXPIRY) - DAYS(CURRENT DATE),
                           (SELECT COUNT(*)
                              FROM MFTR47.CLAIMS6_ADJLIC N
                             WHERE N.LICUSER   = L.LICUSER
                               AND N.LICREGION = L.LICREGION
                               AND N.LICEXPIRY > L.LICEXPIRY)
                      FROM MFTR47.CLAIMS6_ADJLIC L
                     WHERE L.LICEXPIRY BETWEEN CURRENT DATE
                                           AND CURRENT DATE
                                             + :WS-WARN-DAYS DAYS
                     ORDER BY L.LICEXPIRY, L.LICUSER, L.LICREGION
            END-EXEC.
      *    EVERY CLAIM STILL BEING WORKED WHOSE ADJUSTER HOLDS NO
      *    CURRENT LICENCE FOR THE CLAIM'S REGION, WITH THE DATE THE
      *    LAST LICENCE THERE LAPSED - NULL WHEN THERE NEVER WAS ONE.
      *    A CLAIM WITH NO ADJUSTER OR NO REGION HAS NOTHING TO CHECK
            EXEC SQL
                DECLARE LAPCSR CURSOR FOR
                    SELECT C.CLAIMNUMBER, CHAR(C.CLAIMDATE, ISO),
                           C.STATUS, C.REGION, C.ADJUSTER,
                           CHAR(MAX(L.LICEXPIRY), ISO)
                      FROM MFTR47.CLAIMS6 C
                      LEFT JOIN MFTR47.CLAIMS6_ADJLIC L
                        ON L.LICUSER   = C.ADJUSTER
                       AND L.LICREGION = C.REGION
                       AND L.LICEXPIRY < CURRENT DATE
                     WHERE C.STATUS NOT IN ('CLOSED', 'VOID')
                       AND COALESCE(C.ADJUSTER, ' ') <> ' '
                       AND COALESCE(C.REGION, ' ')   <> ' '
                       AND NOT EXISTS
                           (SELECT 1
                              FROM MFTR47.CLAIMS6_ADJLIC N
                             WHERE N.LICUSER   = C.ADJUSTER
                               AND N.LICREGION = C.REGION
                               AND N.LICEXPIRY >= CURRENT DATE)
                     GROUP BY C.CLAIMNUMBER, C.CLAIMDATE, C.STATUS,
                              C.REGION, C.ADJUSTER
                     ORDER BY C.ADJUSTER, C.CLAIMNUMBER
            END-EXEC.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
      ****************************************************************
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
      *
      *     RECORD THE RUN ON THE RUN-CONTROL TABLE - START NOW,
      *     OUTCOME JUST BEFORE STOP RUN
            MOVE 'S'             TO RK-ACTION
            MOVE 'MF47B40'       TO RK-PGMNAME
            MOVE 0               TO RK-KEYCOUNT
            MOVE 0               TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-EXPIRING-PARA
            END-IF.
            IF WS-FAIL-COUNT = 0
               PERFORM 3000-LAPSED-PARA
            END-IF.
            PERFORM 4000-TERMINATE-PARA.
            MOVE 'E'             TO RK-ACTION
            MOVE WS-LAPSED-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE     TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   FETCH THE RUN DATE, OPEN THE REPORT AND HEAD IT            **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-RUN-DATE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B40 - RUN DATE FAILED RC : ' WS-SQLCODE
               MOVE SPACES TO WS-RUN-DATE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-RUN-DATE TO H1-RUN-DATE.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   LIST THE LICENCES EXPIRING IN THE WARNING WINDOW           **
      ****************************************************************
        2000-EXPIRING-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-WARN-DAYS TO H2-DAYS.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG3 TO RPT-LINE.
            WRITE RPT-LINE.
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN EXPCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B40 - OPEN EXPCSR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-EXPIRING-PARA.
            PERFORM 2200-WRITE-EXPIRING-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE EXPCSR
            END-EXEC.
      ****************************************************************
      *   FETCH THE NEXT EXPIRING LICENCE                            **
      ****************************************************************
        2100-FETCH-EXPIRING-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH EXPCSR
                    INTO :LICUSER, :LICREGION, :LICNUM,
                         :WS-EXPIRY-DATE, :WS-DAYS-LEFT,
                         :WS-RENEW-COUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B40 - FETCH EXPCSR FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   PRINT THE LICENCE, THEN FETCH THE NEXT                     **
      ****************************************************************
        2200-WRITE-EXPIRING-PARA.
      *
            ADD 1 TO WS-EXPIRING-COUNT.
            MOVE LICUSER            TO EL-ADJUSTER.
            MOVE LICREGION          TO EL-REGION.
            MOVE LICNUM             TO EL-LICNUM.
            MOVE WS-EXPIRY-DATE     TO EL-EXPIRY.
            MOVE WS-DAYS-LEFT       TO EL-DAYS-LEFT.
            IF WS-RENEW-COUNT > 0
               MOVE 'RENEWAL ON FILE'          TO EL-RENEWAL
               ADD 1 TO WS-RENEWED-COUNT
            ELSE
               MOVE 'NOT RENEWED'              TO EL-RENEWAL
            END-IF.
            MOVE WS-EXP-LINE        TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 2100-FETCH-EXPIRING-PARA.
      ****************************************************************
      *   LIST THE CLAIMS LEFT WITH AN ADJUSTER HOLDING NO CURRENT   **
      *   LICENCE FOR THE CLAIM'S REGION                             **
      ****************************************************************
        3000-LAPSED-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG4 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG5 TO RPT-LINE.
            WRITE RPT-LINE.
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN LAPCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B40 - OPEN LAPCSR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 3100-FETCH-LAPSED-PARA.
            PERFORM 3200-WRITE-LAPSED-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE LAPCSR
            END-EXEC.
      ****************************************************************
      *   FETCH THE NEXT CLAIM WITH AN UNLICENSED ADJUSTER           **
      ****************************************************************
        3100-FETCH-LAPSED-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH LAPCSR
                    INTO :CLAIMNUMBER,
                         :WS-CLAIM-DATE :WS-CLAIM-DATE-IND,
                         :STATUS, :REGION, :ADJUSTER,
                         :WS-LAPSED-DATE :WS-LAPSED-DATE-IND
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        IF WS-CLAIM-DATE-IND < 0
                           MOVE SPACES TO WS-CLAIM-DATE
                        END-IF
                        IF WS-LAPSED-DATE-IND < 0
                           MOVE SPACES TO WS-LAPSED-DATE
                        END-IF
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B40 - FETCH LAPCSR FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   PRINT THE CLAIM, THEN FETCH THE NEXT                       **
      ****************************************************************
        3200-WRITE-LAPSED-PARA.
      *
            ADD 1 TO WS-LAPSED-COUNT.
            MOVE CLAIMNUMBER        TO LL-CLAIMNUMBER.
            MOVE WS-CLAIM-DATE      TO LL-CLAIMDATE.
            MOVE STATUS             TO LL-STATUS.
            MOVE REGION             TO LL-REGION.
            MOVE ADJUSTER           TO LL-ADJUSTER.
            IF WS-LAPSED-DATE-IND < 0
               MOVE 'NEVER LICENSED'   TO LL-LAPSED
               ADD 1 TO WS-NEVER-COUNT
            ELSE
               MOVE WS-LAPSED-DATE     TO LL-LAPSED
            END-IF.
            MOVE WS-LAP-LINE        TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3100-FETCH-LAPSED-PARA.
      ****************************************************************
      *   WRITE THE SUMMARY, CLOSE, AND SET THE RETURN CODE - 4 WHEN **
      *   A CLAIM NEEDS REASSIGNING, 8 WHEN THE REPORT IS INCOMPLETE **
      ****************************************************************
        4000-TERMINATE-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'LICENCES EXPIRING'                TO SL-NAME.
            MOVE WS-EXPIRING-COUNT                  TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE '  OF WHICH RENEWAL ON FILE'       TO SL-NAME.
            MOVE WS-RENEWED-COUNT                   TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'OPEN CLAIMS WITH NO CURRENT LICENCE' TO SL-NAME.
            MOVE WS-LAPSED-COUNT                    TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE '  OF WHICH NEVER LICENSED'        TO SL-NAME.
            MOVE WS-NEVER-COUNT                     TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            IF WS-FAIL-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'REPORT FAILED - THE LISTS ABOVE ARE INCOMPLETE'
                                                    TO RPT-LINE
               WRITE RPT-LINE
            END-IF.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B40 - LICENCES EXPIRING   : '
                    WS-EXPIRING-COUNT.
            DISPLAY 'MF47B40 - RENEWAL ON FILE     : '
                    WS-RENEWED-COUNT.
            DISPLAY 'MF47B40 - UNLICENSED CLAIMS   : ' WS-LAPSED-COUNT.
            DISPLAY 'MF47B40 - NEVER LICENSED      : ' WS-NEVER-COUNT.
            DISPLAY 'MF47B40 - FAILURES            : ' WS-FAIL-COUNT.
            EVALUATE TRUE
                WHEN WS-FAIL-COUNT > 0
                     MOVE 8 TO RETURN-CODE
                WHEN WS-LAPSED-COUNT > 0
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
