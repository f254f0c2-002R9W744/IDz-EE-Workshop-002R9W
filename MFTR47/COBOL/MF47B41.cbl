        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B41.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO SCHRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - NIGHTLY RECURRING PAYMENT RUN. EVERY ACTIVE     **
      *              SCHEDULE ON CLAIMS6_PAYSCHED (SET UP ON OPTION  **
      *              K) WITH A PAYMENT DUE TODAY OR EARLIER HAS THAT **
      *              PAYMENT RAISED BY CALLING MF47CB2 AND MF47CB3   **
      *              DIRECTLY UNDER OPTION 7 AS THE BATCHSCH USER,   **
      *              THE WAY MF47B02 POSTS FEED PAYMENTS - SO EVERY  **
      *              RULE THE SCREEN APPLIES (VOID AND HELD CLAIMS,  **
      *              THE DEDUCTIBLE, THE CLAIM TOTAL VALUE, A CLOSED **
      *              ACCOUNTING PERIOD) APPLIES HERE TOO. A PAYMENT  **
      *              REFUSED BY ANY OF THEM IS SKIPPED, NOT RETRIED: **
      *              IT IS LISTED ON SCHRPT UNDER THE CLAIM'S        **
      *              ADJUSTER WITH THE REASON AND DIARIED ON THE     **
      *              CLAIM WITH TODAY AS ITS FOLLOW-UP DATE SO IT    **
      *              APPEARS ON THE MF47B16 TICKLER. A RUN THAT WAS  **
      *              MISSED CATCHES UP EVERY OCCURRENCE SINCE. A     **
      *              SCHEDULE IS COMPLETE WHEN ITS COUNT OF PAYMENTS **
      *              IS REACHED OR ITS NEXT PAYMENT WOULD FALL AFTER **
      *              ITS END DATE, AND IS STOPPED IF ITS CLAIM HAS   **
      *              CLOSED OR BEEN VOIDED. EACH SCHEDULE IS         **
      *              COMMITTED ON ITS OWN; AN SQL ERROR ROLLS BACK   **
      *              THAT SCHEDULE AND ENDS THE RUN, SO A RERUN      **
      *              PICKS UP WHERE IT STOPPED. RC=4 IF ANY PAYMENT  **
      *              WAS SKIPPED, RC=8 IF THE RUN FAILED.            **
      * CALLED BY  - JCL: MF47B41J                                   **
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
        01 WS-ERROR-FLAG         PIC X(01) VALUE SPACES.
            88 ERROR-TRUE                   VALUE 'Y'.
            88 ERROR-FALSE                  VALUE 'N'.
      *    WHERE THE SCHEDULE IN HAND HAS GOT TO - STILL OWING A
      *    PAYMENT DUE BY TODAY, UP TO DATE, OR FAILED ON AN SQL ERROR
        01 WS-SCHED-SW           PIC X(01) VALUE 'L'.
            88 SCHED-LIVE                   VALUE 'L'.
            88 SCHED-DONE                   VALUE 'D'.
            88 SCHED-FAILED                 VALUE 'F'.
        01 WS-FAIL-COUNT         PIC 9(07) VALUE 0.
        01 WS-SCHED-COUNT        PIC 9(07) VALUE 0.
        01 WS-POSTED-COUNT       PIC 9(07) VALUE 0.
        01 WS-SKIPPED-COUNT      PIC 9(07) VALUE 0.
        01 WS-COMPLETE-COUNT     PIC 9(07) VALUE 0.
        01 WS-STOPPED-COUNT      PIC 9(07) VALUE 0.
        01 WS-RUN-DATE           PIC X(10).
      *    ONE DUE SCHEDULE AS FETCHED
        01 WS-START-DATE         PIC X(10).
        01 WS-END-DATE           PIC X(10).
        01 WS-DUE-DATE           PIC X(10).
        01 WS-NEXT-DUE           PIC X(10).
        01 WS-PAYEE-IND          PIC S9(4) USAGE COMP-5.
        01 WS-VEND-IND           PIC S9(4) USAGE COMP-5.
        01 WS-END-IND            PIC S9(4) USAGE COMP-5.
        01 WS-COUNT-IND          PIC S9(4) USAGE COMP-5.
        01 WS-ADJUSTER           PIC X(08).
        01 WS-OCCUR              PIC S9(9) USAGE COMP-5.
      *    THE PAYMENT AS THE SCREEN WOULD KEY IT ON OPTION 7
        01 WS-CLAIM-ED           PIC 9(09).
        01 WS-AMT-ED             PIC 9(09).9(2).
        01 WS-PAYEE-ED           PIC 9(09).
        01 WS-OUTCOME            PIC X(08).
        01 WS-NEXT-SEQ           PIC S9(9) USAGE COMP-5.
        01 WS-SEQ-IND            PIC S9(4) USAGE COMP-5.
        01 WS-NOTE-WORDS         PIC X(120).
        01 WS-MF47CB2            PIC X(08) VALUE 'MF47CB2'.
        01 WS-MF47CB3            PIC X(08) VALUE 'MF47CB3'.

        01 WS-HDG1.
            05 FILLER             PIC X(46) VALUE
               'MF47B41 - RECURRING PAYMENT RUN, RUN DATE '.
            05 H1-RUN-DATE        PIC X(10).
        01 WS-HDG2.
            05 FILLER             PIC X(10) VALUE 'ADJUSTER'.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(05) VALUE 'SCH'.
            05 FILLER             PIC X(12) VALUE 'DUE'.
            05 FILLER             PIC X(16) VALUE '        AMOUNT'.
            05 FILLER             PIC X(10) VALUE 'OUTCOME'.
            05 FILLER             PIC X(60) VALUE 'REASON'.
        01 WS-DET-LINE.
            05 DL-ADJUSTER        PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CLAIMNUMBER     PIC ZZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-SCHSEQ          PIC ZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-DUE-DATE        PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-OUTCOME         PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-REASON          PIC X(60).
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
                INCLUDE MF47CP12
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP35
            END-EXEC.
      ****************************************************************
        COPY MF47BMS.

      *    EVERY ACTIVE SCHEDULE WITH A PAYMENT DUE BY TODAY, WITH ITS
      *    CLAIM'S STATUS AND THE DESK THE CLAIM SITS ON, GROUPED BY
      *    ADJUSTER FOR THE REPORT. WITH HOLD KEEPS THE CURSOR OPEN
      *    ACROSS THE COMMIT TAKEN AFTER EACH SCHEDULE
            EXEC SQL
                DECLARE SCHCSR CURSOR WITH HOLD FOR
                    SELECT S.CLAIMNUMBER, S.SCHSEQ, S.SCHAMT,
                           S.SCHPMETH, S.SCHPAYREF, S.SCHPAYEESEQ,
                           S.SCHVENDID, S.SCHCOSTTYPE, S.SCHFREQ,
                           CHAR(S.SCHSTART, ISO), CHAR(S.SCHEND, ISO),
                           S.SCHCOUNT, CHAR(S.SCHNEXTDUE, ISO),
                           S.SCHMADE, S.SCHSKIPPED, S.SCHSTATUS,
                           C.STATUS, VALUE(C.ADJUSTER, S.SCHUSER)
                      FROM MFTR47.CLAIMS6_PAYSCHED S
                          ,MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = S.CLAIMNUMBER
                       AND S.SCHSTATUS   = 'A'
                       AND S.SCHNEXTDUE <= CURRENT DATE
                     ORDER BY 18, S.CLAIMNUMBER, S.SCHSEQ
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
            MOVE 'MF47B41'       TO RK-PGMNAME
            MOVE 0               TO RK-KEYCOUNT
            MOVE 0               TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-GENERATE-PARA
            END-IF.
            PERFORM 4000-TERMINATE-PARA.
            MOVE 'E'             TO RK-ACTION
            MOVE WS-POSTED-COUNT TO RK-KEYCOUNT
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
               DISPLAY 'MF47B41 - RUN DATE FAILED RC : ' WS-SQLCODE
               MOVE SPACES TO WS-RUN-DATE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-RUN-DATE TO H1-RUN-DATE.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   WORK THROUGH EVERY DUE SCHEDULE                            **
      ****************************************************************
        2000-GENERATE-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN SCHCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B41 - OPEN SCHCSR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-SCHED-PARA.
            PERFORM 2200-PROCESS-SCHED-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE SCHCSR
            END-EXEC.
      ****************************************************************
      *   FETCH THE NEXT DUE SCHEDULE                                **
      ****************************************************************
        2100-FETCH-SCHED-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH SCHCSR
                    INTO :CLAIMS67.CLAIMNUMBER, :SCHSEQ, :SCHAMT,
                         :SCHPMETH, :SCHPAYREF,
                         :SCHPAYEESEQ :WS-PAYEE-IND,
                         :SCHVENDID :WS-VEND-IND,
                         :SCHCOSTTYPE, :SCHFREQ, :WS-START-DATE,
                         :WS-END-DATE :WS-END-IND,
                         :SCHCOUNT :WS-COUNT-IND,
                         :WS-DUE-DATE, :SCHMADE, :SCHSKIPPED,
                         :SCHSTATUS, :STATUS, :WS-ADJUSTER
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B41 - FETCH SCHCSR FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   A SCHEDULE WHOSE CLAIM HAS CLOSED IS STOPPED - OTHERWISE   **
      *   EVERY PAYMENT DUE BY TODAY IS RAISED IN TURN AND THE       **
      *   SCHEDULE MOVED ON. THE SCHEDULE IS THEN COMMITTED, OR      **
      *   ROLLED BACK ON AN SQL ERROR                                **
      ****************************************************************
        2200-PROCESS-SCHED-PARA.
      *
            ADD 1 TO WS-SCHED-COUNT.
            SET SCHED-LIVE TO TRUE.
            MOVE CLAIMNUMBER OF CLAIMS67 TO WS-CLAIM-ED.
            MOVE SCHSEQ             TO DL-SCHSEQ.
            IF STATUS = 'CLOSED' OR STATUS = 'VOID'
               PERFORM 2300-STOP-SCHED-PARA
            ELSE
               PERFORM 2400-RAISE-PAYMENT-PARA
                  UNTIL NOT SCHED-LIVE
               IF SCHED-DONE
                  PERFORM 2700-UPDATE-SCHED-PARA
               END-IF
            END-IF.
            IF SCHED-FAILED
               EXEC SQL
                    ROLLBACK WORK
               END-EXEC
               DISPLAY 'MF47B41 - CLAIM ' WS-CLAIM-ED ' SCHEDULE '
                       DL-SCHSEQ ' FAILED - RUN ENDED, RERUN TO RESUME'
               ADD 1 TO WS-FAIL-COUNT
               SET EOF-TRUE TO TRUE
            ELSE
               EXEC SQL
                    COMMIT WORK
               END-EXEC
               PERFORM 2100-FETCH-SCHED-PARA
            END-IF.
      ****************************************************************
      *   STOP A SCHEDULE LEFT ACTIVE ON A CLAIM THAT HAS SINCE      **
      *   CLOSED OR BEEN VOIDED, WITH THE REASON                     **
      ****************************************************************
        2300-STOP-SCHED-PARA.
      *
            IF STATUS = 'VOID'
               MOVE 'CLAIM VOIDED'  TO SCHSTOPRSN
            ELSE
               MOVE 'CLAIM CLOSED'  TO SCHSTOPRSN
            END-IF.
            EXEC SQL
                 UPDATE MFTR47.CLAIMS6_PAYSCHED
                    SET SCHSTATUS    = 'S'
                       ,SCHSTOPRSN   = :SCHSTOPRSN
                       ,SCHLASTTS    = CURRENT TIMESTAMP
                  WHERE CLAIMNUMBER  = :CLAIMS67.CLAIMNUMBER
                    AND SCHSEQ       = :SCHSEQ
                    AND SCHSTATUS    = 'A'
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B41 - SCHEDULE STOP FAILED RC : '
                       WS-SQLCODE
               SET SCHED-FAILED TO TRUE
            ELSE
               ADD 1 TO WS-STOPPED-COUNT
               MOVE 'STOPPED'       TO WS-OUTCOME
               MOVE SCHSTOPRSN      TO MSGO
               PERFORM 2800-WRITE-DETAIL-PARA
               SET SCHED-DONE TO TRUE
            END-IF.
      ****************************************************************
      *   RAISE THE PAYMENT DUE ON WS-DUE-DATE THROUGH THE OPTION 7  **
      *   EDITS AND POSTING. POSTED OR SKIPPED, IT COUNTS AS ONE     **
      *   OCCURRENCE OF THE SCHEDULE AND THE NEXT DUE DATE IS WORKED **
      *   OUT                                                        **
      ****************************************************************
        2400-RAISE-PAYMENT-PARA.
      *
            PERFORM 2450-BUILD-MAP-PARA.
            CALL WS-MF47CB2 USING MF47BMSI
                                   MF47BMSO
                                   WS-ERROR-FLAG.
            IF ERROR-FALSE
               CALL WS-MF47CB3 USING MF47BMSI
                                      MF47BMSO
            END-IF.
            EVALUATE TRUE
                WHEN MSGO(1:9) = 'SQL ERROR'
                     DISPLAY 'MF47B41 - CLAIM ' WS-CLAIM-ED ' : ' MSGO
                     SET SCHED-FAILED TO TRUE
                WHEN ERROR-FALSE AND
                     (MSGO(1:14) = 'PAYMENT POSTED' OR
                      MSGO(1:22) = 'PAYMENT FULLY WITHHELD')
                     ADD 1 TO SCHMADE
                     ADD 1 TO WS-POSTED-COUNT
                     MOVE 'PAID'      TO WS-OUTCOME
                     PERFORM 2800-WRITE-DETAIL-PARA
                WHEN OTHER
                     ADD 1 TO SCHSKIPPED
                     ADD 1 TO WS-SKIPPED-COUNT
                     MOVE 'SKIPPED'   TO WS-OUTCOME
                     PERFORM 2800-WRITE-DETAIL-PARA
                     PERFORM 2500-DIARY-SKIP-PARA
            END-EVALUATE.
            IF NOT SCHED-FAILED
               PERFORM 2600-NEXT-DUE-PARA
            END-IF.
      ****************************************************************
      *   BUILD THE OPTION 7 PAYMENT THE WAY THE SCREEN KEYS IT,     **
      *   UNDER THE BATCHSCH USER, FROM THE SCHEDULE ROW             **
      ****************************************************************
        2450-BUILD-MAP-PARA.
      *
            MOVE LOW-VALUES       TO MF47BMSI.
            MOVE LOW-VALUES       TO MF47BMSO.
            MOVE 'N'              TO WS-ERROR-FLAG.
            MOVE 'BATCHSCH'       TO USERIDI.
            MOVE '7'              TO OPTIONI.
            MOVE SPACE            TO PACTI.
            MOVE WS-CLAIM-ED      TO claimNumI.
            MOVE SCHAMT           TO WS-AMT-ED.
            MOVE WS-AMT-ED        TO PAYAMTI.
            MOVE SCHPMETH         TO PMETHI.
            MOVE SCHPAYREF        TO PAYREFI.
            MOVE SCHCOSTTYPE      TO RTYPEI.
            MOVE SPACES           TO CURRI.
            IF WS-PAYEE-IND < 0
               MOVE SPACES        TO PAYPTYI
            ELSE
               MOVE SCHPAYEESEQ   TO WS-PAYEE-ED
               MOVE WS-PAYEE-ED   TO PAYPTYI
            END-IF.
            IF WS-VEND-IND < 0
               MOVE SPACES        TO VENDI
            ELSE
               MOVE SCHVENDID     TO VENDI
            END-IF.
      ****************************************************************
      *   DIARY THE SKIPPED PAYMENT ON THE CLAIM WITH TODAY AS ITS   **
      *   FOLLOW-UP DATE, SO IT LANDS ON THE ADJUSTER'S MF47B16      **
      *   TICKLER                                                    **
      ****************************************************************
        2500-DIARY-SKIP-PARA.
      *
            MOVE CLAIMNUMBER OF CLAIMS67 TO CLAIMNUMBER OF CLAIMS6X.
            MOVE 0               TO WS-NEXT-SEQ.
            EXEC SQL
                SELECT MAX(NOTESEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_NOTES
                 WHERE CLAIMNUMBER = :CLAIMS6X.CLAIMNUMBER
            END-EXEC.
            IF WS-SEQ-IND < 0
               MOVE 0            TO WS-NEXT-SEQ
            END-IF
            ADD 1                TO WS-NEXT-SEQ.
            MOVE WS-NEXT-SEQ     TO NOTESEQ.
            MOVE SPACES          TO WS-NOTE-WORDS.
            STRING 'SCHEDULED PAYMENT ' DELIMITED BY SIZE
                   DL-SCHSEQ            DELIMITED BY SIZE
                   ' DUE '              DELIMITED BY SIZE
                   WS-DUE-DATE          DELIMITED BY SIZE
                   ' SKIPPED - '        DELIMITED BY SIZE
                   MSGO                 DELIMITED BY SIZE
              INTO WS-NOTE-WORDS
            END-STRING.
            INITIALIZE NOTETEXT.
            MOVE WS-NOTE-WORDS   TO NOTETEXT.
            MOVE 'BATCHSCH'      TO NOTEUSER.
            EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_NOTES
                       ( CLAIMNUMBER
                        ,NOTESEQ
                        ,NOTETEXT
                        ,NOTEUSER
                        ,NOTETS
                        ,FOLLOWUPDT)
                VALUES ( :CLAIMS6X.CLAIMNUMBER
                        ,:NOTESEQ
                        ,:NOTETEXT
                        ,:NOTEUSER
                        ,CURRENT TIMESTAMP
                        ,CURRENT DATE)
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B41 - DIARY INSERT FAILED RC : '
                       WS-SQLCODE
               SET SCHED-FAILED TO TRUE
            END-IF.
      ****************************************************************
      *   WORK OUT THE NEXT DUE DATE FROM THE START DATE AND THE     **
      *   NUMBER OF OCCURRENCES SO FAR - MONTHS ARE COUNTED FROM THE **
      *   START SO A SCHEDULE STARTED ON THE 31ST DOES NOT DRIFT. THE**
      *   SCHEDULE IS COMPLETE WHEN ITS COUNT IS REACHED OR THE NEXT **
      *   DATE FALLS AFTER ITS END DATE, AND UP TO DATE ONCE THE NEXT**
      *   DATE IS AFTER TODAY                                        **
      ****************************************************************
        2600-NEXT-DUE-PARA.
      *
            COMPUTE WS-OCCUR = SCHMADE + SCHSKIPPED.
            EXEC SQL
                 SELECT CHAR(CASE :SCHFREQ
                             WHEN 'W' THEN DATE(:WS-START-DATE)
                                           + (7 * :WS-OCCUR) DAYS
                             WHEN 'B' THEN DATE(:WS-START-DATE)
                                           + (14 * :WS-OCCUR) DAYS
                             ELSE DATE(:WS-START-DATE)
                                           + :WS-OCCUR MONTHS
                             END, ISO)
                   INTO :WS-NEXT-DUE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B41 - NEXT DUE DATE FAILED RC : '
                       WS-SQLCODE
               SET SCHED-FAILED TO TRUE
            ELSE
               EVALUATE TRUE
                   WHEN WS-COUNT-IND >= 0 AND WS-OCCUR >= SCHCOUNT
                        MOVE 'C'           TO SCHSTATUS
                        SET SCHED-DONE     TO TRUE
                   WHEN WS-END-IND >= 0 AND WS-NEXT-DUE > WS-END-DATE
                        MOVE 'C'           TO SCHSTATUS
                        SET SCHED-DONE     TO TRUE
                   WHEN WS-NEXT-DUE > WS-RUN-DATE
                        SET SCHED-DONE     TO TRUE
                   WHEN OTHER
                        MOVE WS-NEXT-DUE   TO WS-DUE-DATE
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   RECORD THE SCHEDULE'S PROGRESS - NEXT DUE DATE, PAYMENTS   **
      *   MADE AND SKIPPED, AND WHETHER IT IS NOW COMPLETE           **
      ****************************************************************
        2700-UPDATE-SCHED-PARA.
      *
            EXEC SQL
                 UPDATE MFTR47.CLAIMS6_PAYSCHED
                    SET SCHNEXTDUE   = DATE(:WS-NEXT-DUE)
                       ,SCHMADE      = :SCHMADE
                       ,SCHSKIPPED   = :SCHSKIPPED
                       ,SCHSTATUS    = :SCHSTATUS
                       ,SCHLASTTS    = CURRENT TIMESTAMP
                  WHERE CLAIMNUMBER  = :CLAIMS67.CLAIMNUMBER
                    AND SCHSEQ       = :SCHSEQ
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B41 - SCHEDULE UPDATE FAILED RC : '
                       WS-SQLCODE
               SET SCHED-FAILED TO TRUE
            ELSE
               IF SCHSTATUS = 'C'
                  ADD 1 TO WS-COMPLETE-COUNT
               END-IF
            END-IF.
      ****************************************************************
      *   PRINT ONE PAYMENT, SKIP OR STOP UNDER THE CLAIM'S ADJUSTER,**
      *   WITH THE REASON LEFT IN MSGO                               **
      ****************************************************************
        2800-WRITE-DETAIL-PARA.
      *
            MOVE WS-ADJUSTER        TO DL-ADJUSTER.
            MOVE CLAIMNUMBER OF CLAIMS67 TO DL-CLAIMNUMBER.
            MOVE SCHSEQ             TO DL-SCHSEQ.
            MOVE WS-DUE-DATE        TO DL-DUE-DATE.
            MOVE SCHAMT             TO DL-AMOUNT.
            MOVE WS-OUTCOME         TO DL-OUTCOME.
            IF WS-OUTCOME = 'PAID'
               MOVE SPACES          TO DL-REASON
            ELSE
               MOVE MSGO            TO DL-REASON
            END-IF.
            MOVE WS-DET-LINE        TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   WRITE THE SUMMARY, CLOSE, AND SET THE RETURN CODE - 4 WHEN **
      *   A PAYMENT WAS SKIPPED, 8 WHEN THE RUN FAILED               **
      ****************************************************************
        4000-TERMINATE-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'SCHEDULES DUE'                    TO SL-NAME.
            MOVE WS-SCHED-COUNT                     TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYMENTS POSTED'                  TO SL-NAME.
            MOVE WS-POSTED-COUNT                    TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYMENTS SKIPPED'                 TO SL-NAME.
            MOVE WS-SKIPPED-COUNT                   TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'SCHEDULES COMPLETED'              TO SL-NAME.
            MOVE WS-COMPLETE-COUNT                  TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'SCHEDULES STOPPED - CLAIM CLOSED' TO SL-NAME.
            MOVE WS-STOPPED-COUNT                   TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            IF WS-FAIL-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'RUN FAILED - RERUN TO RAISE THE PAYMENTS STILL DUE'
                                                    TO RPT-LINE
               WRITE RPT-LINE
            END-IF.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B41 - SCHEDULES DUE       : ' WS-SCHED-COUNT.
            DISPLAY 'MF47B41 - PAYMENTS POSTED     : ' WS-POSTED-COUNT.
            DISPLAY 'MF47B41 - PAYMENTS SKIPPED    : '
                    WS-SKIPPED-COUNT.
            DISPLAY 'MF47B41 - SCHEDULES COMPLETED : '
                    WS-COMPLETE-COUNT.
            DISPLAY 'MF47B41 - SCHEDULES STOPPED   : '
                    WS-STOPPED-COUNT.
            DISPLAY 'MF47B41 - FAILURES            : ' WS-FAIL-COUNT.
            EVALUATE TRUE
                WHEN WS-FAIL-COUNT > 0
                     MOVE 8 TO RETURN-CODE
                WHEN WS-SKIPPED-COUNT > 0
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
