        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B38.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO SEVRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - QUARTERLY CAUSE SEVERITY RECALIBRATION. A NEW   **
      *              CLAIM ADDED WITH NO VALUE - ON OPTION 2, THE    **
      *              CLAIMS FEED OR THE WEB INTAKE - TAKES THE       **
      *              AVERAGE SEVERITY FOR ITS CAUSE AND REGION ON    **
      *              CLAIMS6_SEVERITY, OR THE CAUSE'S *ALL FIGURE.   **
      *              THIS JOB RECOMPUTES THOSE AVERAGES FROM THE     **
      *              FINAL PAID AMOUNTS OF CLOSED CLAIMS - ACTIVE    **
      *              AND ARCHIVED - WITH A LOSS DATE IN THE LAST     **
      *              WS-LOOKBACK-YEARS, PER CAUSE AND REGION AND PER **
      *              CAUSE ACROSS ALL REGIONS. VOID CLAIMS, AND      **
      *              CLOSED CLAIMS THAT PAID NOTHING, ARE LEFT OUT.  **
      *              A GROUP OF FEWER THAN WS-MIN-CLAIMS CLAIMS IS   **
      *              TOO THIN TO PROPOSE FROM. THE NEW FIGURES ARE   **
      *              ONLY PROPOSED (PROPSEV) - SEVRPT PRINTS THEM    **
      *              BESIDE THE FIGURES IN FORCE, AND THEY TAKE      **
      *              EFFECT WHEN A SUPERVISOR APPROVES THEM ON       **
      *              OPTION C, ACTION S. A RERUN REPLACES ANY        **
      *              PROPOSAL NOT YET APPROVED. RC=8 IF THE          **
      *              RECALIBRATION FAILED, IN WHICH CASE NOTHING IS  **
      *              PROPOSED.                                       **
      * CALLED BY  - JCL: MF47B38J                                   **
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
        01 WS-GROUP-COUNT        PIC 9(07) VALUE 0.
        01 WS-PROP-COUNT         PIC 9(07) VALUE 0.
        01 WS-SAME-COUNT         PIC 9(07) VALUE 0.
        01 WS-THIN-COUNT         PIC 9(07) VALUE 0.
      *    THE CLOSED CLAIMS AVERAGED - LOSS DATES IN THE LAST THREE
      *    YEARS - AND THE FEWEST CLAIMS A GROUP MAY PROPOSE FROM
        01 WS-LOOKBACK-YEARS     PIC S9(4) USAGE COMP-5 VALUE 3.
        01 WS-MIN-CLAIMS         PIC S9(9) USAGE COMP-5 VALUE 5.
        01 WS-FROM-DATE          PIC X(10).
      *    ONE GROUP AS FETCHED, AND THE FIGURE IN FORCE FOR IT
        01 WS-THIS-CAUSE-D       PIC X(255).
        01 WS-GRP-CLAIMS         PIC S9(9) USAGE COMP-5.
        01 WS-GRP-AVG            PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-CUR-AVG            PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-CUR-COUNT          PIC S9(9) USAGE COMP-5.
        01 WS-CUR-FOUND-SW       PIC X(01).
            88 CUR-FOUND                   VALUE 'Y'.
            88 CUR-NOT-FOUND               VALUE 'N'.
        01 WS-CHANGE-PCT         PIC S9(5)V9(1) USAGE COMP-3.

        01 WS-HDG1.
            05 FILLER             PIC X(52) VALUE
               'MF47B38 - CAUSE SEVERITY RECALIBRATION, LOSS DATES '.
            05 FILLER             PIC X(05) VALUE 'FROM '.
            05 H1-FROM            PIC X(10).
        01 WS-HDG2.
            05 FILLER             PIC X(12) VALUE 'CAUSE'.
            05 FILLER             PIC X(10) VALUE 'REGION'.
            05 FILLER             PIC X(14) VALUE '    IN FORCE'.
            05 FILLER             PIC X(11) VALUE '   BASIS'.
            05 FILLER             PIC X(15) VALUE '  RECALCULATED'.
            05 FILLER             PIC X(10) VALUE '  CLAIMS'.
            05 FILLER             PIC X(12) VALUE 'CHANGE %'.
            05 FILLER             PIC X(30) VALUE 'OUTCOME'.
        01 WS-DETAIL-LINE.
            05 DL-CAUSE           PIC X(10).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-REGION          PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CUR-AVG         PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CUR-COUNT       PIC ZZZZZZZ9 BLANK WHEN ZERO.
            05 FILLER             PIC X(03) VALUE SPACES.
            05 DL-NEW-AVG         PIC ZZZZZZZZZZ9.99.
            05 FILLER             PIC X(01) VALUE SPACES.
            05 DL-NEW-COUNT       PIC ZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CHANGE          PIC -ZZZZ9.9.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 DL-OUTCOME         PIC X(30).
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
                INCLUDE MF47CP32
            END-EXEC.

      *    THE AVERAGE FINAL PAID OF THE WINDOW'S CLOSED, PAID CLAIMS
      *    PER CAUSE AND REGION, THEN PER CAUSE ACROSS EVERY REGION
      *    (*ALL, WHICH ALSO TAKES CLAIMS CARRYING NO REGION). THE
      *    ARCHIVE HOLDS CLAIMS MF47B08 HAS MOVED OFF THE ACTIVE TABLE
            EXEC SQL
                DECLARE SEVCSR CURSOR FOR
                    SELECT X.CAUSE, X.REGION, COUNT(*),
                           DECIMAL(AVG(X.PAID), 11, 2)
                      FROM (SELECT CAUSE, REGION, PAID
                              FROM MFTR47.CLAIMS6
                             WHERE STATUS    = 'CLOSED'
                               AND PAID      > 0
                               AND CLAIMDATE >= DATE(:WS-FROM-DATE)
                               AND REGION IS NOT NULL
                            UNION ALL
                            SELECT CAUSE, REGION, PAID
                              FROM MFTR47.CLAIMS6_ARCH
                             WHERE STATUS    = 'CLOSED'
                               AND PAID      > 0
                               AND CLAIMDATE >= DATE(:WS-FROM-DATE)
                               AND REGION IS NOT NULL) X
                     GROUP BY X.CAUSE, X.REGION
                    UNION ALL
                    SELECT Y.CAUSE, '*ALL', COUNT(*),
                           DECIMAL(AVG(Y.PAID), 11, 2)
                      FROM (SELECT CAUSE, PAID
                              FROM MFTR47.CLAIMS6
                             WHERE STATUS    = 'CLOSED'
                               AND PAID      > 0
                               AND CLAIMDATE >= DATE(:WS-FROM-DATE)
                            UNION ALL
                            SELECT CAUSE, PAID
                              FROM MFTR47.CLAIMS6_ARCH
                             WHERE STATUS    = 'CLOSED'
                               AND PAID      > 0
                               AND CLAIMDATE >= DATE(:WS-FROM-DATE)) Y
                     GROUP BY Y.CAUSE
                     ORDER BY 1, 2
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
            MOVE 'MF47B38'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 1500-CLEAR-PROPOSALS-PARA
            END-IF.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-PROCESS-CURSOR-PARA
            END-IF.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-PROP-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   WORK OUT THE START OF THE WINDOW, OPEN THE REPORT AND HEAD **
      *   IT                                                         **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            EXEC SQL
                 SELECT CHAR(CURRENT DATE - :WS-LOOKBACK-YEARS YEARS,
                             ISO)
                   INTO :WS-FROM-DATE
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B38 - WINDOW DATE FAILED RC : '
                       WS-SQLCODE
               MOVE SPACES TO WS-FROM-DATE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-FROM-DATE TO H1-FROM.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   A PROPOSAL NOT APPROVED SINCE THE LAST RUN IS SUPERSEDED BY**
      *   THIS ONE - CLEAR THEM ALL SO NONE IS LEFT BEHIND FOR A     **
      *   GROUP THAT NO LONGER QUALIFIES                             **
      ****************************************************************
        1500-CLEAR-PROPOSALS-PARA.
      *
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_SEVERITY
                   SET PROPSEV   = NULL
                      ,PROPCOUNT = NULL
                      ,PROPTS    = NULL
                 WHERE PROPSEV IS NOT NULL
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B38 - CLEAR PROPOSALS FAILED RC : '
                       WS-SQLCODE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   RECALCULATE EVERY GROUP, PROPOSING THE NEW FIGURE WHERE    **
      *   THERE ARE CLAIMS ENOUGH AND IT DIFFERS FROM THE ONE IN     **
      *   FORCE                                                      **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            EXEC SQL
                OPEN SEVCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B38 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-GROUP-PARA.
            PERFORM 2150-GROUP-ROW-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE SEVCSR
            END-EXEC.
      ****************************************************************
      *   FETCH THE NEXT RECALCULATED GROUP                          **
      ****************************************************************
        2100-FETCH-GROUP-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH SEVCSR
                    INTO :CAUSE, :SEVREGION, :WS-GRP-CLAIMS,
                         :WS-GRP-AVG
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        MOVE FUNCTION DISPLAY-OF(CAUSE)
                                             TO WS-THIS-CAUSE-D
                        MOVE WS-THIS-CAUSE-D TO SEVCAUSE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B38 - FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   SET THE GROUP BESIDE THE FIGURE IN FORCE, PROPOSE WHERE    **
      *   DUE, PRINT THE LINE, THEN FETCH THE NEXT                   **
      ****************************************************************
        2150-GROUP-ROW-PARA.
      *
            ADD 1 TO WS-GROUP-COUNT.
            PERFORM 2200-FETCH-CURRENT-PARA.
            EVALUATE TRUE
                WHEN WS-GRP-CLAIMS < WS-MIN-CLAIMS
                     MOVE 'TOO FEW CLAIMS - NOT PROPOSED'
                                            TO DL-OUTCOME
                     ADD 1 TO WS-THIN-COUNT
                WHEN CUR-FOUND AND WS-GRP-AVG = WS-CUR-AVG
                     MOVE 'NO CHANGE'       TO DL-OUTCOME
                     ADD 1 TO WS-SAME-COUNT
                WHEN OTHER
                     PERFORM 2300-PROPOSE-PARA
            END-EVALUATE.
            PERFORM 2400-WRITE-DETAIL-PARA.
            PERFORM 2100-FETCH-GROUP-PARA.
      ****************************************************************
      *   FETCH THE SEVERITY IN FORCE FOR THE GROUP. A ROW ADDED BY  **
      *   AN EARLIER RUN AND NEVER APPROVED CARRIES A ZERO AVERAGE - **
      *   NOTHING IN FORCE                                           **
      ****************************************************************
        2200-FETCH-CURRENT-PARA.
      *
            SET CUR-NOT-FOUND TO TRUE.
            MOVE 0 TO WS-CUR-AVG.
            MOVE 0 TO WS-CUR-COUNT.
            EXEC SQL
                SELECT AVGSEV, SEVCOUNT
                  INTO :WS-CUR-AVG, :WS-CUR-COUNT
                  FROM MFTR47.CLAIMS6_SEVERITY
                 WHERE SEVCAUSE  = :SEVCAUSE
                   AND SEVREGION = :SEVREGION
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0 AND WS-CUR-AVG > 0
                     SET CUR-FOUND TO TRUE
                WHEN SQLCODE = 0 OR SQLCODE = 100
                     MOVE 0 TO WS-CUR-AVG
                     MOVE 0 TO WS-CUR-COUNT
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B38 - CURRENT FETCH FAILED RC : '
                             WS-SQLCODE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   PROPOSE THE RECALCULATED FIGURE ON THE GROUP'S ROW, ADDING **
      *   THE ROW - WITH NOTHING IN FORCE YET - FOR A CAUSE AND      **
      *   REGION SEEN FOR THE FIRST TIME                             **
      ****************************************************************
        2300-PROPOSE-PARA.
      *
            MOVE WS-GRP-AVG    TO PROPSEV.
            MOVE WS-GRP-CLAIMS TO PROPCOUNT.
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_SEVERITY
                   SET PROPSEV   = :PROPSEV
                      ,PROPCOUNT = :PROPCOUNT
                      ,PROPTS    = CURRENT TIMESTAMP
                 WHERE SEVCAUSE  = :SEVCAUSE
                   AND SEVREGION = :SEVREGION
            END-EXEC.
            IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO MFTR47.CLAIMS6_SEVERITY
                          ( SEVCAUSE
                           ,SEVREGION
                           ,AVGSEV
                           ,SEVCOUNT
                           ,SEVUSER
                           ,SEVTS
                           ,PROPSEV
                           ,PROPCOUNT
                           ,PROPTS)
                   VALUES ( :SEVCAUSE
                           ,:SEVREGION
                           ,0
                           ,0
                           ,' '
                           ,CURRENT TIMESTAMP
                           ,:PROPSEV
                           ,:PROPCOUNT
                           ,CURRENT TIMESTAMP)
               END-EXEC
            END-IF.
            IF SQLCODE = 0
               MOVE 'PROPOSED - AWAITING APPROVAL' TO DL-OUTCOME
               ADD 1 TO WS-PROP-COUNT
            ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B38 - PROPOSAL FAILED RC : ' WS-SQLCODE
                       ' CAUSE ' SEVCAUSE ' REGION ' SEVREGION
               MOVE 'PROPOSAL FAILED'             TO DL-OUTCOME
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   PRINT THE GROUP - IN FORCE AND RECALCULATED SIDE BY SIDE,  **
      *   WITH THE CHANGE AS A PERCENTAGE OF THE FIGURE IN FORCE     **
      ****************************************************************
        2400-WRITE-DETAIL-PARA.
      *
            MOVE SEVCAUSE           TO DL-CAUSE.
            MOVE SEVREGION          TO DL-REGION.
            MOVE WS-CUR-AVG         TO DL-CUR-AVG.
            MOVE WS-CUR-COUNT       TO DL-CUR-COUNT.
            MOVE WS-GRP-AVG         TO DL-NEW-AVG.
            MOVE WS-GRP-CLAIMS      TO DL-NEW-COUNT.
            IF CUR-FOUND
               COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-GRP-AVG - WS-CUR-AVG) * 100 / WS-CUR-AVG
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
            ELSE
               MOVE 0 TO WS-CHANGE-PCT
            END-IF.
            MOVE WS-CHANGE-PCT      TO DL-CHANGE.
            MOVE WS-DETAIL-LINE     TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   COMMIT THE PROPOSALS - OR ON A FAILURE ROLL THEM ALL BACK  **
      *   SO A HALF-DONE RECALIBRATION IS NEVER PUT IN FRONT OF A    **
      *   SUPERVISOR - WRITE THE SUMMARY, CLOSE, AND SET THE RETURN  **
      *   CODE                                                       **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            IF WS-FAIL-COUNT = 0
               EXEC SQL
                   COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 0 TO WS-PROP-COUNT
            END-IF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'GROUPS RECALCULATED'              TO SL-NAME.
            MOVE WS-GROUP-COUNT                     TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PROPOSED FOR SUPERVISOR APPROVAL'  TO SL-NAME.
            MOVE WS-PROP-COUNT                      TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'UNCHANGED'                        TO SL-NAME.
            MOVE WS-SAME-COUNT                      TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'TOO FEW CLAIMS TO PROPOSE'        TO SL-NAME.
            MOVE WS-THIN-COUNT                      TO SL-COUNT.
            MOVE WS-SUMMARY-LINE                    TO RPT-LINE.
            WRITE RPT-LINE.
            IF WS-FAIL-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE 'RECALIBRATION FAILED - NOTHING HAS BEEN PROPOSED'
                                                    TO RPT-LINE
               WRITE RPT-LINE
            END-IF.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B38 - GROUPS RECALCULATED : ' WS-GROUP-COUNT.
            DISPLAY 'MF47B38 - PROPOSED            : ' WS-PROP-COUNT.
            DISPLAY 'MF47B38 - UNCHANGED           : ' WS-SAME-COUNT.
            DISPLAY 'MF47B38 - TOO FEW CLAIMS      : ' WS-THIN-COUNT.
            DISPLAY 'MF47B38 - FAILURES            : ' WS-FAIL-COUNT.
            IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
            END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
