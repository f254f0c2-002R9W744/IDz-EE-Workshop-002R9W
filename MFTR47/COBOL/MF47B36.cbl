        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B36.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO ACCSRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - WEEKLY CLAIM ACCESS REVIEW FOR PRIVACY AND      **
      *              AUDIT. READS THE SEVEN DAYS TO YESTERDAY OFF    **
      *              THE ACCESS LOG (CLAIMS6_ACCESS), WHICH THE      **
      *              ONLINE SIDE WRITES FOR EVERY CLAIM INQUIRY      **
      *              (OPTION 1), ARCHIVE ABSTRACT (A), SUIT AND      **
      *              COUNSEL DISPLAY (L), BROWSE LINE (MF47CB4) AND  **
      *              SEARCH LINE (MF47CB9), AND FLAGS -              **
      *              - OUT OF REGION: A USER VIEWING A CLAIM WHOSE   **
      *                REGION IS NOT THEIR HOME REGION ON            **
      *                CLAIMS6_USERAUTH, OR A USER WITH NO           **
      *                AUTHORITY ROW AT ALL. USERS AND CLAIMS WITH   **
      *                NO REGION ARE NOT JUDGED                      **
      *              - HIGH VOLUME: A USER WHO OPENED MORE DISTINCT  **
      *                CLAIMS IN DETAIL (OPTION 1, A OR L) IN THE    **
      *                WEEK THAN WS-VOL-LIMIT. BROWSE AND SEARCH     **
      *                LINES ARE LEFT OUT - ONE PAGE LOGS TEN CLAIMS **
      *              - SENSITIVE: ANY VIEW OF A CLAIM WITH AN OPEN   **
      *                SUIT ON CLAIMS6_SUIT OR AN OPEN REFERRAL ON   **
      *                THE SIU REGISTER (CLAIMS6_SIU) BY ANYONE BUT  **
      *                THE CLAIM'S OWN ADJUSTER                      **
      *              ONE LINE PER USER AND CLAIM (PER USER FOR HIGH  **
      *              VOLUME) WITH THE VIEW COUNT AND THE FIRST VIEW  **
      *              IN THE WEEK. ACTIVE AND ARCHIVED CLAIMS ARE     **
      *              BOTH COVERED. RC=4 WHEN ANYTHING IS FLAGGED,    **
      *              RC=8 IF THE LOG COULD NOT BE READ. READ-ONLY    **
      *              AND RERUNNABLE THE SAME DAY.                    **
      * CALLED BY  - JCL: MF47B36J                                   **
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
      *    THE WEEK REVIEWED - SEVEN DAYS BACK, AND TODAY (EXCLUSIVE)
        01 WS-WEEK-FROM          PIC X(10).
        01 WS-WEEK-TO            PIC X(10).
      *    MORE DISTINCT CLAIMS OPENED IN DETAIL IN ONE WEEK THAN THIS
      *    IS FLAGGED AS HIGH VOLUME
        01 WS-VOL-LIMIT          PIC S9(9) USAGE COMP-5 VALUE 250.
      *    ONE FLAGGED LINE AS FETCHED - THE SECTION (1 OUT OF REGION,
      *    2 HIGH VOLUME, 3 SENSITIVE), THE USER AND THEIR HOME REGION,
      *    THE CLAIM AND ITS REGION (ZERO AND BLANK ON A VOLUME LINE),
      *    THE VIEWS AND DISTINCT CLAIMS, THE FIRST VIEW AND WHY
        01 WS-SECTION            PIC S9(4) USAGE COMP-5.
        01 WS-USER               PIC X(08).
        01 WS-USER-REGION        PIC X(08).
        01 WS-CLAIM-NUM          PIC S9(9) USAGE COMP-5.
        01 WS-CLAIM-REGION       PIC X(08).
        01 WS-VIEWS              PIC S9(9) USAGE COMP-5.
        01 WS-CLAIMS             PIC S9(9) USAGE COMP-5.
        01 WS-FIRST-VIEW         PIC X(26).
        01 WS-REASON             PIC X(24).
        01 WS-BREAK-SECTION      PIC S9(4) USAGE COMP-5.
        01 WS-SECT-SUB           PIC S9(4) USAGE COMP VALUE 0.
        01 WS-SECT-TABLE.
            05 WS-SECT-ENTRY      OCCURS 3 TIMES.
               10 WS-SECT-NAME    PIC X(40).
               10 WS-SECT-COUNT   PIC 9(07).

        01 WS-HDG1.
            05 FILLER             PIC X(50) VALUE
               'MF47B36 - CLAIM ACCESS REVIEW, VIEWS FROM '.
            05 H1-FROM            PIC X(10).
            05 FILLER             PIC X(04) VALUE ' TO '.
            05 H1-TO              PIC X(10).
            05 FILLER             PIC X(12) VALUE ' (EXCLUSIVE)'.
        01 WS-HDG2.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 FILLER             PIC X(10) VALUE 'USER'.
            05 FILLER             PIC X(10) VALUE 'HOME REG'.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(10) VALUE 'CLAIM REG'.
            05 FILLER             PIC X(09) VALUE '    VIEWS'.
            05 FILLER             PIC X(09) VALUE '   CLAIMS'.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 FILLER             PIC X(28) VALUE 'FIRST VIEW'.
            05 FILLER             PIC X(24) VALUE 'REASON'.
        01 WS-SECT-HDR-LINE.
            05 SH-NAME            PIC X(40).
        01 WS-DETAIL-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 DL-USER            PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-USER-REGION     PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CLAIMNUM        PIC ZZZZZZZZ9 BLANK WHEN ZERO.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CLAIM-REGION    PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-VIEWS           PIC ZZZZZZZ9.
            05 FILLER             PIC X(01) VALUE SPACES.
            05 DL-CLAIMS          PIC ZZZZZZZ9 BLANK WHEN ZERO.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-FIRST-VIEW      PIC X(26).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-REASON          PIC X(24).
        01 WS-SUMMARY-LINE.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 SL-NAME            PIC X(40).
            05 FILLER             PIC X(10) VALUE ' FLAGGED  '.
            05 SL-COUNT           PIC ZZZZZZ9.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP15
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP22
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP28
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP29
            END-EXEC.

      *    THE THREE KINDS OF UNUSUAL ACCESS IN THE WEEK, SECTION BY
      *    SECTION. THE CLAIM'S REGION AND ADJUSTER COME FROM THE
      *    ACTIVE TABLE OR, ONCE MF47B08 HAS MOVED IT, THE ARCHIVE
            EXEC SQL
                DECLARE ACCCSR CURSOR FOR
                    SELECT 1, A.ACCUSER, VALUE(U.USERREGION, ' '),
                           A.CLAIMNUMBER, VALUE(C.REGION, ' '),
                           COUNT(*), 0, CHAR(MIN(A.ACCTS)),
                           CASE WHEN U.USERID IS NULL
                                THEN 'USER HAS NO AUTHORITY'
                                ELSE 'OUTSIDE HOME REGION'
                           END
                      FROM MFTR47.CLAIMS6_ACCESS A
                      JOIN (SELECT CLAIMNUMBER, REGION, ADJUSTER
                              FROM MFTR47.CLAIMS6
                            UNION ALL
                            SELECT CLAIMNUMBER, REGION, ADJUSTER
                              FROM MFTR47.CLAIMS6_ARCH) C
                        ON C.CLAIMNUMBER = A.CLAIMNUMBER
                      LEFT JOIN MFTR47.CLAIMS6_USERAUTH U
                        ON U.USERID = A.ACCUSER
                     WHERE DATE(A.ACCTS) >= DATE(:WS-WEEK-FROM)
                       AND DATE(A.ACCTS) <  DATE(:WS-WEEK-TO)
                       AND (U.USERID IS NULL
                        OR  (U.USERREGION IS NOT NULL
                        AND  C.REGION     IS NOT NULL
                        AND  U.USERREGION <> C.REGION))
                     GROUP BY A.ACCUSER, U.USERID, U.USERREGION,
                              A.CLAIMNUMBER, C.REGION
                    UNION ALL
                    SELECT 2, A.ACCUSER, VALUE(U.USERREGION, ' '),
                           0, ' ',
                           COUNT(*), COUNT(DISTINCT A.CLAIMNUMBER),
                           CHAR(MIN(A.ACCTS)), 'HIGH VIEW VOLUME'
                      FROM MFTR47.CLAIMS6_ACCESS A
                      LEFT JOIN MFTR47.CLAIMS6_USERAUTH U
                        ON U.USERID = A.ACCUSER
                     WHERE DATE(A.ACCTS) >= DATE(:WS-WEEK-FROM)
                       AND DATE(A.ACCTS) <  DATE(:WS-WEEK-TO)
                       AND A.ACCOPT IN ('1', 'A', 'L')
                     GROUP BY A.ACCUSER, U.USERREGION
                    HAVING COUNT(DISTINCT A.CLAIMNUMBER)
                                                > :WS-VOL-LIMIT
                    UNION ALL
                    SELECT 3, S.ACCUSER, S.USERREGION,
                           S.CLAIMNUMBER, S.REGION,
                           COUNT(*), 0, CHAR(MIN(S.ACCTS)), S.REASON
                      FROM (SELECT A.ACCUSER,
                                   VALUE(U.USERREGION, ' ')
                                                   AS USERREGION,
                                   A.CLAIMNUMBER,
                                   VALUE(C.REGION, ' ') AS REGION,
                                   A.ACCTS,
                                   CASE WHEN NOT EXISTS
                                         (SELECT 1
                                            FROM MFTR47.CLAIMS6_SIU I
                                           WHERE I.CLAIMNUMBER
                                                   = A.CLAIMNUMBER
                                             AND I.SIUSTATUS = 'OPEN')
                                        THEN 'IN LITIGATION'
                                        WHEN NOT EXISTS
                                         (SELECT 1
                                            FROM MFTR47.CLAIMS6_SUIT T
                                           WHERE T.CLAIMNUMBER
                                                   = A.CLAIMNUMBER
                                             AND T.SUITSTATUS = 'OPEN')
                                        THEN 'SIU REFERRAL'
                                        ELSE 'LITIGATION AND SIU'
                                   END AS REASON
                              FROM MFTR47.CLAIMS6_ACCESS A
                              JOIN (SELECT CLAIMNUMBER, REGION,
                                           ADJUSTER
                                      FROM MFTR47.CLAIMS6
                                    UNION ALL
                                    SELECT CLAIMNUMBER, REGION,
                                           ADJUSTER
                                      FROM MFTR47.CLAIMS6_ARCH) C
                                ON C.CLAIMNUMBER = A.CLAIMNUMBER
                              LEFT JOIN MFTR47.CLAIMS6_USERAUTH U
                                ON U.USERID = A.ACCUSER
                             WHERE DATE(A.ACCTS) >= DATE(:WS-WEEK-FROM)
                               AND DATE(A.ACCTS) <  DATE(:WS-WEEK-TO)
                               AND A.ACCUSER <> VALUE(C.ADJUSTER, ' ')
                               AND (EXISTS
                                    (SELECT 1
                                       FROM MFTR47.CLAIMS6_SUIT T
                                      WHERE T.CLAIMNUMBER
                                              = A.CLAIMNUMBER
                                        AND T.SUITSTATUS = 'OPEN')
                                OR  EXISTS
                                    (SELECT 1
                                       FROM MFTR47.CLAIMS6_SIU I
                                      WHERE I.CLAIMNUMBER
                                              = A.CLAIMNUMBER
                                        AND I.SIUSTATUS = 'OPEN'))) S
                     GROUP BY S.ACCUSER, S.USERREGION,
                              S.CLAIMNUMBER, S.REGION, S.REASON
                     ORDER BY 1, 2, 4
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
            MOVE 'MF47B36'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-PROCESS-CURSOR-PARA
            END-IF.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-LIST-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   WORK OUT THE WEEK, OPEN THE REPORT AND HEAD IT             **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            MOVE 'OUT-OF-REGION VIEWS'         TO WS-SECT-NAME(1).
            MOVE 'HIGH-VOLUME VIEWERS'         TO WS-SECT-NAME(2).
            MOVE 'LITIGATION AND SIU CLAIM VIEWS'
                                               TO WS-SECT-NAME(3).
            MOVE 0 TO WS-SECT-COUNT(1) WS-SECT-COUNT(2)
                      WS-SECT-COUNT(3).
            EXEC SQL
                 SELECT CHAR(CURRENT DATE - 7 DAYS, ISO),
                        CHAR(CURRENT DATE, ISO)
                   INTO :WS-WEEK-FROM, :WS-WEEK-TO
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B36 - WEEK DATES FAILED RC : '
                       WS-SQLCODE
               MOVE SPACES TO WS-WEEK-FROM WS-WEEK-TO
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-WEEK-FROM TO H1-FROM.
            MOVE WS-WEEK-TO   TO H1-TO.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   LIST EVERY FLAGGED LINE UNDER ITS SECTION                  **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            EXEC SQL
                OPEN ACCCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B36 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-ACCESS-PARA.
            PERFORM 2150-ACCESS-ROW-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE ACCCSR
            END-EXEC.
      ****************************************************************
      *                FETCH THE NEXT FLAGGED LINE                   **
      ****************************************************************
        2100-FETCH-ACCESS-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH ACCCSR
                    INTO :WS-SECTION, :WS-USER, :WS-USER-REGION,
                         :WS-CLAIM-NUM, :WS-CLAIM-REGION,
                         :WS-VIEWS, :WS-CLAIMS, :WS-FIRST-VIEW,
                         :WS-REASON
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B36 - FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   HEAD A NEW SECTION ON A CHANGE, LIST THE LINE, THEN FETCH  **
      *   THE NEXT                                                   **
      ****************************************************************
        2150-ACCESS-ROW-PARA.
      *
            EVALUATE TRUE
                WHEN FIRST-ROW
                     SET NOT-FIRST-ROW TO TRUE
                     PERFORM 2600-SECTION-HEADER-PARA
                WHEN WS-SECTION NOT = WS-BREAK-SECTION
                     PERFORM 2600-SECTION-HEADER-PARA
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            PERFORM 2300-WRITE-DETAIL-PARA.
            PERFORM 2100-FETCH-ACCESS-PARA.
      ****************************************************************
      *        WRITE ONE FLAGGED LINE AND COUNT IT TO ITS SECTION    **
      ****************************************************************
        2300-WRITE-DETAIL-PARA.
      *
            MOVE WS-USER             TO DL-USER.
            MOVE WS-USER-REGION      TO DL-USER-REGION.
            MOVE WS-CLAIM-NUM        TO DL-CLAIMNUM.
            MOVE WS-CLAIM-REGION     TO DL-CLAIM-REGION.
            MOVE WS-VIEWS            TO DL-VIEWS.
            MOVE WS-CLAIMS           TO DL-CLAIMS.
            MOVE WS-FIRST-VIEW       TO DL-FIRST-VIEW.
            MOVE WS-REASON           TO DL-REASON.
            MOVE WS-DETAIL-LINE      TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1 TO WS-LIST-COUNT.
            ADD 1 TO WS-SECT-COUNT(WS-SECTION).
      ****************************************************************
      *                 WRITE A SECTION HEADING                      **
      ****************************************************************
        2600-SECTION-HEADER-PARA.
      *
            MOVE WS-SECTION               TO WS-BREAK-SECTION.
            MOVE SPACES                   TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-SECT-NAME(WS-SECTION) TO SH-NAME.
            MOVE WS-SECT-HDR-LINE         TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   WRITE THE SUMMARY - HOW MANY LINES EACH SECTION FLAGGED -  **
      *   CLOSE, AND PRINT A RUN SUMMARY. RC=4 WHEN ANYTHING WAS     **
      *   FLAGGED, RC=8 WHEN THE WEEK OR THE LOG COULD NOT BE READ   **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3100-SECTION-TOTAL-PARA
               VARYING WS-SECT-SUB FROM 1 BY 1
                 UNTIL WS-SECT-SUB > 3.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B36 - OUT-OF-REGION LINES : ' WS-SECT-COUNT(1).
            DISPLAY 'MF47B36 - HIGH-VOLUME USERS   : ' WS-SECT-COUNT(2).
            DISPLAY 'MF47B36 - LIT/SIU VIEW LINES  : ' WS-SECT-COUNT(3).
            DISPLAY 'MF47B36 - FAILURES            : ' WS-FAIL-COUNT.
            EVALUATE TRUE
                WHEN WS-FAIL-COUNT > 0
                     MOVE 8 TO RETURN-CODE
                WHEN WS-LIST-COUNT > 0
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
      ****************************************************************
      *              WRITE ONE SECTION'S SUMMARY LINE                **
      ****************************************************************
        3100-SECTION-TOTAL-PARA.
      *
            MOVE WS-SECT-NAME(WS-SECT-SUB)  TO SL-NAME.
            MOVE WS-SECT-COUNT(WS-SECT-SUB) TO SL-COUNT.
            MOVE WS-SUMMARY-LINE            TO RPT-LINE.
            WRITE RPT-LINE.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
