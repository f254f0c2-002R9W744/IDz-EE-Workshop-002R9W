        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B42.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO XFERRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - WEEKLY REGION TRANSFER REPORT. A CLAIM MOVED TO **
      *              ANOTHER OFFICE ON OPTION X LEAVES A CHGTYPE X   **
      *              ROW ON CLAIMS6_HIST CARRYING THE REGION IT      **
      *              LEFT, THE REGION IT JOINED AND THE REASON       **
      *              KEYED. XFERRPT LISTS EVERY SUCH MOVE IN THE     **
      *              LAST WS-WEEK-DAYS DAYS, THEN A COUNT OF CLAIMS  **
      *              OUT OF AND INTO EACH REGION, SO THE MOVEMENT    **
      *              BETWEEN THE REGION SECTIONS OF MF47B01, MF47B10 **
      *              AND THE OTHER REGIONAL REPORTS - WHICH SECTION  **
      *              BY THE CLAIM'S REGION AS IT STANDS - CAN BE     **
      *              ACCOUNTED FOR. CLAIMS THAT CARRIED NO REGION    **
      *              SHOW AS NOREGION. READS ONLY. RC=8 IF THE       **
      *              REPORT FAILED.                                  **
      * CALLED BY  - JCL: MF47B42J                                   **
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
        01 WS-XFER-COUNT         PIC 9(07) VALUE 0.
      *    HOW FAR BACK THE REPORT LOOKS
        01 WS-WEEK-DAYS          PIC S9(4) USAGE COMP-5 VALUE 7.
        01 WS-RUN-DATE           PIC X(10).
      *    ONE TRANSFER AS FETCHED
        01 WS-XFER-TS            PIC X(26).
        01 WS-XFER-OLD           PIC X(08).
        01 WS-XFER-NEW           PIC X(08).
        01 WS-XFER-STATUS        PIC X(07).
        01 WS-XFER-ADJ           PIC X(08).
      *    ONE REGION'S MOVEMENT AS FETCHED
        01 WS-RGN-NAME           PIC X(08).
        01 WS-RGN-OUT            PIC S9(9) USAGE COMP-5.
        01 WS-RGN-IN             PIC S9(9) USAGE COMP-5.

        01 WS-HDG1.
            05 FILLER             PIC X(43) VALUE
               'MF47B42 - REGION TRANSFER REPORT, RUN DATE '.
            05 H1-RUN-DATE        PIC X(10).
        01 WS-HDG2.
            05 FILLER             PIC X(26) VALUE
               'CLAIMS TRANSFERRED IN THE '.
            05 FILLER             PIC X(09) VALUE 'LAST '.
            05 H2-DAYS            PIC ZZ9.
            05 FILLER             PIC X(05) VALUE ' DAYS'.
        01 WS-HDG3.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(18) VALUE 'TRANSFERRED'.
            05 FILLER             PIC X(10) VALUE 'BY'.
            05 FILLER             PIC X(10) VALUE 'FROM'.
            05 FILLER             PIC X(10) VALUE 'TO'.
            05 FILLER             PIC X(09) VALUE 'STATUS'.
            05 FILLER             PIC X(10) VALUE 'ADJUSTER'.
            05 FILLER             PIC X(30) VALUE 'REASON'.
        01 WS-DET-LINE.
            05 DL-CLAIMNUMBER     PIC ZZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-XFER-TS         PIC X(16).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-USER            PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-OLDREGION       PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-NEWREGION       PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-STATUS          PIC X(07).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-ADJUSTER        PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-REASON          PIC X(30).
        01 WS-HDG4.
            05 FILLER             PIC X(40) VALUE
               'CLAIMS MOVED OUT OF AND INTO EACH REGION'.
        01 WS-HDG5.
            05 FILLER             PIC X(10) VALUE 'REGION'.
            05 FILLER             PIC X(10) VALUE '     OUT'.
            05 FILLER             PIC X(10) VALUE '      IN'.
        01 WS-RGN-LINE.
            05 RL-REGION          PIC X(08).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 RL-OUT             PIC ZZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 RL-IN              PIC ZZZZZZZ9.
        01 WS-SUMMARY-LINE.
            05 SL-NAME            PIC X(40).
            05 SL-COUNT           PIC ZZZZZZ9.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP3
            END-EXEC.

      *    EVERY REGION TRANSFER IN THE WINDOW, OLDEST FIRST, WITH
      *    THE CLAIM'S STATUS AND DESK AS THEY STAND NOW - BLANK FOR
      *    A CLAIM SINCE ARCHIVED
            EXEC SQL
                DECLARE XFRCSR CURSOR FOR
                    SELECT H.CLAIMNUMBER, CHAR(H.CHGTS), H.CHGUSER,
                           VALUE(NULLIF(H.OLDREGION, ' '), 'NOREGION'),
                           H.NEWREGION, VALUE(H.XFERREASON, ' '),
                           VALUE(C.STATUS, ' '), VALUE(C.ADJUSTER, ' ')
                      FROM MFTR47.CLAIMS6_HIST H
                      LEFT OUTER JOIN MFTR47.CLAIMS6 C
                        ON C.CLAIMNUMBER = H.CLAIMNUMBER
                     WHERE H.CHGTYPE = 'X'
                       AND H.CHGTS >= CURRENT TIMESTAMP
                                      - :WS-WEEK-DAYS DAYS
                     ORDER BY H.CHGTS, H.CLAIMNUMBER
            END-EXEC.
      *    THE SAME MOVES COUNTED OUT OF THE REGION LEFT AND INTO THE
      *    REGION JOINED
            EXEC SQL
                DECLARE RGNCSR CURSOR FOR
                    SELECT T.RGN, SUM(T.OUTS), SUM(T.INS)
                      FROM (SELECT VALUE(NULLIF(OLDREGION, ' '),
                                         'NOREGION') AS RGN,
                                   1 AS OUTS, 0 AS INS
                              FROM MFTR47.CLAIMS6_HIST
                             WHERE CHGTYPE = 'X'
                               AND CHGTS >= CURRENT TIMESTAMP
                                            - :WS-WEEK-DAYS DAYS
                            UNION ALL
                            SELECT NEWREGION AS RGN,
                                   0 AS OUTS, 1 AS INS
                              FROM MFTR47.CLAIMS6_HIST
                             WHERE CHGTYPE = 'X'
                               AND CHGTS >= CURRENT TIMESTAMP
                                            - :WS-WEEK-DAYS DAYS) T
                     GROUP BY T.RGN
                     ORDER BY T.RGN
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
            MOVE 'MF47B42'       TO RK-PGMNAME
            MOVE 0               TO RK-KEYCOUNT
            MOVE 0               TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            IF WS-FAIL-COUNT = 0
               PERFORM 2000-TRANSFERS-PARA
            END-IF.
            IF WS-FAIL-COUNT = 0
               PERFORM 3000-REGIONS-PARA
            END-IF.
            PERFORM 4000-TERMINATE-PARA.
            MOVE 'E'             TO RK-ACTION
            MOVE WS-XFER-COUNT   TO RK-KEYCOUNT
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
               DISPLAY 'MF47B42 - RUN DATE FAILED RC : ' WS-SQLCODE
               MOVE SPACES TO WS-RUN-DATE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            OPEN OUTPUT RPT-FILE.
            MOVE WS-RUN-DATE TO H1-RUN-DATE.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *   LIST THE TRANSFERS IN THE WINDOW                           **
      ****************************************************************
        2000-TRANSFERS-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-WEEK-DAYS TO H2-DAYS.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG3 TO RPT-LINE.
            WRITE RPT-LINE.
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN XFRCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B42 - OPEN XFRCSR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-TRANSFER-PARA.
            PERFORM 2200-WRITE-TRANSFER-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE XFRCSR
            END-EXEC.
      ****************************************************************
      *   FETCH THE NEXT TRANSFER                                    **
      ****************************************************************
        2100-FETCH-TRANSFER-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH XFRCSR
                    INTO :CLAIMNUMBER, :WS-XFER-TS, :CHGUSER,
                         :WS-XFER-OLD, :WS-XFER-NEW, :XFERREASON,
                         :WS-XFER-STATUS, :WS-XFER-ADJ
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B42 - FETCH XFRCSR FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   PRINT THE TRANSFER, THEN FETCH THE NEXT                    **
      ****************************************************************
        2200-WRITE-TRANSFER-PARA.
      *
            ADD 1 TO WS-XFER-COUNT.
            MOVE CLAIMNUMBER        TO DL-CLAIMNUMBER.
            MOVE WS-XFER-TS(1:16)   TO DL-XFER-TS.
            MOVE CHGUSER            TO DL-USER.
            MOVE WS-XFER-OLD        TO DL-OLDREGION.
            MOVE WS-XFER-NEW        TO DL-NEWREGION.
            MOVE WS-XFER-STATUS     TO DL-STATUS.
            MOVE WS-XFER-ADJ        TO DL-ADJUSTER.
            MOVE XFERREASON         TO DL-REASON.
            MOVE WS-DET-LINE        TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 2100-FETCH-TRANSFER-PARA.
      ****************************************************************
      *   COUNT THE MOVES OUT OF AND INTO EACH REGION                **
      ****************************************************************
        3000-REGIONS-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG4 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG5 TO RPT-LINE.
            WRITE RPT-LINE.
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN RGNCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B42 - OPEN RGNCSR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 3100-FETCH-REGION-PARA.
            PERFORM 3200-WRITE-REGION-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE RGNCSR
            END-EXEC.
      ****************************************************************
      *   FETCH THE NEXT REGION'S MOVEMENT                           **
      ****************************************************************
        3100-FETCH-REGION-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH RGNCSR
                    INTO :WS-RGN-NAME, :WS-RGN-OUT, :WS-RGN-IN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B42 - FETCH RGNCSR FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   PRINT THE REGION, THEN FETCH THE NEXT                      **
      ****************************************************************
        3200-WRITE-REGION-PARA.
      *
            MOVE WS-RGN-NAME        TO RL-REGION.
            MOVE WS-RGN-OUT         TO RL-OUT.
            MOVE WS-RGN-IN          TO RL-IN.
            MOVE WS-RGN-LINE        TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3100-FETCH-REGION-PARA.
      ****************************************************************
      *   WRITE THE SUMMARY, CLOSE, AND SET THE RETURN CODE - 8 WHEN **
      *   THE REPORT IS INCOMPLETE                                   **
      ****************************************************************
        4000-TERMINATE-PARA.
      *
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'CLAIMS TRANSFERRED'               TO SL-NAME.
            MOVE WS-XFER-COUNT                      TO SL-COUNT.
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
            DISPLAY 'MF47B42 - CLAIMS TRANSFERRED  : ' WS-XFER-COUNT.
            DISPLAY 'MF47B42 - FAILURES            : ' WS-FAIL-COUNT.
            IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
