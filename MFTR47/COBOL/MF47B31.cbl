        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B31.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RATE-FEED ASSIGN TO RATEFD
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REJECT-FILE ASSIGN TO REJECTDD
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - NIGHTLY EXCHANGE-RATE LOAD. MFTR47.CLAIMS6_     **
      *              FXRATE HOLDS THE RATE USED TO CONVERT A CLAIM,  **
      *              LINE ITEM OR PAYMENT KEYED IN A FOREIGN         **
      *              CURRENCY TO BOOK CURRENCY (MF47CB2 9800 AND     **
      *              MF47CB3 9850) - ONE ROW PER CURRENCY PER RATE   **
      *              DATE, IN BOOK UNITS PER ONE FOREIGN UNIT. THIS  **
      *              JOB APPLIES TREASURY'S DAILY RATE FILE: EACH R  **
      *              RECORD ADDS THE RATE FOR ITS CURRENCY AND DATE, **
      *              OR REPLACES IT WHERE TREASURY HAS RESTATED A    **
      *              RATE ALREADY LOADED. THE FILE CARRIES AN H      **
      *              HEADER AND T TRAILER AND IS BALANCED AND        **
      *              DUPLICATE-CHECKED AGAINST CLAIMS6_FEEDCTL THE   **
      *              WAY MF47B14 BALANCES THE POLICY FEED (REGION    **
      *              CARRIES THE SENDING SYSTEM, NORMALLY TREASURY). **
      *              RECORDS THAT CANNOT BE APPLIED GO TO THE REJECT **
      *              DATASET IN FEED LAYOUT WITH THE REASON          **
      *              APPENDED, BETWEEN THE FILE'S OWN H/T GROUP, SO  **
      *              A CORRECTED REJECT FILE FEEDS STRAIGHT BACK IN. **
      * CALLED BY  - JCL: MF47B31J                                   **
      ***************************************************************

        FILE SECTION.
        FD  RATE-FEED
            RECORDING MODE IS F.
        01  RF-RECORD.
            05 RF-TRANCODE           PIC X(01).
            05 RF-CURRCODE           PIC X(03).
            05 RF-RATEDATE           PIC X(10).
            05 RF-BOOKRATE           PIC 9(07)V9(08).
      *    THE HEADER AND TRAILER SHARE THE FEED RECORD AREA THE WAY
      *    THE MF47B14 POLICY FEED'S DO
        01  RF-HEADER.
            05 FH-RECTYPE            PIC X(01).
            05 FH-FEEDDATE           PIC X(10).
            05 FH-REGION             PIC X(08).
            05 FH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(08).
        01  RF-TRAILER.
            05 FT-RECTYPE            PIC X(01).
            05 FT-REC-COUNT          PIC 9(07).
            05 FT-RATE-HASH          PIC 9(11)V9(08).
            05 FILLER                PIC X(02).

        FD  REJECT-FILE
            RECORDING MODE IS F.
        01  REJ-RECORD.
            05 RJ-TRANCODE           PIC X(01).
            05 RJ-CURRCODE           PIC X(03).
            05 RJ-RATEDATE           PIC X(10).
            05 RJ-BOOKRATE           PIC 9(07)V9(08).
            05 RJ-REASON             PIC X(60).
        01  REJ-HEADER.
            05 RH-RECTYPE            PIC X(01).
            05 RH-FEEDDATE           PIC X(10).
            05 RH-REGION             PIC X(08).
            05 RH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(68).
        01  REJ-TRAILER.
            05 RT-RECTYPE            PIC X(01).
            05 RT-REC-COUNT          PIC 9(07).
            05 RT-RATE-HASH          PIC 9(11)V9(08).
            05 FILLER                PIC X(62).

        WORKING-STORAGE SECTION.
        01 WS-FEED-EOF-SW        PIC X(01) VALUE 'N'.
            88 FEED-EOF                     VALUE 'Y'.
            88 FEED-NOT-EOF                 VALUE 'N'.
        01 WS-HDR-OK-SW          PIC X(01) VALUE 'N'.
            88 HDR-OK                       VALUE 'Y'.
            88 HDR-FAILED                   VALUE 'N'.
        01 WS-TRL-SEEN-SW        PIC X(01) VALUE 'N'.
            88 TRL-SEEN                     VALUE 'Y'.
            88 TRL-NOT-SEEN                 VALUE 'N'.
        01 WS-BAL-OK-SW          PIC X(01) VALUE 'N'.
            88 BAL-OK                       VALUE 'Y'.
            88 BAL-FAILED                   VALUE 'N'.
        01 WS-CTL-OK-SW          PIC X(01) VALUE 'N'.
            88 CTL-OK                       VALUE 'Y'.
            88 CTL-FAILED                   VALUE 'N'.
        01 WS-REJ-HDR-SW         PIC X(01) VALUE 'N'.
            88 REJ-HDR-WRITTEN              VALUE 'Y'.
            88 REJ-HDR-PENDING              VALUE 'N'.
        01 WS-REJ-REASON         PIC X(60).
        01 WS-SQLCODE            PIC -9(03).
        01 WS-READ-COUNT         PIC 9(07) VALUE 0.
        01 WS-ADD-COUNT          PIC 9(07) VALUE 0.
        01 WS-REP-COUNT          PIC 9(07) VALUE 0.
        01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.
        01 WS-HASH-RATE          PIC 9(11)V9(08) VALUE 0.
        01 WS-REJ-RATE-HASH      PIC 9(11)V9(08) VALUE 0.
        01 WS-TRL-COUNT          PIC 9(07).
        01 WS-TRL-RATE           PIC 9(11)V9(08).
        01 WS-FEED-COUNT         PIC S9(9) USAGE COMP-5.
        01 WS-STALE-DAYS         PIC 9(02) VALUE 3.
        01 WS-HDR-FEEDDATE       PIC X(10).
        01 WS-HDR-REGION         PIC X(08).
        01 WS-HDR-RESUBSEQ       PIC 9(02).
      *    THE BOOK CURRENCY NEEDS NO RATE - ITS AMOUNTS ARE NEVER
      *    CONVERTED, SO A RATE FOR IT ON THE FILE IS AN ERROR
        01 WS-BOOK-CURR          PIC X(03) VALUE 'USD'.
        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP13
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP23
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
            MOVE 'MF47B31'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 1200-READ-HEADER-PARA.
            IF HDR-FAILED
               PERFORM 3500-FAIL-FEED-PARA
            ELSE
               PERFORM 2100-READ-FEED-PARA
               PERFORM 2000-PROCESS-FEED-PARA
                  UNTIL FEED-EOF
               PERFORM 3000-TERMINATE-PARA
            END-IF.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-READ-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *                       OPEN THE FILES                         **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN INPUT RATE-FEED.
            OPEN OUTPUT REJECT-FILE.
      ****************************************************************
      *   READ AND VALIDATE THE FEED HEADER - FIRST RECORD MUST BE   **
      *   AN H. A FEED ALREADY ON CLAIMS6_FEEDCTL IS A DUPLICATE     **
      *   TRANSFER AND A STALE ORIGINAL FEED IS AN OLD FILE RE-SENT  **
      *   BY MISTAKE - THE CHECKS MF47B14 RUNS ON THE POLICY FEED    **
      ****************************************************************
        1200-READ-HEADER-PARA.
      *
            SET HDR-FAILED TO TRUE.
            READ RATE-FEED
                AT END
                   DISPLAY 'MF47B31 - FEED FILE IS EMPTY - NO HEADER'
                   SET FEED-EOF TO TRUE
                NOT AT END
                   PERFORM 1300-CHECK-HEADER-PARA
            END-READ.
      ****************************************************************
      *            VALIDATE THE HEADER JUST READ                     **
      ****************************************************************
        1300-CHECK-HEADER-PARA.
      *
            IF FH-RECTYPE NOT = 'H'
               DISPLAY 'MF47B31 - FIRST FEED RECORD IS NOT A HEADER'
            ELSE
               MOVE FUNCTION NATIONAL-OF(FH-FEEDDATE) TO FEEDDATE
               MOVE FH-REGION                         TO REGION
               MOVE FH-RESUBSEQ                       TO RESUBSEQ
               MOVE FH-FEEDDATE                       TO WS-HDR-FEEDDATE
               MOVE FH-REGION                         TO WS-HDR-REGION
               MOVE FH-RESUBSEQ                       TO WS-HDR-RESUBSEQ
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-FEED-COUNT
                      FROM MFTR47.CLAIMS6_FEEDCTL
                     WHERE FEEDDATE = :FEEDDATE
                       AND REGION   = :REGION
                       AND RESUBSEQ = :RESUBSEQ
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                        DISPLAY 'MF47B31 - FEEDCTL CHECK FAILED RC : '
                                SQLCODE
                   WHEN WS-FEED-COUNT > 0
                        DISPLAY 'MF47B31 - DUPLICATE FEED ' FH-FEEDDATE
                                ' SOURCE ' FH-REGION
                                ' RESUBMIT ' FH-RESUBSEQ
                                ' - ALREADY LOADED'
                   WHEN FH-RESUBSEQ > 0
                        DISPLAY 'MF47B31 - RESUBMIT ' FH-RESUBSEQ
                                ' OF FEED ' FH-FEEDDATE ' ACCEPTED'
                        SET HDR-OK TO TRUE
                   WHEN OTHER
                        PERFORM 1400-CHECK-STALE-PARA
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   REJECT A FEED DATED FURTHER BACK THAN THE STALENESS LIMIT  **
      ****************************************************************
        1400-CHECK-STALE-PARA.
      *
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-FEED-COUNT
                   FROM SYSIBM.SYSDUMMY1
                  WHERE DATE(:FEEDDATE) >=
                        CURRENT DATE - :WS-STALE-DAYS DAYS
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                     DISPLAY 'MF47B31 - STALE CHECK FAILED RC : '
                             SQLCODE
                WHEN WS-FEED-COUNT = 0
                     DISPLAY 'MF47B31 - STALE FEED ' FH-FEEDDATE
                             ' - MORE THAN ' WS-STALE-DAYS
                             ' DAYS OLD'
                WHEN OTHER
                     DISPLAY 'MF47B31 - FEED ' FH-FEEDDATE
                             ' SOURCE ' FH-REGION ' ACCEPTED'
                     SET HDR-OK TO TRUE
            END-EVALUATE.
      ****************************************************************
      *           APPLY ONE RATE RECORD, THEN READ ON                **
      ****************************************************************
        2000-PROCESS-FEED-PARA.
      *
            MOVE SPACES TO WS-REJ-REASON.
            PERFORM 2200-APPLY-RATE-PARA.
            IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2300-WRITE-REJECT-PARA
               DISPLAY 'MF47B31 - REJECTED RATE '
                       RF-CURRCODE ' ' RF-RATEDATE ' : ' WS-REJ-REASON
            END-IF.
            PERFORM 2100-READ-FEED-PARA.
      ****************************************************************
      *                 READ THE NEXT FEED RECORD                    *
      ****************************************************************
        2100-READ-FEED-PARA.
      *
            READ RATE-FEED
                AT END
                   SET FEED-EOF TO TRUE
                NOT AT END
                   IF RF-TRANCODE = 'T'
                      MOVE FT-REC-COUNT  TO WS-TRL-COUNT
                      MOVE FT-RATE-HASH  TO WS-TRL-RATE
                      SET TRL-SEEN TO TRUE
                      SET FEED-EOF TO TRUE
                   ELSE
                      ADD 1           TO WS-READ-COUNT
                      IF RF-BOOKRATE IS NUMERIC
                         ADD RF-BOOKRATE TO WS-HASH-RATE
                      END-IF
                   END-IF
            END-READ.
      ****************************************************************
      *   VALIDATE ONE RATE RECORD AND APPLY IT. ANYTHING THAT       **
      *   CANNOT BE APPLIED LEAVES ITS REASON IN WS-REJ-REASON       **
      ****************************************************************
        2200-APPLY-RATE-PARA.
      *
            MOVE RF-CURRCODE          TO CURRCODE.
            MOVE FUNCTION NATIONAL-OF(RF-RATEDATE) TO RATEDATE.
            EVALUATE TRUE
                WHEN RF-TRANCODE NOT = 'R'
                     MOVE 'INVALID FEED TRANSACTION CODE'
                                      TO WS-REJ-REASON
                WHEN RF-CURRCODE IS NOT ALPHABETIC-UPPER OR
                     RF-CURRCODE(1:1) = SPACE OR
                     RF-CURRCODE(2:1) = SPACE OR
                     RF-CURRCODE(3:1) = SPACE
                     MOVE 'CURRENCY MUST BE A THREE-LETTER CODE'
                                      TO WS-REJ-REASON
                WHEN RF-CURRCODE = WS-BOOK-CURR
                     MOVE 'BOOK CURRENCY CARRIES NO EXCHANGE RATE'
                                      TO WS-REJ-REASON
                WHEN RF-RATEDATE(1:4) IS NOT NUMERIC OR
                     RF-RATEDATE(5:1) NOT = '-' OR
                     RF-RATEDATE(6:2) IS NOT NUMERIC OR
                     RF-RATEDATE(8:1) NOT = '-' OR
                     RF-RATEDATE(9:2) IS NOT NUMERIC
                     MOVE 'RATE DATE MUST BE YYYY-MM-DD'
                                      TO WS-REJ-REASON
                WHEN RF-BOOKRATE IS NOT NUMERIC
                     MOVE 'EXCHANGE RATE IS NOT NUMERIC'
                                      TO WS-REJ-REASON
                WHEN RF-BOOKRATE = 0
                     MOVE 'EXCHANGE RATE MUST BE GREATER THAN ZERO'
                                      TO WS-REJ-REASON
                WHEN OTHER
                     MOVE RF-BOOKRATE TO BOOKRATE
                     PERFORM 2400-ADD-RATE-PARA
            END-EVALUATE.
      ****************************************************************
      *   ADD THE RATE FOR ITS CURRENCY AND DATE. A RATE ALREADY ON  **
      *   FILE FOR THAT DATE IS TREASURY RESTATING IT - REPLACE IT   **
      ****************************************************************
        2400-ADD-RATE-PARA.
      *
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_FXRATE
                        ( CURRCODE
                         ,RATEDATE
                         ,BOOKRATE
                         ,RATELOADTS)
                 VALUES ( :CURRCODE
                         ,:RATEDATE
                         ,:BOOKRATE
                         ,CURRENT TIMESTAMP)
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-ADD-COUNT
                WHEN -803
                     PERFORM 2500-REPLACE-RATE-PARA
                WHEN OTHER
                     MOVE SQLCODE     TO WS-SQLCODE
                     STRING 'SQL ERROR IN RATE ADD - RC : '
                            WS-SQLCODE DELIMITED BY SIZE
                       INTO WS-REJ-REASON
            END-EVALUATE.
      ****************************************************************
      *        REPLACE A RATE TREASURY HAS RESTATED                  **
      ****************************************************************
        2500-REPLACE-RATE-PARA.
      *
            EXEC SQL
                 UPDATE MFTR47.CLAIMS6_FXRATE
                    SET BOOKRATE   = :BOOKRATE
                       ,RATELOADTS = CURRENT TIMESTAMP
                  WHERE CURRCODE   = :CURRCODE
                    AND RATEDATE   = :RATEDATE
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-REP-COUNT
                     DISPLAY 'MF47B31 - RATE RESTATED '
                             RF-CURRCODE ' ' RF-RATEDATE
                WHEN OTHER
                     MOVE SQLCODE     TO WS-SQLCODE
                     STRING 'SQL ERROR IN RATE REPLACE - RC : '
                            WS-SQLCODE DELIMITED BY SIZE
                       INTO WS-REJ-REASON
            END-EVALUATE.
      ****************************************************************
      *   WRITE THE REJECT FILE'S OWN HEADER, DEFERRED UNTIL THE     **
      *   FIRST ACTUAL REJECT SO A CLEAN FEED LEAVES THE FILE EMPTY  **
      ****************************************************************
        1450-WRITE-REJ-HEADER-PARA.
      *
            MOVE SPACES          TO REJ-HEADER.
            MOVE 'H'             TO RH-RECTYPE.
            MOVE WS-HDR-FEEDDATE TO RH-FEEDDATE.
            MOVE WS-HDR-REGION   TO RH-REGION.
            COMPUTE RH-RESUBSEQ = WS-HDR-RESUBSEQ + 1.
            WRITE REJ-HEADER.
            SET REJ-HDR-WRITTEN TO TRUE.
      ****************************************************************
      *   WRITE THE REJECTED FEED RECORD WITH ITS REASON APPENDED    **
      ****************************************************************
        2300-WRITE-REJECT-PARA.
      *
            IF REJ-HDR-PENDING
               PERFORM 1450-WRITE-REJ-HEADER-PARA
            END-IF.
            MOVE RF-TRANCODE     TO RJ-TRANCODE.
            MOVE RF-CURRCODE     TO RJ-CURRCODE.
            MOVE RF-RATEDATE     TO RJ-RATEDATE.
            MOVE RF-BOOKRATE     TO RJ-BOOKRATE.
            MOVE WS-REJ-REASON   TO RJ-REASON.
            IF RF-BOOKRATE IS NUMERIC
               ADD RF-BOOKRATE   TO WS-REJ-RATE-HASH
            END-IF.
            WRITE REJ-RECORD.
      ****************************************************************
      *   BALANCE THE FEED, RECORD IT ON THE CONTROL TABLE, COMMIT,  **
      *   AND PRINT THE RUN SUMMARY - OR FAIL THE WHOLE LOAD         **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            PERFORM 2800-BALANCE-FEED-PARA.
            IF BAL-OK
               PERFORM 2900-RECORD-FEED-PARA
            END-IF.
            IF BAL-FAILED OR CTL-FAILED
               PERFORM 3500-FAIL-FEED-PARA
            ELSE
               EXEC SQL
                    COMMIT WORK
               END-EXEC
               PERFORM 2950-WRITE-REJ-TRAILER-PARA
               CLOSE RATE-FEED
               CLOSE REJECT-FILE
               PERFORM 3100-RUN-SUMMARY-PARA
            END-IF.
      ****************************************************************
      *   BALANCE THE RECORDS READ AGAINST THE TRAILER'S TOTALS      **
      ****************************************************************
        2800-BALANCE-FEED-PARA.
      *
            SET BAL-FAILED TO TRUE.
            EVALUATE TRUE
                WHEN TRL-NOT-SEEN
                     DISPLAY 'MF47B31 - NO TRAILER ON FEED - TRANSFER'
                             ' TRUNCATED - JOB FAILED'
                WHEN WS-READ-COUNT NOT = WS-TRL-COUNT
                     DISPLAY 'MF47B31 - RECORD COUNT MISMATCH - READ '
                             WS-READ-COUNT ' TRAILER ' WS-TRL-COUNT
                             ' - JOB FAILED'
                WHEN WS-HASH-RATE NOT = WS-TRL-RATE
                     DISPLAY 'MF47B31 - RATE HASH MISMATCH - JOB'
                             ' FAILED'
                WHEN OTHER
                     SET BAL-OK TO TRUE
            END-EVALUATE.
      ****************************************************************
      *   RECORD THE ACCEPTED FEED SO THE SAME TRANSFER CAN NEVER    **
      *   BE LOADED TWICE - RIDES THE RUN'S FINAL COMMIT             **
      ****************************************************************
        2900-RECORD-FEED-PARA.
      *
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_FEEDCTL
                        ( FEEDDATE
                         ,REGION
                         ,RESUBSEQ
                         ,LOADTS)
                 VALUES ( :FEEDDATE
                         ,:REGION
                         ,:RESUBSEQ
                         ,CURRENT TIMESTAMP)
            END-EXEC.
            IF SQLCODE = 0
               SET CTL-OK TO TRUE
            ELSE
               DISPLAY 'MF47B31 - FEEDCTL INSERT FAILED RC : ' SQLCODE
               DISPLAY 'MF47B31 - FEED NOT RECORDED - JOB FAILED'
               SET CTL-FAILED TO TRUE
            END-IF.
      ****************************************************************
      *   CLOSE THE REJECT FILE OFF WITH ITS BALANCING TRAILER       **
      ****************************************************************
        2950-WRITE-REJ-TRAILER-PARA.
      *
            IF WS-REJECT-COUNT > 0
               MOVE SPACES             TO REJ-TRAILER
               MOVE 'T'                TO RT-RECTYPE
               MOVE WS-REJECT-COUNT    TO RT-REC-COUNT
               MOVE WS-REJ-RATE-HASH   TO RT-RATE-HASH
               WRITE REJ-TRAILER
            END-IF.
      ****************************************************************
      *   FAIL THE RUN - ROLL BACK SO THE RATE TABLE IS UNTOUCHED    **
      *   AND THE CORRECTED TRANSFER CAN SIMPLY BE RERUN             **
      ****************************************************************
        3500-FAIL-FEED-PARA.
      *
            EXEC SQL
                 ROLLBACK WORK
            END-EXEC.
            CLOSE RATE-FEED.
            CLOSE REJECT-FILE.
            PERFORM 3100-RUN-SUMMARY-PARA.
            MOVE 8 TO RETURN-CODE.
      ****************************************************************
      *                  PRINT THE RUN SUMMARY                       **
      ****************************************************************
        3100-RUN-SUMMARY-PARA.
            DISPLAY 'MF47B31 - RECORDS READ      : ' WS-READ-COUNT.
            DISPLAY 'MF47B31 -   RATES ADDED     : ' WS-ADD-COUNT.
            DISPLAY 'MF47B31 -   RATES RESTATED  : ' WS-REP-COUNT.
            DISPLAY 'MF47B31 - RECORDS REJECTED  : ' WS-REJECT-COUNT.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
