        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B32.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DOC-FEED ASSIGN TO DOCFD
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REJECT-FILE ASSIGN TO REJECTDD
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - NIGHTLY CLAIM DOCUMENT INDEX LOAD. THE IMAGING  **
      *              SYSTEM SENDS ONE D RECORD FOR EVERY DOCUMENT IT **
      *              SCANNED AND FILED AGAINST A CLAIM - DOCUMENT    **
      *              ID, CLAIM NUMBER, DOCUMENT TYPE AND SCAN DATE - **
      *              AND THIS JOB INDEXES EACH ONE ON MFTR47.        **
      *              CLAIMS6_DOC, WHERE MF47 OPTION I LISTS THEM AND **
      *              THE MF47B24 ABSTRACT PRINTS THEM. A DOCUMENT ID **
      *              ALREADY INDEXED IS IMAGING RE-FILING THE        **
      *              DOCUMENT, AND ITS ROW IS REPLACED. ONLY AN      **
      *              ACTIVE CLAIM TAKES NEW DOCUMENTS - ONE NOT ON   **
      *              FILE, OR ALREADY MOVED TO CLAIMS6_ARCH BY       **
      *              MF47B08, IS REJECTED. THE FILE CARRIES AN H     **
      *              HEADER AND T TRAILER AND IS BALANCED AND        **
      *              DUPLICATE-CHECKED AGAINST CLAIMS6_FEEDCTL THE   **
      *              WAY MF47B14 BALANCES THE POLICY FEED (REGION    **
      *              CARRIES THE SENDING SYSTEM, NORMALLY IMAGING).  **
      *              RECORDS THAT CANNOT BE INDEXED GO TO THE REJECT **
      *              DATASET IN FEED LAYOUT WITH THE REASON          **
      *              APPENDED, BETWEEN THE FILE'S OWN H/T GROUP, THE **
      *              WAY MF47B02 REJECTS THE CLAIM FEED, SO IMAGING  **
      *              CAN WORK THE REPORT AND SEND CORRECTIONS BACK.  **
      * CALLED BY  - JCL: MF47B32J                                   **
      ***************************************************************

        FILE SECTION.
        FD  DOC-FEED
            RECORDING MODE IS F.
        01  DF-RECORD.
            05 DF-TRANCODE           PIC X(01).
            05 DF-DOCID              PIC X(20).
            05 DF-CLAIMNUMBER        PIC 9(09).
            05 DF-DOCTYPE            PIC X(08).
            05 DF-SCANDATE           PIC X(10).
      *    THE HEADER AND TRAILER SHARE THE FEED RECORD AREA THE WAY
      *    THE MF47B14 POLICY FEED'S DO
        01  DF-HEADER.
            05 FH-RECTYPE            PIC X(01).
            05 FH-FEEDDATE           PIC X(10).
            05 FH-REGION             PIC X(08).
            05 FH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(27).
        01  DF-TRAILER.
            05 FT-RECTYPE            PIC X(01).
            05 FT-REC-COUNT          PIC 9(07).
            05 FT-CLAIM-HASH         PIC 9(15).
            05 FILLER                PIC X(25).

        FD  REJECT-FILE
            RECORDING MODE IS F.
        01  REJ-RECORD.
            05 RJ-TRANCODE           PIC X(01).
            05 RJ-DOCID              PIC X(20).
            05 RJ-CLAIMNUMBER        PIC 9(09).
            05 RJ-DOCTYPE            PIC X(08).
            05 RJ-SCANDATE           PIC X(10).
            05 RJ-REASON             PIC X(60).
        01  REJ-HEADER.
            05 RH-RECTYPE            PIC X(01).
            05 RH-FEEDDATE           PIC X(10).
            05 RH-REGION             PIC X(08).
            05 RH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(87).
        01  REJ-TRAILER.
            05 RT-RECTYPE            PIC X(01).
            05 RT-REC-COUNT          PIC 9(07).
            05 RT-CLAIM-HASH         PIC 9(15).
            05 FILLER                PIC X(85).

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
        01 WS-HASH-CLAIM         PIC 9(15) VALUE 0.
        01 WS-REJ-CLAIM-HASH     PIC 9(15) VALUE 0.
        01 WS-TRL-COUNT          PIC 9(07).
        01 WS-TRL-CLAIM          PIC 9(15).
        01 WS-FEED-COUNT         PIC S9(9) USAGE COMP-5.
        01 WS-CLM-COUNT          PIC S9(9) USAGE COMP-5.
        01 WS-STALE-DAYS         PIC 9(02) VALUE 3.
        01 WS-HDR-FEEDDATE       PIC X(10).
        01 WS-HDR-REGION         PIC X(08).
        01 WS-HDR-RESUBSEQ       PIC 9(02).
        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP13
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP24
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
            MOVE 'MF47B32'     TO RK-PGMNAME
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
            OPEN INPUT DOC-FEED.
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
            READ DOC-FEED
                AT END
                   DISPLAY 'MF47B32 - FEED FILE IS EMPTY - NO HEADER'
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
               DISPLAY 'MF47B32 - FIRST FEED RECORD IS NOT A HEADER'
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
                        DISPLAY 'MF47B32 - FEEDCTL CHECK FAILED RC : '
                                SQLCODE
                   WHEN WS-FEED-COUNT > 0
                        DISPLAY 'MF47B32 - DUPLICATE FEED ' FH-FEEDDATE
                                ' SOURCE ' FH-REGION
                                ' RESUBMIT ' FH-RESUBSEQ
                                ' - ALREADY LOADED'
                   WHEN FH-RESUBSEQ > 0
                        DISPLAY 'MF47B32 - RESUBMIT ' FH-RESUBSEQ
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
                     DISPLAY 'MF47B32 - STALE CHECK FAILED RC : '
                             SQLCODE
                WHEN WS-FEED-COUNT = 0
                     DISPLAY 'MF47B32 - STALE FEED ' FH-FEEDDATE
                             ' - MORE THAN ' WS-STALE-DAYS
                             ' DAYS OLD'
                WHEN OTHER
                     DISPLAY 'MF47B32 - FEED ' FH-FEEDDATE
                             ' SOURCE ' FH-REGION ' ACCEPTED'
                     SET HDR-OK TO TRUE
            END-EVALUATE.
      ****************************************************************
      *         INDEX ONE DOCUMENT RECORD, THEN READ ON              **
      ****************************************************************
        2000-PROCESS-FEED-PARA.
      *
            MOVE SPACES TO WS-REJ-REASON.
            PERFORM 2200-APPLY-DOC-PARA.
            IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2300-WRITE-REJECT-PARA
               DISPLAY 'MF47B32 - REJECTED DOCUMENT '
                       DF-DOCID ' : ' WS-REJ-REASON
            END-IF.
            PERFORM 2100-READ-FEED-PARA.
      ****************************************************************
      *                 READ THE NEXT FEED RECORD                    *
      ****************************************************************
        2100-READ-FEED-PARA.
      *
            READ DOC-FEED
                AT END
                   SET FEED-EOF TO TRUE
                NOT AT END
                   IF DF-TRANCODE = 'T'
                      MOVE FT-REC-COUNT  TO WS-TRL-COUNT
                      MOVE FT-CLAIM-HASH TO WS-TRL-CLAIM
                      SET TRL-SEEN TO TRUE
                      SET FEED-EOF TO TRUE
                   ELSE
                      ADD 1           TO WS-READ-COUNT
                      IF DF-CLAIMNUMBER IS NUMERIC
                         ADD DF-CLAIMNUMBER TO WS-HASH-CLAIM
                      END-IF
                   END-IF
            END-READ.
      ****************************************************************
      *   VALIDATE ONE DOCUMENT RECORD AND INDEX IT. ANYTHING THAT   **
      *   CANNOT BE INDEXED LEAVES ITS REASON IN WS-REJ-REASON       **
      ****************************************************************
        2200-APPLY-DOC-PARA.
      *
            EVALUATE TRUE
                WHEN DF-TRANCODE NOT = 'D'
                     MOVE 'INVALID FEED TRANSACTION CODE'
                                      TO WS-REJ-REASON
                WHEN DF-DOCID = SPACES
                     MOVE 'DOCUMENT ID IS MISSING'
                                      TO WS-REJ-REASON
                WHEN DF-CLAIMNUMBER IS NOT NUMERIC OR
                     DF-CLAIMNUMBER = 0
                     MOVE 'CLAIM NUMBER IS MISSING OR NOT NUMERIC'
                                      TO WS-REJ-REASON
                WHEN DF-DOCTYPE = SPACES
                     MOVE 'DOCUMENT TYPE IS MISSING'
                                      TO WS-REJ-REASON
                WHEN DF-SCANDATE(1:4) IS NOT NUMERIC OR
                     DF-SCANDATE(5:1) NOT = '-' OR
                     DF-SCANDATE(6:2) IS NOT NUMERIC OR
                     DF-SCANDATE(8:1) NOT = '-' OR
                     DF-SCANDATE(9:2) IS NOT NUMERIC
                     MOVE 'SCAN DATE MUST BE YYYY-MM-DD'
                                      TO WS-REJ-REASON
                WHEN OTHER
                     MOVE DF-DOCID         TO DOCID
                     MOVE DF-CLAIMNUMBER   TO CLAIMNUMBER
                     MOVE DF-DOCTYPE       TO DOCTYPE
                     MOVE FUNCTION NATIONAL-OF(DF-SCANDATE)
                                           TO SCANDATE
                     PERFORM 2250-CHECK-CLAIM-PARA
                     IF WS-REJ-REASON = SPACES
                        PERFORM 2400-ADD-DOC-PARA
                     END-IF
            END-EVALUATE.
      ****************************************************************
      *   THE CLAIM MUST BE ON THE ACTIVE TABLE. ONE MF47B08 HAS     **
      *   ALREADY ARCHIVED IS CLOSED FOR GOOD AND TAKES NO NEW       **
      *   PAPER - IMAGING IS TOLD WHICH OF THE TWO CASES IT HIT      **
      ****************************************************************
        2250-CHECK-CLAIM-PARA.
      *
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CLM-COUNT
                   FROM MFTR47.CLAIMS6
                  WHERE CLAIMNUMBER = :CLAIMNUMBER
            END-EXEC.
            IF SQLCODE = 0 AND WS-CLM-COUNT = 0
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CLM-COUNT
                      FROM MFTR47.CLAIMS6_ARCH
                     WHERE CLAIMNUMBER = :CLAIMNUMBER
               END-EXEC
               IF SQLCODE = 0
                  IF WS-CLM-COUNT = 0
                     MOVE 'CLAIM NOT ON FILE'
                                      TO WS-REJ-REASON
                  ELSE
                     MOVE 'CLAIM IS ARCHIVED - DOCUMENT NOT INDEXED'
                                      TO WS-REJ-REASON
                  END-IF
               END-IF
            END-IF.
            IF SQLCODE NOT = 0
               MOVE SQLCODE     TO WS-SQLCODE
               STRING 'SQL ERROR IN CLAIM LOOKUP - RC : '
                      WS-SQLCODE DELIMITED BY SIZE
                 INTO WS-REJ-REASON
            END-IF.
      ****************************************************************
      *   INDEX THE DOCUMENT. A DOCUMENT ID ALREADY ON FILE IS       **
      *   IMAGING RE-FILING IT (NEW TYPE, OR MOVED TO ANOTHER        **
      *   CLAIM) - REPLACE THE ROW                                   **
      ****************************************************************
        2400-ADD-DOC-PARA.
      *
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_DOC
                        ( DOCID
                         ,CLAIMNUMBER
                         ,DOCTYPE
                         ,SCANDATE
                         ,DOCLOADTS)
                 VALUES ( :DOCID
                         ,:CLAIMNUMBER
                         ,:DOCTYPE
                         ,:SCANDATE
                         ,CURRENT TIMESTAMP)
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-ADD-COUNT
                WHEN -803
                     PERFORM 2500-REPLACE-DOC-PARA
                WHEN OTHER
                     MOVE SQLCODE     TO WS-SQLCODE
                     STRING 'SQL ERROR IN DOCUMENT ADD - RC : '
                            WS-SQLCODE DELIMITED BY SIZE
                       INTO WS-REJ-REASON
            END-EVALUATE.
      ****************************************************************
      *        REPLACE A DOCUMENT IMAGING HAS RE-FILED               **
      ****************************************************************
        2500-REPLACE-DOC-PARA.
      *
            EXEC SQL
                 UPDATE MFTR47.CLAIMS6_DOC
                    SET CLAIMNUMBER = :CLAIMNUMBER
                       ,DOCTYPE     = :DOCTYPE
                       ,SCANDATE    = :SCANDATE
                       ,DOCLOADTS   = CURRENT TIMESTAMP
                  WHERE DOCID       = :DOCID
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-REP-COUNT
                     DISPLAY 'MF47B32 - DOCUMENT RE-FILED ' DF-DOCID
                             ' CLAIM ' DF-CLAIMNUMBER
                WHEN OTHER
                     MOVE SQLCODE     TO WS-SQLCODE
                     STRING 'SQL ERROR IN DOCUMENT REPLACE - RC : '
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
            MOVE DF-TRANCODE     TO RJ-TRANCODE.
            MOVE DF-DOCID        TO RJ-DOCID.
            MOVE DF-CLAIMNUMBER  TO RJ-CLAIMNUMBER.
            MOVE DF-DOCTYPE      TO RJ-DOCTYPE.
            MOVE DF-SCANDATE     TO RJ-SCANDATE.
            MOVE WS-REJ-REASON   TO RJ-REASON.
            IF DF-CLAIMNUMBER IS NUMERIC
               ADD DF-CLAIMNUMBER TO WS-REJ-CLAIM-HASH
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
               CLOSE DOC-FEED
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
                     DISPLAY 'MF47B32 - NO TRAILER ON FEED - TRANSFER'
                             ' TRUNCATED - JOB FAILED'
                WHEN WS-READ-COUNT NOT = WS-TRL-COUNT
                     DISPLAY 'MF47B32 - RECORD COUNT MISMATCH - READ '
                             WS-READ-COUNT ' TRAILER ' WS-TRL-COUNT
                             ' - JOB FAILED'
                WHEN WS-HASH-CLAIM NOT = WS-TRL-CLAIM
                     DISPLAY 'MF47B32 - CLAIM NUMBER HASH MISMATCH -'
                             ' JOB FAILED'
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
               DISPLAY 'MF47B32 - FEEDCTL INSERT FAILED RC : ' SQLCODE
               DISPLAY 'MF47B32 - FEED NOT RECORDED - JOB FAILED'
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
               MOVE WS-REJ-CLAIM-HASH  TO RT-CLAIM-HASH
               WRITE REJ-TRAILER
            END-IF.
      ****************************************************************
      *   FAIL THE RUN - ROLL BACK SO THE DOCUMENT INDEX IS          **
      *   UNTOUCHED AND THE CORRECTED TRANSFER CAN SIMPLY BE RERUN   **
      ****************************************************************
        3500-FAIL-FEED-PARA.
      *
            EXEC SQL
                 ROLLBACK WORK
            END-EXEC.
            CLOSE DOC-FEED.
            CLOSE REJECT-FILE.
            PERFORM 3100-RUN-SUMMARY-PARA.
            MOVE 8 TO RETURN-CODE.
      ****************************************************************
      *                  PRINT THE RUN SUMMARY                       **
      ****************************************************************
        3100-RUN-SUMMARY-PARA.
            DISPLAY 'MF47B32 - RECORDS READ       : ' WS-READ-COUNT.
            DISPLAY 'MF47B32 -   DOCUMENTS ADDED  : ' WS-ADD-COUNT.
            DISPLAY 'MF47B32 -   DOCUMENTS REFILED: ' WS-REP-COUNT.
            DISPLAY 'MF47B32 - RECORDS REJECTED   : ' WS-REJECT-COUNT.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
