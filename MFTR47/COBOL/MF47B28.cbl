        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B28.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STOP-FILE ASSIGN TO STOPOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - ESCHEAT DUE DILIGENCE ON STALE UNCASHED CHECKS. **
      *              STAGE 1: EVERY CLAIMS6_PAY ROW ISSUED MORE THAN **
      *              THE STALENESS LIMIT AGO AND STILL NOT CLEARED   **
      *              (THE SAME ROWS MF47B13 LISTS) HAS A CHECK-      **
      *              OUTSTANDING LETTER (CORRTYPE OUTS) QUEUED ON    **
      *              CLAIMS6_CORR FOR MF47B26 TO SEND TO THE PAYEE,  **
      *              AND IS MARKED DISBSTAT = 'O' WITH THE DUE-      **
      *              DILIGENCE DATE (DUEDILTS). A CHECK THE PAYEE    **
      *              CASHES AFTER THAT SIMPLY CLEARS THROUGH         **
      *              MF47B13. STAGE 2: EVERY CHECK STILL OUTSTANDING **
      *              THE DORMANCY PERIOD AFTER ITS LETTER GOES TO    **
      *              THE BANK AS A STOP-PAYMENT INSTRUCTION ON THE   **
      *              STOP FILE (CLOSED BY A COUNT AND AMOUNT HASH    **
      *              TRAILER THE WAY MF47B12 CLOSES THE DISBURSEMENT **
      *              FILES), IS MARKED DISBSTAT = 'P' WITH STOPTS,   **
      *              AND ITS CLAIM'S PAID IS RE-DERIVED WITHOUT IT - **
      *              THE MONEY NEVER REACHED THE PAYEE AND IS STILL  **
      *              OWED - WITH THE RESERVE RECALCULATED TO MATCH   **
      *              AND A CLAIMS6_HIST ROW (CHGTYPE E) RECORDING    **
      *              THE CHANGE. MF47B29 LATER TURNS STOPPED CHECKS  **
      *              OVER AS UNCLAIMED PROPERTY. THE STATE           **
      *              PREDICATES ON EACH UPDATE MAKE A RERUN SAFE.    **
      *              WORK IS COMMITTED ONCE AT END OF JOB, AND ONLY  **
      *              ON A CLEAN RUN - A FAILED ONE ROLLS BACK EVERY  **
      *              LETTER, MARK AND ROLLUP, WRITES NO TRAILER ON   **
      *              THE STOP FILE AND ENDS RC=8, SO IT IS SIMPLY    **
      *              RERUN.                                          **
      * CALLED BY  - JCL: MF47B28J                                   **
      ***************************************************************

        FILE SECTION.
        FD  STOP-FILE
            RECORDING MODE IS F.
        01  STOP-RECORD              PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-EOF-SW             PIC X(01) VALUE 'N'.
            88 EOF-TRUE                    VALUE 'Y'.
            88 EOF-FALSE                   VALUE 'N'.
        01 WS-STOP-EOF-SW        PIC X(01) VALUE 'N'.
            88 STOP-EOF-TRUE               VALUE 'Y'.
            88 STOP-EOF-FALSE              VALUE 'N'.
        01 WS-LETTER-COUNT       PIC 9(07) VALUE 0.
        01 WS-STOP-COUNT         PIC 9(07) VALUE 0.
        01 WS-FAIL-COUNT         PIC 9(07) VALUE 0.
        01 WS-LETTER-SW          PIC X(01) VALUE 'N'.
            88 LETTER-QUEUED               VALUE 'Y'.
            88 LETTER-NOT-QUEUED           VALUE 'N'.
        01 WS-STOP-HASH          PIC 9(11)V9(2) VALUE 0.
      *    A CHECK ISSUED THIS MANY DAYS AGO AND STILL NOT CLEARED
      *    IS STALE - THE SAME LIMIT MF47B13 REPORTS ON
        01 WS-STALE-DAYS         PIC 9(03) VALUE 30.
      *    DAYS ALLOWED FOR THE PAYEE TO ANSWER THE CHECK-OUTSTANDING
      *    LETTER BEFORE THE CHECK IS STOPPED AT THE BANK
        01 WS-DORMANT-DAYS       PIC 9(03) VALUE 90.
        01 WS-NEXT-SEQ           PIC S9(9) USAGE COMP-5.
        01 WS-SEQ-IND            PIC S9(4) USAGE COMP-5.
        01 WS-BANKREF-IND        PIC S9(4) USAGE COMP-5.
        01 WS-OLD-PAID           PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-PAY-TOTAL          PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-PAY-IND            PIC S9(4) USAGE COMP-5.
        01 WS-ISSUETS-D          PIC X(26).
        01 WS-STOP-DETAIL.
            05 SP-RECTYPE            PIC X(01).
            05 SP-CLAIMNUMBER        PIC 9(09).
            05 SP-PAYSEQ             PIC 9(09).
            05 SP-PAYAMT             PIC 9(09)V9(2).
            05 SP-BANKREF            PIC X(16).
            05 SP-ISSUED             PIC X(10).
            05 FILLER                PIC X(24) VALUE SPACES.
        01 WS-STOP-TRAILER.
            05 ST-RECTYPE            PIC X(01).
            05 ST-REC-COUNT          PIC 9(07).
            05 ST-AMT-HASH           PIC 9(11)V9(2).
            05 FILLER                PIC X(59) VALUE SPACES.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP6
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP21
            END-EXEC.

      *    STAGE 1 - EVERY CHECK ISSUED PAST THE STALENESS LIMIT AND
      *    NOT YET UNDER DUE DILIGENCE
            EXEC SQL
                DECLARE OUTCSR CURSOR FOR
                    SELECT CLAIMNUMBER, PAYSEQ
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE DISBSTAT = 'I'
                       AND ISSUETS < CURRENT TIMESTAMP
                                     - :WS-STALE-DAYS DAYS
                     ORDER BY ISSUETS
            END-EXEC.
      *    STAGE 2 - EVERY CHECK STILL OUTSTANDING THE DORMANCY
      *    PERIOD AFTER ITS LETTER WAS QUEUED
            EXEC SQL
                DECLARE STPCSR CURSOR FOR
                    SELECT CLAIMNUMBER, PAYSEQ, PAYAMT, BANKREF,
                           ISSUETS
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE DISBSTAT = 'O'
                       AND DUEDILTS < CURRENT TIMESTAMP
                                      - :WS-DORMANT-DAYS DAYS
                     ORDER BY DUEDILTS
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
            MOVE 'MF47B28'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-DUE-DILIGENCE-PARA.
            PERFORM 4000-STOP-PAYMENTS-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            ADD WS-LETTER-COUNT TO WS-STOP-COUNT
                GIVING RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *                 INITIALISE THE STOP FILE                     **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT STOP-FILE.
      ****************************************************************
      *   STAGE 1 - QUEUE A CHECK-OUTSTANDING LETTER FOR EVERY STALE **
      *   ISSUED CHECK AND MARK IT UNDER DUE DILIGENCE               **
      ****************************************************************
        2000-DUE-DILIGENCE-PARA.
      *
            EXEC SQL
                OPEN OUTCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B28 - OPEN STALE FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-STALE-PARA.
            PERFORM 2150-PROCESS-STALE-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE OUTCSR
            END-EXEC.
      ****************************************************************
      *   QUEUE ONE STALE CHECK'S LETTER AND ONLY THEN MARK IT       **
      *   OUTSTANDING - NO CHECK IS EVER UNDER DUE DILIGENCE WITHOUT **
      *   ITS LETTER - THEN FETCH THE NEXT                           **
      ****************************************************************
        2150-PROCESS-STALE-PARA.
      *
            PERFORM 2200-QUEUE-LETTER-PARA.
            IF LETTER-QUEUED
               PERFORM 2300-MARK-OUTSTANDING-PARA
            END-IF.
            PERFORM 2100-FETCH-STALE-PARA.
      ****************************************************************
      *                FETCH ONE STALE ISSUED CHECK                  **
      ****************************************************************
        2100-FETCH-STALE-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH OUTCSR
                    INTO :CLAIMS6P.CLAIMNUMBER, :CLAIMS6P.PAYSEQ
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B28 - STALE FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   QUEUE THE CHECK-OUTSTANDING LETTER ON MFTR47.CLAIMS6_CORR  **
      *   UNDER THE CLAIM'S NEXT CORRESPONDENCE SEQUENCE, CARRYING   **
      *   THE CHECK'S PAYMENT SEQUENCE SO MF47B26 ADDRESSES IT TO    **
      *   THAT PAYMENT'S PAYEE                                       **
      ****************************************************************
        2200-QUEUE-LETTER-PARA.
      *
            SET LETTER-NOT-QUEUED TO TRUE.
            MOVE CLAIMNUMBER OF CLAIMS6P TO CLAIMNUMBER OF CLAIMS6M.
            MOVE 0               TO WS-NEXT-SEQ.
            EXEC SQL
                SELECT MAX(CORRSEQ)
                  INTO :WS-NEXT-SEQ :WS-SEQ-IND
                  FROM MFTR47.CLAIMS6_CORR
                 WHERE CLAIMNUMBER = :CLAIMS6M.CLAIMNUMBER
            END-EXEC.
            IF WS-SEQ-IND < 0
               MOVE 0            TO WS-NEXT-SEQ
            END-IF
            ADD 1                TO WS-NEXT-SEQ.
            MOVE WS-NEXT-SEQ     TO CORRSEQ.
            MOVE 'OUTS'          TO CORRTYPE.
            MOVE PAYSEQ OF CLAIMS6P TO PAYSEQ OF CLAIMS6M.
            EXEC SQL
                INSERT INTO MFTR47.CLAIMS6_CORR
                       ( CLAIMNUMBER
                        ,CORRSEQ
                        ,CORRTYPE
                        ,PAYSEQ
                        ,CORRTS
                        ,DISPATCHED)
                VALUES ( :CLAIMS6M.CLAIMNUMBER
                        ,:CORRSEQ
                        ,:CORRTYPE
                        ,:CLAIMS6M.PAYSEQ
                        ,CURRENT TIMESTAMP
                        ,'N')
            END-EXEC.
            IF SQLCODE = 0
               ADD 1 TO WS-LETTER-COUNT
               SET LETTER-QUEUED TO TRUE
            ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B28 - LETTER QUEUE FAILED FOR CLAIM '
                       CLAIMNUMBER OF CLAIMS6P
                       ' SEQ ' PAYSEQ OF CLAIMS6P ' RC : ' WS-SQLCODE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   MARK THE CHECK UNDER DUE DILIGENCE - THE STATE PREDICATE   **
      *   STOPS A CHECK THE BANK CLEARED MEANWHILE BEING CHASED, AND **
      *   THE LETTER JUST QUEUED FOR IT IS WITHDRAWN                 **
      ****************************************************************
        2300-MARK-OUTSTANDING-PARA.
      *
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAY
                   SET DISBSTAT = 'O'
                      ,DUEDILTS = CURRENT TIMESTAMP
                      ,PAYCHGTS = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
                   AND PAYSEQ      = :CLAIMS6P.PAYSEQ
                   AND DISBSTAT    = 'I'
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     DISPLAY 'MF47B28 - CLAIM ' CLAIMNUMBER OF CLAIMS6P
                             ' SEQ ' PAYSEQ OF CLAIMS6P
                             ' NO LONGER ISSUED - NOT CHASED'
                     PERFORM 2350-WITHDRAW-LETTER-PARA
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B28 - OUTSTANDING MARK FAILED RC : '
                             WS-SQLCODE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   TAKE BACK THE LETTER QUEUED FOR A CHECK THAT WAS NOT       **
      *   MARKED - MF47B26 MUST NOT WRITE TO A PAYEE WHO HAS CASHED  **
      ****************************************************************
        2350-WITHDRAW-LETTER-PARA.
      *
            EXEC SQL
                DELETE FROM MFTR47.CLAIMS6_CORR
                 WHERE CLAIMNUMBER = :CLAIMS6M.CLAIMNUMBER
                   AND CORRSEQ     = :CORRSEQ
                   AND DISPATCHED  = 'N'
            END-EXEC.
            IF SQLCODE = 0
               SUBTRACT 1 FROM WS-LETTER-COUNT
            ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B28 - LETTER WITHDRAW FAILED FOR CLAIM '
                       CLAIMNUMBER OF CLAIMS6P ' RC : ' WS-SQLCODE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
      ****************************************************************
      *   STAGE 2 - STOP EVERY CHECK STILL OUTSTANDING PAST THE      **
      *   DORMANCY PERIOD                                            **
      ****************************************************************
        4000-STOP-PAYMENTS-PARA.
      *
            EXEC SQL
                OPEN STPCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B28 - OPEN DORMANT FAILED RC : ' WS-SQLCODE
               SET STOP-EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 4100-FETCH-DORMANT-PARA.
            PERFORM 4150-STOP-CHECK-PARA
               UNTIL STOP-EOF-TRUE.
            EXEC SQL
                CLOSE STPCSR
            END-EXEC.
      ****************************************************************
      *   SEND ONE STOP-PAYMENT, MARK THE CHECK STOPPED, TAKE IT OUT **
      *   OF THE CLAIM'S PAID, THEN FETCH THE NEXT                   **
      ****************************************************************
        4150-STOP-CHECK-PARA.
      *
            PERFORM 4300-MARK-STOPPED-PARA.
            IF SQLCODE = 0
               PERFORM 4200-WRITE-STOP-PARA
               PERFORM 4400-ROLLUP-CLAIM-PARA
            END-IF.
            PERFORM 4100-FETCH-DORMANT-PARA.
      ****************************************************************
      *              FETCH ONE DORMANT OUTSTANDING CHECK             **
      ****************************************************************
        4100-FETCH-DORMANT-PARA.
      *
            IF STOP-EOF-FALSE
               EXEC SQL
                   FETCH STPCSR
                    INTO :CLAIMS6P.CLAIMNUMBER, :CLAIMS6P.PAYSEQ,
                         :PAYAMT, :BANKREF :WS-BANKREF-IND,
                         :ISSUETS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        IF WS-BANKREF-IND < 0
                           MOVE SPACES TO BANKREF
                        END-IF
                   WHEN 100
                        SET STOP-EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B28 - DORMANT FETCH FAILED RC : '
                                WS-SQLCODE
                        SET STOP-EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   WRITE THE STOP-PAYMENT INSTRUCTION - THE BANK MATCHES IT   **
      *   ON ITS OWN REFERENCE FROM THE ISSUE CONFIRMATION           **
      ****************************************************************
        4200-WRITE-STOP-PARA.
      *
            MOVE 'D'                     TO SP-RECTYPE.
            MOVE CLAIMNUMBER OF CLAIMS6P TO SP-CLAIMNUMBER.
            MOVE PAYSEQ OF CLAIMS6P      TO SP-PAYSEQ.
            MOVE PAYAMT                  TO SP-PAYAMT.
            MOVE BANKREF                 TO SP-BANKREF.
            MOVE FUNCTION DISPLAY-OF(ISSUETS) TO WS-ISSUETS-D.
            MOVE WS-ISSUETS-D(1:10)      TO SP-ISSUED.
            WRITE STOP-RECORD FROM WS-STOP-DETAIL.
            ADD 1                        TO WS-STOP-COUNT.
            ADD PAYAMT                   TO WS-STOP-HASH.
      ****************************************************************
      *   MARK THE CHECK STOPPED - A CHECK THAT CLEARED SINCE THE    **
      *   FETCH IS LEFT ALONE BY THE STATE PREDICATE                 **
      ****************************************************************
        4300-MARK-STOPPED-PARA.
      *
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAY
                   SET DISBSTAT = 'P'
                      ,STOPTS   = CURRENT TIMESTAMP
                      ,PAYCHGTS = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
                   AND PAYSEQ      = :CLAIMS6P.PAYSEQ
                   AND DISBSTAT    = 'O'
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     DISPLAY 'MF47B28 - CLAIM ' CLAIMNUMBER OF CLAIMS6P
                             ' SEQ ' PAYSEQ OF CLAIMS6P
                             ' NO LONGER OUTSTANDING - NOT STOPPED'
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B28 - STOP MARK FAILED RC : '
                             WS-SQLCODE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   RE-DERIVE THE CLAIM'S PAID WITHOUT STOPPED AND ESCHEATED   **
      *   CHECKS (AS MF47CB3 7100-ROLLUP-PAY-PARA DOES) AND ITS      **
      *   RESERVE (AS 7400-RECALC-RESERVE-PARA DOES), AND RECORD THE **
      *   CHANGE ON CLAIMS6_HIST AS CHGTYPE E UNDER THE ESCHEAT USER **
      ****************************************************************
        4400-ROLLUP-CLAIM-PARA.
      *
            MOVE 0 TO WS-OLD-PAID.
            EXEC SQL
                SELECT COALESCE(PAID, 0)
                  INTO :WS-OLD-PAID
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
            END-EXEC.
            MOVE 0 TO WS-PAY-TOTAL.
            EXEC SQL
                SELECT SUM(PAYAMT)
                  INTO :WS-PAY-TOTAL :WS-PAY-IND
                  FROM MFTR47.CLAIMS6_PAY
                 WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
                   AND COALESCE(DISBSTAT, ' ') NOT IN ('P', 'U')
            END-EXEC.
            IF WS-PAY-IND < 0
               MOVE 0 TO WS-PAY-TOTAL
            END-IF.
            EXEC SQL
                UPDATE MFTR47.CLAIMS6 C
                   SET PAID       = :WS-PAY-TOTAL
                      ,RESERVEAMT = C.VALUE1 - :WS-PAY-TOTAL
                           + (SELECT COALESCE(SUM(V.RESVAMT), 0)
                                FROM MFTR47.CLAIMS6_RESV V
                               WHERE V.CLAIMNUMBER = C.CLAIMNUMBER)
                           - (SELECT COALESCE(SUM(R.RECOVAMT), 0)
                                FROM MFTR47.CLAIMS6_RECOV R
                               WHERE R.CLAIMNUMBER = C.CLAIMNUMBER)
                      ,ORIGPAID   =
                       CASE WHEN C.ORIGCURR IS NULL THEN NULL
                            ELSE (SELECT COALESCE(SUM(P.PAYORIGAMT), 0)
                                    FROM MFTR47.CLAIMS6_PAY P
                                   WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                                     AND COALESCE(P.DISBSTAT, ' ')
                                         NOT IN ('P', 'U'))
                       END
                      ,ROWTS      = CURRENT TIMESTAMP
                 WHERE C.CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B28 - PAID ROLLUP FAILED FOR CLAIM '
                       CLAIMNUMBER OF CLAIMS6P ' RC : ' WS-SQLCODE
               ADD 1 TO WS-FAIL-COUNT
            ELSE
               EXEC SQL
                   INSERT INTO MFTR47.CLAIMS6_HIST
                          ( CLAIMNUMBER
                           ,OLDPAID
                           ,NEWPAID
                           ,OLDVALUE1
                           ,NEWVALUE1
                           ,OLDCAUSE
                           ,NEWCAUSE
                           ,OLDOBS
                           ,NEWOBS
                           ,CHGTS
                           ,CHGUSER
                           ,CHGTYPE
                           ,OLDSTATUS
                           ,NEWSTATUS
                           ,OLDADJUSTER
                           ,NEWADJUSTER)
                   SELECT  CLAIMNUMBER
                          ,:WS-OLD-PAID
                          ,PAID
                          ,VALUE1
                          ,VALUE1
                          ,CAUSE
                          ,CAUSE
                          ,OBSERVATIONS
                          ,OBSERVATIONS
                          ,CURRENT TIMESTAMP
                          ,'ESCHEAT'
                          ,'E'
                          ,STATUS
                          ,STATUS
                          ,ADJUSTER
                          ,ADJUSTER
                     FROM  MFTR47.CLAIMS6
                    WHERE  CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-SQLCODE
                  DISPLAY 'MF47B28 - HISTORY FAILED FOR CLAIM '
                          CLAIMNUMBER OF CLAIMS6P ' RC : ' WS-SQLCODE
                  ADD 1 TO WS-FAIL-COUNT
               END-IF
            END-IF.
      ****************************************************************
      *   ON A CLEAN RUN CLOSE THE STOP FILE WITH ITS BALANCING      **
      *   TRAILER AND COMMIT THE LETTERS, MARKS AND ROLLUPS - THE    **
      *   FILE AND THE DATABASE STAND OR FALL TOGETHER. ON A FAILED  **
      *   ONE ROLL BACK, WRITE NO TRAILER AND END RC=8. THEN PRINT A **
      *   RUN SUMMARY                                                **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            IF WS-FAIL-COUNT = 0
               MOVE 'T'           TO ST-RECTYPE
               MOVE WS-STOP-COUNT TO ST-REC-COUNT
               MOVE WS-STOP-HASH  TO ST-AMT-HASH
               WRITE STOP-RECORD FROM WS-STOP-TRAILER
               EXEC SQL
                    COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                    ROLLBACK WORK
               END-EXEC
               DISPLAY 'MF47B28 - RUN FAILED - NO TRAILER WRITTEN, '
                       'NOTHING LETTERED, MARKED OR STOPPED'
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE STOP-FILE.
            DISPLAY 'MF47B28 - LETTERS QUEUED   : ' WS-LETTER-COUNT.
            DISPLAY 'MF47B28 - CHECKS STOPPED   : ' WS-STOP-COUNT.
            DISPLAY 'MF47B28 - FAILURES         : ' WS-FAIL-COUNT.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
