        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B43.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AGT-FILE ASSIGN TO AGTOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - NIGHTLY CLAIM STATUS EXTRACT FOR THE AGENT AND  **
      *              BROKER PORTAL. WRITES ONE RECORD, KEYED BY      **
      *              POLICYNUM, FOR EVERY CLAIM WHOSE STATUS,        **
      *              ASSIGNED ADJUSTER, TOTAL PAID OR LAST ISSUED    **
      *              PAYMENT DATE HAS MOVED SINCE THE PORTAL WAS     **
      *              LAST SENT IT - STATUS CHANGES ON OPTION 5,      **
      *              HANDOFFS ON OPTION T, PAYMENTS AND REVERSALS ON **
      *              OPTION 7 AND THE BANK'S ISSUE CONFIRMATIONS     **
      *              LOADED BY MF47B13 ALL SHOW UP THAT WAY. THE     **
      *              LAST ISSUED DATE IS THE LATEST BANK-CONFIRMED   **
      *              ISSUE DATE ON CLAIMS6_PAY. WHAT WAS LAST SENT   **
      *              FOR EACH CLAIM IS KEPT ON CLAIMS6_AGTSENT AND   **
      *              UPDATED AS THE RECORD IS WRITTEN, SO A RERUN    **
      *              NEVER SENDS THE SAME CHANGE TWICE; THE FIRST    **
      *              RUN SENDS EVERY CLAIM. CLAIMS WITH NO POLICY    **
      *              NUMBER CANNOT BE MATCHED TO AN AGENT AND ARE    **
      *              NOT SENT. A CLAIM WITH AN OPEN SUIT ON          **
      *              CLAIMS6_SUIT OR AN OPEN SIU REFERRAL ON         **
      *              CLAIMS6_SIU IS HELD BACK AND LEFT UNMARKED, SO  **
      *              IT GOES OUT WITH ITS STATUS AS IT THEN STANDS   **
      *              ONCE THE SUIT OR REFERRAL CLOSES. THE FILE IS   **
      *              CLOSED BY A BALANCING TRAILER AS ON MF47B04 -   **
      *              RECORD COUNT, CLAIM-NUMBER HASH AND TOTAL PAID  **
      *              HASH. WORK IS COMMITTED ONCE AT END OF JOB: A   **
      *              FAILED RUN ROLLS BACK, WRITES NO TRAILER AND    **
      *              ENDS RC=8, AND THE NEXT RUN SENDS THE SAME      **
      *              CLAIMS AGAIN. AS ON MF47B03, TODAY'S MF47B02    **
      *              LOAD AND MF47B13 BANK CONFIRMATION LOAD ARE     **
      *              CHECKED ON THE RUN-CONTROL TABLE FIRST - EITHER **
      *              ENDING RC=8 STOPS THIS JOB RC=8 TOO, BEFORE     **
      *              ANYTHING IS SENT.                               **
      * CALLED BY  - JCL: MF47B43J                                   **
      ***************************************************************

        FILE SECTION.
        FD  AGT-FILE
            RECORDING MODE IS F.
        01  AGT-RECORD.
            05 AG-RECTYPE            PIC X(01).
            05 AG-POLICYNUM          PIC X(12).
            05 AG-CLAIMNUMBER        PIC 9(09).
            05 AG-LOSSDATE           PIC X(10).
            05 AG-STATUS             PIC X(07).
            05 AG-ADJUSTER           PIC X(08).
            05 AG-PAID               PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 AG-LASTISSUED         PIC X(10).
        01  AGT-TRAILER REDEFINES AGT-RECORD.
            05 AT-RECTYPE            PIC X(01).
            05 AT-REC-COUNT          PIC 9(09).
            05 AT-CLAIM-HASH         PIC 9(15).
            05 AT-PAID-HASH          PIC S9(11)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 FILLER                PIC X(30).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-EOF-SW             PIC X(01) VALUE 'N'.
            88 EOF-TRUE                    VALUE 'Y'.
            88 EOF-FALSE                   VALUE 'N'.
        01 WS-AGT-SW             PIC X(01) VALUE 'Y'.
            88 AGT-OK                      VALUE 'Y'.
            88 AGT-FAILED                  VALUE 'N'.
        01 WS-UPSTREAM-SW        PIC X(01) VALUE 'Y'.
            88 UPSTREAM-OK                 VALUE 'Y'.
            88 UPSTREAM-FAILED             VALUE 'N'.
      *    THE LOAD WHOSE RUN-CONTROL OUTCOME IS BEING CHECKED
        01 WS-UP-PGM             PIC X(08).
        01 WS-SENT-COUNT         PIC 9(07) VALUE 0.
        01 WS-CLAIM-HASH         PIC 9(15) VALUE 0.
        01 WS-PAID-HASH          PIC S9(11)V9(2) VALUE 0.
      *    ONE CLAIM AS FETCHED - ITS LOSS DATE, LAST ISSUED DATE
      *    (NULL WHEN NOTHING HAS BEEN ISSUED) AND WHETHER IT HAS
      *    BEEN SENT BEFORE
        01 WS-LOSS-DATE          PIC X(10).
        01 WS-LAST-ISS           PIC X(10).
        01 WS-LAST-ISS-IND       PIC S9(4) USAGE COMP-5.
        01 WS-SENT-SW            PIC X(01).
            88 SENT-BEFORE                 VALUE 'Y'.
            88 NEVER-SENT                  VALUE 'N'.
        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP20
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP36
            END-EXEC.

      *    LIVE CLAIMS WITH A POLICY NUMBER WHOSE STATUS, ADJUSTER,
      *    TOTAL PAID OR LAST ISSUED DATE DIFFERS FROM WHAT THE PORTAL
      *    WAS LAST SENT, OR THAT IT HAS NEVER BEEN SENT - LESS ANY
      *    IN OPEN LITIGATION OR OPEN SIU REVIEW
            EXEC SQL
                DECLARE AGTCSR CURSOR FOR
                    SELECT C.POLICYNUM, C.CLAIMNUMBER,
                           COALESCE(CHAR(C.CLAIMDATE, ISO), ''),
                           C.STATUS, COALESCE(C.ADJUSTER, ''),
                           COALESCE(C.PAID, 0),
                           CHAR(L.LASTISS, ISO),
                           CASE WHEN A.CLAIMNUMBER IS NULL
                                THEN 'N' ELSE 'Y' END
                      FROM MFTR47.CLAIMS6 C
                      LEFT OUTER JOIN
                           (SELECT P.CLAIMNUMBER,
                                   MAX(DATE(P.ISSUETS)) AS LASTISS
                              FROM MFTR47.CLAIMS6_PAY P
                             WHERE P.ISSUETS IS NOT NULL
                             GROUP BY P.CLAIMNUMBER) L
                        ON L.CLAIMNUMBER = C.CLAIMNUMBER
                      LEFT OUTER JOIN MFTR47.CLAIMS6_AGTSENT A
                        ON A.CLAIMNUMBER = C.CLAIMNUMBER
                     WHERE COALESCE(C.POLICYNUM, ' ') <> ' '
                       AND (A.CLAIMNUMBER IS NULL
                        OR A.AGTPOLICY   <> C.POLICYNUM
                        OR A.AGTSTATUS   <> C.STATUS
                        OR A.AGTADJUSTER <> COALESCE(C.ADJUSTER, ' ')
                        OR A.AGTPAID     <> COALESCE(C.PAID, 0)
                        OR COALESCE(A.AGTLASTISS, DATE('0001-01-01'))
                           <> COALESCE(L.LASTISS, DATE('0001-01-01')))
                       AND NOT EXISTS
                           (SELECT 1 FROM MFTR47.CLAIMS6_SUIT S
                             WHERE S.CLAIMNUMBER = C.CLAIMNUMBER
                               AND S.SUITSTATUS = 'OPEN')
                       AND NOT EXISTS
                           (SELECT 1 FROM MFTR47.CLAIMS6_SIU I
                             WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                               AND I.SIUSTATUS = 'OPEN')
                     ORDER BY C.POLICYNUM, C.CLAIMNUMBER
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
            MOVE 'MF47B43'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 0500-CHECK-UPSTREAM-PARA.
            IF UPSTREAM-OK
               PERFORM 1000-INITIALIZE-PARA
               PERFORM 2000-PROCESS-CURSOR-PARA
               PERFORM 3000-TERMINATE-PARA
            ELSE
               MOVE 8 TO RETURN-CODE
            END-IF.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-SENT-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   REFUSE TO SEND ON TOP OF A FAILED LOAD - IF TODAY'S LATEST **
      *   MF47B02 CLAIM LOAD OR MF47B13 BANK CONFIRMATION LOAD ON THE**
      *   RUN-CONTROL TABLE ENDED RC=8, THE STATUSES OR ISSUE DATES  **
      *   ARE INCOMPLETE AND THE PORTAL WOULD SHOW AGENTS THE WRONG  **
      *   PICTURE. NO RUN RECORDED TODAY IS NOT AN ERROR - THE LOAD  **
      *   MAY SIMPLY NOT HAVE RUN YET                                **
      ****************************************************************
        0500-CHECK-UPSTREAM-PARA.
      *
            MOVE 'MF47B02' TO WS-UP-PGM.
            PERFORM 0510-CHECK-ONE-LOAD-PARA.
            MOVE 'MF47B13' TO WS-UP-PGM.
            PERFORM 0510-CHECK-ONE-LOAD-PARA.
      ****************************************************************
      *   CHECK TODAY'S LATEST FINISHED RUN OF THE LOAD IN WS-UP-PGM **
      ****************************************************************
        0510-CHECK-ONE-LOAD-PARA.
      *
            MOVE WS-UP-PGM TO PGMNAME.
            EXEC SQL
                 SELECT RETCODE
                   INTO :RETCODE
                   FROM MFTR47.CLAIMS6_RUNCTL
                  WHERE PGMNAME = :PGMNAME
                    AND RUNDATE = CURRENT DATE
                    AND ENDTS IS NOT NULL
                  ORDER BY STARTTS DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 100
                     CONTINUE
                WHEN SQLCODE NOT = 0
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B43 - RUNCTL CHECK FAILED RC : '
                             WS-SQLCODE
                WHEN RETCODE >= 8
                     DISPLAY 'MF47B43 - TODAYS ' WS-UP-PGM
                             ' RUN ENDED RC=' RETCODE
                             ' - EXTRACT REFUSED'
                     SET UPSTREAM-FAILED TO TRUE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
      ****************************************************************
      *   INITIALISE FILE AND CURSOR                                 **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT AGT-FILE.
            EXEC SQL
                OPEN AGTCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B43 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               SET AGT-FAILED TO TRUE
            END-IF.
      ****************************************************************
      *   SEND EVERY CHANGED CLAIM IN POLICY ORDER - A FAILURE STOPS **
      *   THE RUN, SINCE IT WILL BE RESENT WHOLE ANYWAY              **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            PERFORM 2100-FETCH-ROW-PARA.
            PERFORM 2150-SEND-CLAIM-PARA
               UNTIL EOF-TRUE.
      ****************************************************************
      *   WRITE ONE CLAIM TO THE PORTAL FILE, MARK IT SENT, THEN     **
      *   FETCH THE NEXT                                             **
      ****************************************************************
        2150-SEND-CLAIM-PARA.
      *
            PERFORM 2200-WRITE-AGT-PARA.
            PERFORM 2300-MARK-SENT-PARA.
            PERFORM 2100-FETCH-ROW-PARA.
      ****************************************************************
      *   FETCH ONE CHANGED CLAIM                                    **
      ****************************************************************
        2100-FETCH-ROW-PARA.
      *
            IF AGT-OK
               EXEC SQL
                   FETCH AGTCSR
                    INTO :POLICYNUM, :CLAIMS6.CLAIMNUMBER,
                         :WS-LOSS-DATE, :STATUS, :ADJUSTER, :PAID,
                         :WS-LAST-ISS :WS-LAST-ISS-IND, :WS-SENT-SW
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B43 - FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        SET AGT-FAILED TO TRUE
               END-EVALUATE
            ELSE
               SET EOF-TRUE TO TRUE
            END-IF.
      ****************************************************************
      *   FORMAT ONE CLAIM INTO THE PORTAL FILE AND ADD IT TO THE    **
      *   TRAILER TOTALS                                             **
      ****************************************************************
        2200-WRITE-AGT-PARA.
      *
            IF WS-LAST-ISS-IND < 0
               MOVE SPACES TO WS-LAST-ISS
            END-IF.
            MOVE 'D'                          TO AG-RECTYPE.
            MOVE POLICYNUM                    TO AG-POLICYNUM.
            MOVE CLAIMNUMBER OF CLAIMS6       TO AG-CLAIMNUMBER.
            MOVE WS-LOSS-DATE                 TO AG-LOSSDATE.
            MOVE STATUS                       TO AG-STATUS.
            MOVE ADJUSTER                     TO AG-ADJUSTER.
            MOVE PAID                         TO AG-PAID.
            MOVE WS-LAST-ISS                  TO AG-LASTISSUED.
            WRITE AGT-RECORD.
            ADD 1                             TO WS-SENT-COUNT.
            ADD AG-CLAIMNUMBER                TO WS-CLAIM-HASH.
            ADD AG-PAID                       TO WS-PAID-HASH.
      ****************************************************************
      *   RECORD WHAT THE PORTAL WAS JUST SENT FOR THE CLAIM SO A    **
      *   RERUN NEVER RESENDS IT - ADDING THE CLAIM'S ROW THE FIRST  **
      *   TIME IT GOES                                               **
      ****************************************************************
        2300-MARK-SENT-PARA.
      *
            IF SENT-BEFORE
               EXEC SQL
                   UPDATE MFTR47.CLAIMS6_AGTSENT
                      SET AGTPOLICY   = :POLICYNUM
                         ,AGTSTATUS   = :STATUS
                         ,AGTADJUSTER = :ADJUSTER
                         ,AGTPAID     = :PAID
                         ,AGTLASTISS  = :WS-LAST-ISS :WS-LAST-ISS-IND
                         ,AGTSENTTS   = CURRENT TIMESTAMP
                    WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
               END-EXEC
            ELSE
               EXEC SQL
                   INSERT INTO MFTR47.CLAIMS6_AGTSENT
                          ( CLAIMNUMBER
                           ,AGTPOLICY
                           ,AGTSTATUS
                           ,AGTADJUSTER
                           ,AGTPAID
                           ,AGTLASTISS
                           ,AGTSENTTS)
                   VALUES ( :CLAIMS6.CLAIMNUMBER
                           ,:POLICYNUM
                           ,:STATUS
                           ,:ADJUSTER
                           ,:PAID
                           ,:WS-LAST-ISS :WS-LAST-ISS-IND
                           ,CURRENT TIMESTAMP)
               END-EXEC
            END-IF.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B43 - MARK FAILED FOR CLAIM '
                       AG-CLAIMNUMBER ' RC : ' WS-SQLCODE
               SET AGT-FAILED TO TRUE
            END-IF.
      ****************************************************************
      *   ON A CLEAN RUN WRITE THE BALANCING TRAILER AND COMMIT THE  **
      *   MARKS - THE FILE AND THE MARKING STAND OR FALL TOGETHER. ON**
      *   A FAILED ONE ROLL BACK, WRITE NO TRAILER AND END RC=8      **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            EXEC SQL
                CLOSE AGTCSR
            END-EXEC.
            IF AGT-OK
               MOVE SPACES         TO AGT-RECORD
               MOVE 'T'            TO AT-RECTYPE
               MOVE WS-SENT-COUNT  TO AT-REC-COUNT
               MOVE WS-CLAIM-HASH  TO AT-CLAIM-HASH
               MOVE WS-PAID-HASH   TO AT-PAID-HASH
               WRITE AGT-RECORD
               EXEC SQL
                    COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                    ROLLBACK WORK
               END-EXEC
               DISPLAY 'MF47B43 - RUN FAILED - NO TRAILER WRITTEN, '
                       'NOTHING MARKED SENT'
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE AGT-FILE.
            DISPLAY 'MF47B43 - CLAIMS SENT : ' WS-SENT-COUNT.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
