        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B29.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO UNCLRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - ANNUAL UNCLAIMED-PROPERTY (ESCHEAT) TURNOVER    **
      *              AND REPORT. EVERY CLAIMS6_PAY CHECK STOPPED BY  **
      *              THE MF47B28 DUE-DILIGENCE RUN (DISBSTAT P) IS   **
      *              MOVED TO UNCLAIMED-PROPERTY STATUS (DISBSTAT U) **
      *              WITH THE ESCHEAT DATE (ESCHTS) AND THE STATE OF **
      *              THE OWNER'S LAST KNOWN ADDRESS (ESCHSTATE) -    **
      *              TAKEN FROM THE PAYEE PARTY'S PARTYADDR, OR THE  **
      *              CLAIMANT'S WHEN THE PAYMENT NAMED NO PAYEE,     **
      *              KEYED AS "STREET, CITY, ST ZIP". AN ADDRESS NOT **
      *              KEYED THAT WAY IS REPORTED UNDER UNKNOWN STATE  **
      *              FOR THE HOLDER TO RESOLVE BY HAND. THE REPORT   **
      *              THEN LISTS EVERY CHECK ESCHEATED IN THE CURRENT **
      *              YEAR, GROUPED BY STATE WITH A COUNT AND AMOUNT  **
      *              FOR EACH STATE'S FILING. THE AMOUNT STAYS OUT   **
      *              OF THE CLAIM'S PAID (IT IS STILL OWED, NOW TO   **
      *              THE STATE AS CUSTODIAN) AND GOES TO THE LEDGER  **
      *              AS AN MF47B04 SOURCE E MOVEMENT. A RERUN IN THE **
      *              SAME YEAR ESCHEATS NOTHING TWICE AND REPRINTS   **
      *              THE SAME REPORT. THE TURNOVER IS COMMITTED ONLY **
      *              WHEN EVERY CHECK WENT OVER CLEAN - A FAILURE    **
      *              ROLLS IT ALL BACK AND ENDS RC=8, AND THE REPORT **
      *              THEN SHOWS ONLY WHAT EARLIER RUNS ESCHEATED.    **
      * CALLED BY  - JCL: MF47B29J                                   **
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
        01 WS-RPT-EOF-SW         PIC X(01) VALUE 'N'.
            88 RPT-EOF-TRUE                VALUE 'Y'.
            88 RPT-EOF-FALSE               VALUE 'N'.
        01 WS-FIRST-SW           PIC X(01) VALUE 'Y'.
            88 FIRST-STATE                 VALUE 'Y'.
            88 NOT-FIRST-STATE             VALUE 'N'.
        01 WS-ESCH-COUNT         PIC 9(07) VALUE 0.
        01 WS-FAIL-COUNT         PIC 9(07) VALUE 0.
        01 WS-UNKNOWN-COUNT      PIC 9(07) VALUE 0.
        01 WS-RPT-COUNT          PIC 9(07) VALUE 0.
        01 WS-RPT-TOTAL          PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
        01 WS-STATE-COUNT        PIC 9(07) VALUE 0.
        01 WS-STATE-TOTAL        PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
        01 WS-BREAK-STATE        PIC X(02).
        01 WS-RPT-YEAR           PIC S9(9) USAGE COMP-5.
        01 WS-RPT-YEAR-D         PIC 9(04).
        01 WS-PAYEE-IND          PIC S9(4) USAGE COMP-5.
        01 WS-STATE-IND          PIC S9(4) USAGE COMP-5.
        01 WS-ISSUETS-D          PIC X(26).
        01 WS-OWNER-NAME         PIC X(40).
        01 WS-OWNER-ADDR         PIC X(60).
      *    FREE-TEXT PARTY ADDRESS SPLIT AS "STREET, CITY, ST ZIP"
        01 WS-ADDR-STREET        PIC X(60).
        01 WS-ADDR-CITY          PIC X(60).
        01 WS-ADDR-STZIP         PIC X(60).
        01 WS-ADDR-EXTRA         PIC X(60).
        01 WS-ADDR-PARTS         PIC S9(4) USAGE COMP-5.
        01 WS-ADDR-STATE         PIC X(02).
        01 WS-ADDR-ZIP           PIC X(10).

        01 WS-HDG1.
            05 FILLER             PIC X(50) VALUE
               'MF47B29 - UNCLAIMED PROPERTY REPORT  ESCHEATED IN'.
            05 H1-YEAR            PIC 9(04).
        01 WS-HDG2.
            05 FILLER             PIC X(09) VALUE 'STATE'.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(09) VALUE 'SEQ'.
            05 FILLER             PIC X(32) VALUE 'OWNER'.
            05 FILLER             PIC X(42) VALUE 'LAST KNOWN ADDRESS'.
            05 FILLER             PIC X(16) VALUE 'AMOUNT'.
            05 FILLER             PIC X(10) VALUE 'ISSUED'.
        01 WS-DETAIL-LINE.
            05 DL-STATE           PIC X(07).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CLAIMNUM        PIC 9(09).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-PAYSEQ          PIC ZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-OWNER           PIC X(30).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-ADDR            PIC X(40).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-PAYAMT          PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-ISSUED          PIC X(10).
        01 WS-STATE-LINE.
            05 FILLER             PIC X(06) VALUE SPACES.
            05 FILLER             PIC X(12) VALUE 'STATE TOTAL'.
            05 SL-STATE           PIC X(07).
            05 FILLER             PIC X(67) VALUE SPACES.
            05 SL-COUNT           PIC ZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 SL-AMOUNT          PIC -ZZZZZZZZZZZ9.99.
        01 WS-TOTAL-LINE.
            05 FILLER             PIC X(92) VALUE
               'TOTAL UNCLAIMED PROPERTY ESCHEATED IN YEAR'.
            05 TL-COUNT           PIC ZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 TL-AMOUNT          PIC -ZZZZZZZZZZZ9.99.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP6
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP14
            END-EXEC.

      *    EVERY CHECK STOPPED BY DUE DILIGENCE AND NOT YET TURNED
      *    OVER TO THE STATE
            EXEC SQL
                DECLARE ESCCSR CURSOR FOR
                    SELECT CLAIMNUMBER, PAYSEQ, PAYEESEQ
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE DISBSTAT = 'P'
                     ORDER BY CLAIMNUMBER, PAYSEQ
            END-EXEC.
      *    EVERY CHECK ESCHEATED IN THE REPORT YEAR, BY OWNER STATE
            EXEC SQL
                DECLARE UPRCSR CURSOR FOR
                    SELECT ESCHSTATE, CLAIMNUMBER, PAYSEQ, PAYEESEQ,
                           PAYAMT, ISSUETS
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE DISBSTAT = 'U'
                       AND YEAR(ESCHTS) = :WS-RPT-YEAR
                     ORDER BY ESCHSTATE, CLAIMNUMBER, PAYSEQ
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
            MOVE 'MF47B29'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-ESCHEAT-STOPPED-PARA.
      *     THE TURNOVER STANDS ONLY IF EVERY CHECK WENT OVER CLEAN -
      *     A FAILED ONE IS ROLLED BACK WHOLE AND SIMPLY RERUN
            IF WS-FAIL-COUNT = 0
               EXEC SQL
                    COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                    ROLLBACK WORK
               END-EXEC
               DISPLAY 'MF47B29 - TURNOVER FAILED - NOTHING ESCHEATED'
            END-IF.
            PERFORM 4000-REPORT-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-ESCH-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   WORK OUT THE REPORT YEAR, OPEN THE REPORT AND HEAD IT      **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT RPT-FILE.
            EXEC SQL
                 SELECT YEAR(CURRENT DATE)
                   INTO :WS-RPT-YEAR
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            MOVE WS-RPT-YEAR    TO WS-RPT-YEAR-D.
            MOVE WS-RPT-YEAR-D  TO H1-YEAR.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *    TURN EVERY STOPPED CHECK OVER AS UNCLAIMED PROPERTY       **
      ****************************************************************
        2000-ESCHEAT-STOPPED-PARA.
      *
            EXEC SQL
                OPEN ESCCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B29 - OPEN STOPPED FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-STOPPED-PARA.
            PERFORM 2150-ESCHEAT-ROW-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE ESCCSR
            END-EXEC.
      ****************************************************************
      *   FIND THE OWNER'S STATE, MARK THE CHECK ESCHEATED UNDER IT, **
      *   THEN FETCH THE NEXT                                        **
      ****************************************************************
        2150-ESCHEAT-ROW-PARA.
      *
            PERFORM 2200-FETCH-OWNER-PARA.
            PERFORM 2300-SPLIT-ADDRESS-PARA.
            PERFORM 2400-MARK-ESCHEATED-PARA.
            PERFORM 2100-FETCH-STOPPED-PARA.
      ****************************************************************
      *                 FETCH ONE STOPPED CHECK                      **
      ****************************************************************
        2100-FETCH-STOPPED-PARA.
      *
            IF EOF-FALSE
               EXEC SQL
                   FETCH ESCCSR
                    INTO :CLAIMS6P.CLAIMNUMBER, :PAYSEQ,
                         :PAYEESEQ :WS-PAYEE-IND
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B29 - STOPPED FETCH FAILED RC : '
                                WS-SQLCODE
                        SET EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   THE CHECK'S OWNER IS ITS PAYEE PARTY; A PAYMENT POSTED     **
      *   WITHOUT A PAYEE WENT TO THE CLAIMANT                       **
      ****************************************************************
        2200-FETCH-OWNER-PARA.
      *
            MOVE SPACES TO WS-OWNER-NAME WS-OWNER-ADDR.
            INITIALIZE PARTYNAME.
            INITIALIZE PARTYADDR.
            IF WS-PAYEE-IND >= 0
               EXEC SQL
                    SELECT PARTYNAME, PARTYADDR
                      INTO :PARTYNAME, :PARTYADDR
                      FROM MFTR47.CLAIMS6_PARTY
                     WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
                       AND PARTYSEQ    = :PAYEESEQ
               END-EXEC
            END-IF.
            IF WS-PAYEE-IND < 0 OR SQLCODE = 100
               EXEC SQL
                    SELECT PARTYNAME, PARTYADDR
                      INTO :PARTYNAME, :PARTYADDR
                      FROM MFTR47.CLAIMS6_PARTY
                     WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
                       AND PARTYROLE   = 'CLAIMANT'
                     ORDER BY PARTYSEQ
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
            END-IF.
            IF SQLCODE = 0
               MOVE FUNCTION DISPLAY-OF(PARTYNAME) TO WS-OWNER-NAME
               MOVE FUNCTION DISPLAY-OF(PARTYADDR) TO WS-OWNER-ADDR
            END-IF.
      ****************************************************************
      *   SPLIT THE FREE-TEXT OWNER ADDRESS, KEYED AS "STREET, CITY, **
      *   ST ZIP", FOR ITS STATE. AN ADDRESS NOT KEYED THAT WAY      **
      *   LEAVES THE STATE BLANK - REPORTED AS UNKNOWN               **
      ****************************************************************
        2300-SPLIT-ADDRESS-PARA.
      *
            MOVE SPACES TO WS-ADDR-STREET WS-ADDR-CITY WS-ADDR-STZIP
                           WS-ADDR-EXTRA WS-ADDR-STATE WS-ADDR-ZIP.
            MOVE 0      TO WS-ADDR-PARTS.
            UNSTRING WS-OWNER-ADDR DELIMITED BY ','
                INTO WS-ADDR-STREET WS-ADDR-CITY WS-ADDR-STZIP
                     WS-ADDR-EXTRA
                TALLYING IN WS-ADDR-PARTS
            END-UNSTRING.
            IF WS-ADDR-PARTS = 3
               MOVE FUNCTION TRIM(WS-ADDR-STZIP) TO WS-ADDR-STZIP
               UNSTRING WS-ADDR-STZIP DELIMITED BY ALL SPACE
                   INTO WS-ADDR-STATE WS-ADDR-ZIP
               END-UNSTRING
            END-IF.
            IF WS-ADDR-STATE = SPACES
               ADD 1 TO WS-UNKNOWN-COUNT
            END-IF.
      ****************************************************************
      *   MARK THE CHECK UNCLAIMED PROPERTY UNDER THE OWNER'S STATE  **
      *   - THE STATE PREDICATE MAKES A RERUN ESCHEAT NOTHING TWICE  **
      ****************************************************************
        2400-MARK-ESCHEATED-PARA.
      *
            MOVE WS-ADDR-STATE TO ESCHSTATE.
            EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAY
                   SET DISBSTAT  = 'U'
                      ,ESCHTS    = CURRENT TIMESTAMP
                      ,ESCHSTATE = :ESCHSTATE
                      ,PAYCHGTS  = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMS6P.CLAIMNUMBER
                   AND PAYSEQ      = :PAYSEQ
                   AND DISBSTAT    = 'P'
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-ESCH-COUNT
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B29 - ESCHEAT FAILED FOR CLAIM '
                             CLAIMNUMBER OF CLAIMS6P ' SEQ ' PAYSEQ
                             ' RC : ' WS-SQLCODE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   LIST THE YEAR'S ESCHEATED CHECKS BY STATE, WITH A COUNT    **
      *   AND AMOUNT AT EACH CHANGE OF STATE                         **
      ****************************************************************
        4000-REPORT-PARA.
      *
            EXEC SQL
                OPEN UPRCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B29 - OPEN REPORT FAILED RC : ' WS-SQLCODE
               SET RPT-EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 4100-FETCH-REPORT-PARA.
            PERFORM 4150-REPORT-ROW-PARA
               UNTIL RPT-EOF-TRUE.
            IF NOT-FIRST-STATE
               PERFORM 4300-STATE-TOTAL-PARA
            END-IF.
            EXEC SQL
                CLOSE UPRCSR
            END-EXEC.
      ****************************************************************
      *   TOTAL THE PREVIOUS STATE ON A CHANGE OF STATE, LIST THE    **
      *   CHECK, THEN FETCH THE NEXT                                 **
      ****************************************************************
        4150-REPORT-ROW-PARA.
      *
            IF WS-STATE-IND < 0
               MOVE SPACES TO ESCHSTATE
            END-IF.
            IF FIRST-STATE
               SET NOT-FIRST-STATE TO TRUE
               MOVE ESCHSTATE  TO WS-BREAK-STATE
            ELSE
               IF ESCHSTATE NOT = WS-BREAK-STATE
                  PERFORM 4300-STATE-TOTAL-PARA
                  MOVE ESCHSTATE TO WS-BREAK-STATE
               END-IF
            END-IF.
            PERFORM 2200-FETCH-OWNER-PARA.
            PERFORM 4200-WRITE-DETAIL-PARA.
            PERFORM 4100-FETCH-REPORT-PARA.
      ****************************************************************
      *               FETCH ONE ESCHEATED CHECK                      **
      ****************************************************************
        4100-FETCH-REPORT-PARA.
      *
            IF RPT-EOF-FALSE
               EXEC SQL
                   FETCH UPRCSR
                    INTO :ESCHSTATE :WS-STATE-IND,
                         :CLAIMS6P.CLAIMNUMBER, :PAYSEQ,
                         :PAYEESEQ :WS-PAYEE-IND,
                         :PAYAMT, :ISSUETS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        SET RPT-EOF-TRUE TO TRUE
                   WHEN OTHER
                        MOVE SQLCODE TO WS-SQLCODE
                        DISPLAY 'MF47B29 - REPORT FETCH FAILED RC : '
                                WS-SQLCODE
                        SET RPT-EOF-TRUE TO TRUE
                        ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
            END-IF.
      ****************************************************************
      *                 LIST ONE ESCHEATED CHECK                     **
      ****************************************************************
        4200-WRITE-DETAIL-PARA.
      *
            IF ESCHSTATE = SPACES
               MOVE 'UNKNOWN'           TO DL-STATE
            ELSE
               MOVE ESCHSTATE           TO DL-STATE
            END-IF.
            MOVE CLAIMNUMBER OF CLAIMS6P TO DL-CLAIMNUM.
            MOVE PAYSEQ                 TO DL-PAYSEQ.
            MOVE WS-OWNER-NAME          TO DL-OWNER.
            MOVE WS-OWNER-ADDR          TO DL-ADDR.
            MOVE PAYAMT                 TO DL-PAYAMT.
            MOVE FUNCTION DISPLAY-OF(ISSUETS) TO WS-ISSUETS-D.
            MOVE WS-ISSUETS-D(1:10)     TO DL-ISSUED.
            MOVE WS-DETAIL-LINE         TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1                       TO WS-STATE-COUNT.
            ADD PAYAMT                  TO WS-STATE-TOTAL.
            ADD 1                       TO WS-RPT-COUNT.
            ADD PAYAMT                  TO WS-RPT-TOTAL.
      ****************************************************************
      *     WRITE ONE STATE'S FILING TOTAL AND RESET FOR THE NEXT    **
      ****************************************************************
        4300-STATE-TOTAL-PARA.
      *
            IF WS-BREAK-STATE = SPACES
               MOVE 'UNKNOWN'        TO SL-STATE
            ELSE
               MOVE WS-BREAK-STATE   TO SL-STATE
            END-IF.
            MOVE WS-STATE-COUNT      TO SL-COUNT.
            MOVE WS-STATE-TOTAL      TO SL-AMOUNT.
            MOVE WS-STATE-LINE       TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES              TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 0                   TO WS-STATE-COUNT.
            MOVE 0                   TO WS-STATE-TOTAL.
      ****************************************************************
      *   WRITE THE YEAR'S TOTAL, CLOSE, AND PRINT A RUN SUMMARY -   **
      *   RC=4 WHEN AN OWNER'S STATE COULD NOT BE FOUND, RC=8 WHEN   **
      *   AN UPDATE FAILED                                           **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            MOVE WS-RPT-COUNT   TO TL-COUNT.
            MOVE WS-RPT-TOTAL   TO TL-AMOUNT.
            MOVE WS-TOTAL-LINE  TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B29 - CHECKS ESCHEATED NOW : ' WS-ESCH-COUNT.
            DISPLAY 'MF47B29 - OWNER STATE UNKNOWN  : '
                    WS-UNKNOWN-COUNT.
            DISPLAY 'MF47B29 - ESCHEATED THIS YEAR  : ' WS-RPT-COUNT.
            DISPLAY 'MF47B29 - FAILURES             : ' WS-FAIL-COUNT.
            IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-UNKNOWN-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
