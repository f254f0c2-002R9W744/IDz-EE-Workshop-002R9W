        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B27.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IRS-FILE ASSIGN TO IRSOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPT-FILE ASSIGN TO CTLRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EXC-FILE ASSIGN TO TINEXC
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - YEAR-END PAYEE INFORMATION RETURN (1099). RUN   **
      *              IN JANUARY FOR THE CALENDAR YEAR JUST ENDED.    **
      *              TOTALS EVERY CLAIMS6_PAY ROW THE BANK ACTUALLY  **
      *              ISSUED OR CLEARED IN THAT YEAR (PER THE MF47B13 **
      *              CONFIRMATION STAMPS - A PAYMENT STILL QUEUED OR **
      *              SENT WAS NOT PAID IN THE YEAR), NET OF ANY      **
      *              REVERSAL POSTED AGAINST IT, BY THE TAX ID OF    **
      *              THE PAYEE PARTY ON CLAIMS6_PARTY. EACH PAYEE AT **
      *              OR OVER THE REPORTING THRESHOLD WITH A WELL-    **
      *              FORMED TIN GOES TO THE IRS-FORMAT FILE          **
      *              (T/A/B/C/F RECORDS, 750 BYTES); ONE WITH A      **
      *              MISSING OR MALFORMED TIN GOES TO THE TIN        **
      *              EXCEPTION LIST INSTEAD, SO A W-9 CAN BE CHASED  **
      *              BEFORE THE FILING DEADLINE. THE CONTROL REPORT  **
      *              TIES THE FILE BACK TO EVERYTHING ISSUED IN THE  **
      *              YEAR, INCLUDING PAYMENTS CARRYING ONLY A FREE-  **
      *              TEXT PAYREF AND NO PAYEE PARTY. NOTHING IS      **
      *              UPDATED, SO THE JOB IS RERUN AS OFTEN AS NEEDED **
      *              UNTIL THE EXCEPTION LIST IS CLEAR.              **
      * CALLED BY  - JCL: MF47B27J                                   **
      ***************************************************************

        FILE SECTION.
      *    THE INFORMATION-RETURN RECORDS SHARE ONE 750-BYTE AREA -
      *    THE LEADING TYPE BYTE (T / A / B / C / F) SAYS WHICH VIEW
      *    APPLIES
        FD  IRS-FILE
            RECORDING MODE IS F.
        01  IRS-T-RECORD.
            05 IT-RECTYPE            PIC X(01).
            05 IT-PAYYEAR            PIC 9(04).
            05 FILLER                PIC X(01).
            05 IT-TIN                PIC X(09).
            05 IT-TCC                PIC X(05).
            05 FILLER                PIC X(07).
            05 IT-TEST-IND           PIC X(01).
            05 IT-FOREIGN-IND        PIC X(01).
            05 IT-NAME               PIC X(40).
            05 FILLER                PIC X(40).
            05 IT-COMPANY            PIC X(40).
            05 FILLER                PIC X(40).
            05 IT-ADDRESS            PIC X(40).
            05 IT-CITY               PIC X(40).
            05 IT-STATE              PIC X(02).
            05 IT-ZIP                PIC X(09).
            05 FILLER                PIC X(15).
            05 IT-PAYEE-COUNT        PIC 9(08).
            05 FILLER                PIC X(196).
            05 IT-SEQNO              PIC 9(08).
            05 FILLER                PIC X(243).
        01  IRS-A-RECORD.
            05 IA-RECTYPE            PIC X(01).
            05 IA-PAYYEAR            PIC 9(04).
            05 FILLER                PIC X(06).
            05 IA-TIN                PIC X(09).
            05 IA-NAME-CTL           PIC X(04).
            05 IA-LAST-FILING        PIC X(01).
            05 IA-RETURN-TYPE        PIC X(02).
            05 IA-AMOUNT-CODES       PIC X(18).
            05 FILLER                PIC X(06).
            05 IA-FOREIGN-IND        PIC X(01).
            05 IA-NAME               PIC X(40).
            05 FILLER                PIC X(40).
            05 IA-AGENT-IND          PIC X(01).
            05 IA-ADDRESS            PIC X(40).
            05 IA-CITY               PIC X(40).
            05 IA-STATE              PIC X(02).
            05 IA-ZIP                PIC X(09).
            05 IA-PHONE              PIC X(15).
            05 FILLER                PIC X(260).
            05 IA-SEQNO              PIC 9(08).
            05 FILLER                PIC X(243).
        01  IRS-B-RECORD.
            05 IB-RECTYPE            PIC X(01).
            05 IB-PAYYEAR            PIC 9(04).
            05 IB-CORRECTED          PIC X(01).
            05 IB-NAME-CTL           PIC X(04).
            05 IB-TIN-TYPE           PIC X(01).
            05 IB-TIN                PIC X(09).
            05 IB-ACCOUNT            PIC X(20).
            05 IB-OFFICE             PIC X(04).
            05 FILLER                PIC X(10).
            05 IB-PAYAMT-1           PIC 9(10)V9(2).
            05 IB-PAYAMT-REST        PIC X(204).
            05 FILLER                PIC X(16).
            05 IB-NAME               PIC X(40).
            05 FILLER                PIC X(40).
            05 IB-ADDRESS            PIC X(40).
            05 FILLER                PIC X(40).
            05 IB-CITY               PIC X(40).
            05 IB-STATE              PIC X(02).
            05 IB-ZIP                PIC X(09).
            05 FILLER                PIC X(02).
            05 IB-SEQNO              PIC 9(08).
            05 FILLER                PIC X(243).
        01  IRS-C-RECORD.
            05 IC-RECTYPE            PIC X(01).
            05 IC-PAYEE-COUNT        PIC 9(08).
            05 FILLER                PIC X(06).
            05 IC-TOTAL-1            PIC 9(16)V9(2).
            05 IC-TOTAL-REST         PIC X(306).
            05 FILLER                PIC X(160).
            05 IC-SEQNO              PIC 9(08).
            05 FILLER                PIC X(243).
        01  IRS-F-RECORD.
            05 IF-RECTYPE            PIC X(01).
            05 IF-A-COUNT            PIC 9(08).
            05 IF-ZEROS              PIC X(21).
            05 FILLER                PIC X(19).
            05 IF-B-COUNT            PIC 9(08).
            05 FILLER                PIC X(442).
            05 IF-SEQNO              PIC 9(08).
            05 FILLER                PIC X(243).

        FD  RPT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                PIC X(80).

        FD  EXC-FILE
            RECORDING MODE IS F.
        01  EXC-LINE                PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-EOF-SW             PIC X(01) VALUE 'N'.
            88 EOF-TRUE                    VALUE 'Y'.
            88 EOF-FALSE                   VALUE 'N'.
        01 WS-TIN-SW             PIC X(01) VALUE 'N'.
            88 TIN-VALID                   VALUE 'Y'.
            88 TIN-INVALID                 VALUE 'N'.
      *    THE REPORTING THRESHOLD - A PAYEE PAID LESS THAN THIS IN
      *    THE YEAR IS NOT REPORTED
        01 WS-THRESHOLD          PIC S9(9)V9(2) USAGE COMP-3
                                               VALUE 600.00.
      *    THE PAYER (THIS COMPANY) AS TRANSMITTER AND FILER. THE
      *    TRANSMITTER CONTROL CODE IS THE ONE ISSUED FOR ELECTRONIC
      *    FILING; TEST-IND IS SET TO T FOR A TEST SUBMISSION
        01 WS-PAYER-TIN          PIC X(09) VALUE '000000000'.
        01 WS-PAYER-TCC          PIC X(05) VALUE '00000'.
        01 WS-PAYER-NAME         PIC X(40) VALUE
               'MFTR47 INSURANCE COMPANY'.
        01 WS-PAYER-ADDRESS      PIC X(40) VALUE
               'CLAIMS ACCOUNTING'.
        01 WS-PAYER-CITY         PIC X(40) VALUE SPACES.
        01 WS-PAYER-STATE        PIC X(02) VALUE SPACES.
        01 WS-PAYER-ZIP          PIC X(09) VALUE SPACES.
        01 WS-PAYER-PHONE        PIC X(15) VALUE SPACES.
        01 WS-TEST-IND           PIC X(01) VALUE SPACE.
        01 WS-TAX-YEAR           PIC S9(9) USAGE COMP-5.
        01 WS-TAX-YEAR-D         PIC 9(04).
        01 WS-SEQNO              PIC 9(08) VALUE 0.
        01 WS-FILED-COUNT        PIC 9(07) VALUE 0.
        01 WS-EXC-COUNT          PIC 9(07) VALUE 0.
        01 WS-UNDER-COUNT        PIC 9(07) VALUE 0.
        01 WS-PAYEE-COUNT        PIC 9(07) VALUE 0.
        01 WS-FILED-TOTAL        PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
        01 WS-EXC-TOTAL          PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
        01 WS-UNDER-TOTAL        PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
        01 WS-NOPAYEE-TOTAL      PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
        01 WS-NOPAYEE-COUNT      PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-NOPAYEE-IND        PIC S9(4) USAGE COMP-5.
      *    ONE PAYEE GROUP AS FETCHED
        01 WS-GRP-TIN            PIC X(11).
        01 WS-GRP-NAME-IND       PIC S9(4) USAGE COMP-5.
        01 WS-GRP-ADDR-IND       PIC S9(4) USAGE COMP-5.
        01 WS-GRP-AMOUNT         PIC S9(11)V9(2) USAGE COMP-3.
        01 WS-GRP-PAYCOUNT       PIC S9(9) USAGE COMP-5.
        01 WS-GRP-NAME           PIC X(40).
        01 WS-GRP-ADDR           PIC X(60).
      *    THE TIN AS HELD ON THE PARTY ROW, IN EACH FORM IT IS KEYED:
      *    SSN NNN-NN-NNNN, EIN NN-NNNNNNN, OR NINE BARE DIGITS
        01 WS-TIN-IN             PIC X(11).
        01 WS-TIN-SSN REDEFINES WS-TIN-IN.
            05 WS-SSN-1          PIC X(03).
            05 WS-SSN-D1         PIC X(01).
            05 WS-SSN-2          PIC X(02).
            05 WS-SSN-D2         PIC X(01).
            05 WS-SSN-3          PIC X(04).
        01 WS-TIN-EIN REDEFINES WS-TIN-IN.
            05 WS-EIN-1          PIC X(02).
            05 WS-EIN-D1         PIC X(01).
            05 WS-EIN-2          PIC X(07).
            05 WS-EIN-PAD        PIC X(01).
        01 WS-TIN-RAW REDEFINES WS-TIN-IN.
            05 WS-RAW-9          PIC X(09).
            05 WS-RAW-PAD        PIC X(02).
        01 WS-TIN-DIGITS         PIC X(09).
        01 WS-TIN-TYPE           PIC X(01).
        01 WS-EXC-REASON         PIC X(20).
      *    FREE-TEXT PARTY ADDRESS SPLIT AS "STREET, CITY, ST ZIP"
        01 WS-ADDR-STREET        PIC X(60).
        01 WS-ADDR-CITY          PIC X(60).
        01 WS-ADDR-STZIP         PIC X(60).
        01 WS-ADDR-EXTRA         PIC X(60).
        01 WS-ADDR-PARTS         PIC S9(4) USAGE COMP-5.
        01 WS-ADDR-STATE         PIC X(02).
        01 WS-ADDR-ZIP           PIC X(10).
        01 WS-AMT-ED             PIC -ZZZZZZZZZ9.99.

        01 WS-HDG1.
            05 FILLER             PIC X(42) VALUE
               'MF47B27 - 1099 PAYEE CONTROL REPORT  YEAR'.
            05 H1-YEAR            PIC 9(04).
        01 WS-CTL-LINE.
            05 CL-LABEL           PIC X(40).
            05 CL-COUNT           PIC ZZZZZZ9.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 CL-AMOUNT          PIC -ZZZZZZZZZ9.99.
        01 WS-EHDG1.
            05 FILLER             PIC X(48) VALUE
               'MF47B27 - 1099 TIN EXCEPTIONS (W-9 NEEDED) YEAR'.
            05 EH1-YEAR           PIC 9(04).
        01 WS-EHDG2.
            05 FILLER             PIC X(13) VALUE 'TAX ID'.
            05 FILLER             PIC X(42) VALUE 'PAYEE NAME'.
            05 FILLER             PIC X(15) VALUE 'AMOUNT'.
            05 FILLER             PIC X(20) VALUE 'REASON'.
        01 WS-EXC-DETAIL.
            05 ED-TIN             PIC X(11).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 ED-NAME            PIC X(40).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 ED-AMOUNT          PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 ED-REASON          PIC X(20).

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

      *    ONE ROW PER PAYEE: EVERY ORIGINAL PAYMENT ISSUED OR
      *    CLEARED IN THE TAX YEAR, PLUS WHATEVER REVERSALS WERE
      *    POSTED AGAINST IT, GROUPED BY THE PAYEE PARTY'S TAX ID. A
      *    PARTY WITH NO TAX ID IS GROUPED BY NAME INSTEAD, SO EVERY
      *    TIN-LESS PAYEE SHOWS SEPARATELY ON THE EXCEPTION LIST.
      *    AN ISSUED CHECK UNDER ESCHEAT DUE DILIGENCE (O) STILL
      *    COUNTS; ONE STOPPED (P) OR ESCHEATED (U) NEVER REACHED
      *    THE PAYEE AND DOES NOT
            EXEC SQL
                DECLARE TINCSR CURSOR FOR
                    SELECT COALESCE(A.PARTYTAXID, ' '),
                           MAX(A.PARTYNAME), MAX(A.PARTYADDR),
                           SUM(P.PAYAMT + COALESCE(R.REVAMT, 0)),
                           COUNT(*)
                      FROM MFTR47.CLAIMS6_PAY P
                     INNER JOIN MFTR47.CLAIMS6_PARTY A
                        ON A.CLAIMNUMBER = P.CLAIMNUMBER
                       AND A.PARTYSEQ    = P.PAYEESEQ
                      LEFT OUTER JOIN
                           (SELECT CLAIMNUMBER, REVOFSEQ,
                                   SUM(PAYAMT) AS REVAMT
                              FROM MFTR47.CLAIMS6_PAY
                             WHERE REVOFSEQ IS NOT NULL
                             GROUP BY CLAIMNUMBER, REVOFSEQ) R
                        ON R.CLAIMNUMBER = P.CLAIMNUMBER
                       AND R.REVOFSEQ    = P.PAYSEQ
                     WHERE P.DISBSTAT IN ('I', 'C', 'O')
                       AND P.REVOFSEQ IS NULL
                       AND YEAR(COALESCE(P.ISSUETS, P.CLEARTS))
                                       = :WS-TAX-YEAR
                     GROUP BY COALESCE(A.PARTYTAXID, ' '),
                              CASE WHEN COALESCE(A.PARTYTAXID, ' ')
                                        = ' '
                                   THEN A.PARTYNAME
                                   ELSE ' '
                              END
                     ORDER BY 1
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
            MOVE 'MF47B27'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-PROCESS-CURSOR-PARA.
            PERFORM 2800-NO-PAYEE-TOTAL-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-PAYEE-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   WORK OUT THE TAX YEAR (THE CALENDAR YEAR JUST ENDED), OPEN **
      *   THE FILES, WRITE THE TRANSMITTER AND PAYER RECORDS AND     **
      *   OPEN THE PAYEE CURSOR                                      **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT IRS-FILE.
            OPEN OUTPUT RPT-FILE.
            OPEN OUTPUT EXC-FILE.
            EXEC SQL
                 SELECT YEAR(CURRENT DATE) - 1
                   INTO :WS-TAX-YEAR
                   FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            MOVE WS-TAX-YEAR    TO WS-TAX-YEAR-D.
            MOVE WS-TAX-YEAR-D  TO H1-YEAR.
            MOVE WS-TAX-YEAR-D  TO EH1-YEAR.
            DISPLAY 'MF47B27 - TAX YEAR : ' WS-TAX-YEAR-D.
            MOVE WS-EHDG1 TO EXC-LINE.
            WRITE EXC-LINE.
            MOVE WS-EHDG2 TO EXC-LINE.
            WRITE EXC-LINE.
            PERFORM 1100-WRITE-T-RECORD-PARA.
            PERFORM 1200-WRITE-A-RECORD-PARA.
            EXEC SQL
                OPEN TINCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B27 - OPEN CURSOR FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               MOVE 8 TO RETURN-CODE
            END-IF.
      ****************************************************************
      *   TRANSMITTER RECORD - THE PAYEE COUNT IS NOT KNOWN UNTIL    **
      *   THE END, SO IT IS CARRIED ON THE C AND F RECORDS ONLY      **
      ****************************************************************
        1100-WRITE-T-RECORD-PARA.
      *
            MOVE SPACES          TO IRS-T-RECORD.
            MOVE 'T'             TO IT-RECTYPE.
            MOVE WS-TAX-YEAR-D   TO IT-PAYYEAR.
            MOVE WS-PAYER-TIN    TO IT-TIN.
            MOVE WS-PAYER-TCC    TO IT-TCC.
            MOVE WS-TEST-IND     TO IT-TEST-IND.
            MOVE WS-PAYER-NAME   TO IT-NAME.
            MOVE WS-PAYER-NAME   TO IT-COMPANY.
            MOVE WS-PAYER-ADDRESS TO IT-ADDRESS.
            MOVE WS-PAYER-CITY   TO IT-CITY.
            MOVE WS-PAYER-STATE  TO IT-STATE.
            MOVE WS-PAYER-ZIP    TO IT-ZIP.
            MOVE 0               TO IT-PAYEE-COUNT.
            ADD 1                TO WS-SEQNO.
            MOVE WS-SEQNO        TO IT-SEQNO.
            WRITE IRS-T-RECORD.
      ****************************************************************
      *        PAYER RECORD - ONE PAYER, ONE RETURN TYPE             **
      ****************************************************************
        1200-WRITE-A-RECORD-PARA.
      *
            MOVE SPACES          TO IRS-A-RECORD.
            MOVE 'A'             TO IA-RECTYPE.
            MOVE WS-TAX-YEAR-D   TO IA-PAYYEAR.
            MOVE WS-PAYER-TIN    TO IA-TIN.
            MOVE WS-PAYER-NAME(1:4) TO IA-NAME-CTL.
            MOVE 'A '            TO IA-RETURN-TYPE.
            MOVE '1'             TO IA-AMOUNT-CODES.
            MOVE WS-PAYER-NAME   TO IA-NAME.
            MOVE '0'             TO IA-AGENT-IND.
            MOVE WS-PAYER-ADDRESS TO IA-ADDRESS.
            MOVE WS-PAYER-CITY   TO IA-CITY.
            MOVE WS-PAYER-STATE  TO IA-STATE.
            MOVE WS-PAYER-ZIP    TO IA-ZIP.
            MOVE WS-PAYER-PHONE  TO IA-PHONE.
            ADD 1                TO WS-SEQNO.
            MOVE WS-SEQNO        TO IA-SEQNO.
            WRITE IRS-A-RECORD.
      ****************************************************************
      *            REPORT OR EXCEPT EVERY PAYEE IN TIN ORDER         **
      ****************************************************************
        2000-PROCESS-CURSOR-PARA.
      *
            PERFORM 2100-FETCH-PAYEE-PARA.
            PERFORM 2150-PROCESS-PAYEE-PARA
               UNTIL EOF-TRUE.
      ****************************************************************
      *   A PAYEE UNDER THE THRESHOLD IS ONLY COUNTED. ONE AT OR     **
      *   OVER IT IS FILED IF ITS TIN IS GOOD, EXCEPTED IF NOT       **
      ****************************************************************
        2150-PROCESS-PAYEE-PARA.
      *
            ADD 1 TO WS-PAYEE-COUNT.
            IF WS-GRP-AMOUNT < WS-THRESHOLD
               ADD 1             TO WS-UNDER-COUNT
               ADD WS-GRP-AMOUNT TO WS-UNDER-TOTAL
            ELSE
               PERFORM 2300-CHECK-TIN-PARA
               IF TIN-VALID
                  PERFORM 2400-WRITE-B-RECORD-PARA
               ELSE
                  PERFORM 2600-WRITE-EXCEPTION-PARA
               END-IF
            END-IF.
            PERFORM 2100-FETCH-PAYEE-PARA.
      ****************************************************************
      *                 FETCH ONE PAYEE GROUP                        **
      ****************************************************************
        2100-FETCH-PAYEE-PARA.
      *
            INITIALIZE PARTYNAME.
            INITIALIZE PARTYADDR.
            EXEC SQL
                FETCH TINCSR
                 INTO :WS-GRP-TIN,
                      :PARTYNAME :WS-GRP-NAME-IND,
                      :PARTYADDR :WS-GRP-ADDR-IND,
                      :WS-GRP-AMOUNT,
                      :WS-GRP-PAYCOUNT
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE SPACES TO WS-GRP-NAME
                     MOVE SPACES TO WS-GRP-ADDR
                     IF WS-GRP-NAME-IND >= 0
                        MOVE FUNCTION DISPLAY-OF(PARTYNAME)
                                            TO WS-GRP-NAME
                     END-IF
                     IF WS-GRP-ADDR-IND >= 0
                        MOVE FUNCTION DISPLAY-OF(PARTYADDR)
                                            TO WS-GRP-ADDR
                     END-IF
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B27 - FETCH FAILED RC : ' WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     MOVE 8 TO RETURN-CODE
            END-EVALUATE.
      ****************************************************************
      *   A TIN IS WELL FORMED AS AN SSN (NNN-NN-NNNN), AN EIN       **
      *   (NN-NNNNNNN) OR NINE BARE DIGITS, AND NOT ALL ZEROS. THE   **
      *   DASHED FORMS ALSO TELL THE FILE WHICH KIND OF TIN IT IS    **
      ****************************************************************
        2300-CHECK-TIN-PARA.
      *
            SET TIN-INVALID TO TRUE.
            MOVE WS-GRP-TIN  TO WS-TIN-IN.
            MOVE SPACES      TO WS-TIN-DIGITS.
            MOVE SPACE       TO WS-TIN-TYPE.
            EVALUATE TRUE
                WHEN WS-TIN-IN = SPACES
                     MOVE 'TIN MISSING'      TO WS-EXC-REASON
                WHEN WS-SSN-1 IS NUMERIC AND WS-SSN-D1 = '-'
                 AND WS-SSN-2 IS NUMERIC AND WS-SSN-D2 = '-'
                 AND WS-SSN-3 IS NUMERIC
                     STRING WS-SSN-1 WS-SSN-2 WS-SSN-3
                            DELIMITED BY SIZE INTO WS-TIN-DIGITS
                     MOVE '2'                TO WS-TIN-TYPE
                WHEN WS-EIN-1 IS NUMERIC AND WS-EIN-D1 = '-'
                 AND WS-EIN-2 IS NUMERIC AND WS-EIN-PAD = SPACE
                     STRING WS-EIN-1 WS-EIN-2
                            DELIMITED BY SIZE INTO WS-TIN-DIGITS
                     MOVE '1'                TO WS-TIN-TYPE
                WHEN WS-RAW-9 IS NUMERIC AND WS-RAW-PAD = SPACES
                     MOVE WS-RAW-9           TO WS-TIN-DIGITS
                WHEN OTHER
                     MOVE 'TIN MALFORMED'    TO WS-EXC-REASON
            END-EVALUATE.
            IF WS-TIN-DIGITS NOT = SPACES
               IF WS-TIN-DIGITS = '000000000'
                  MOVE 'TIN ALL ZEROS'       TO WS-EXC-REASON
               ELSE
                  SET TIN-VALID TO TRUE
               END-IF
            END-IF.
      ****************************************************************
      *   PAYEE RECORD - AMOUNT IN PAYMENT AMOUNT 1, NAME CONTROL    **
      *   FROM THE FIRST FOUR CHARACTERS OF THE PAYEE NAME, ADDRESS  **
      *   SPLIT OUT OF THE FREE-TEXT PARTY ADDRESS                   **
      ****************************************************************
        2400-WRITE-B-RECORD-PARA.
      *
            PERFORM 2500-SPLIT-ADDRESS-PARA.
            MOVE SPACES          TO IRS-B-RECORD.
            MOVE 'B'             TO IB-RECTYPE.
            MOVE WS-TAX-YEAR-D   TO IB-PAYYEAR.
            MOVE WS-GRP-NAME(1:4) TO IB-NAME-CTL.
            MOVE WS-TIN-TYPE     TO IB-TIN-TYPE.
            MOVE WS-TIN-DIGITS   TO IB-TIN.
            MOVE WS-GRP-TIN      TO IB-ACCOUNT.
            MOVE WS-GRP-AMOUNT   TO IB-PAYAMT-1.
            MOVE ALL '0'         TO IB-PAYAMT-REST.
            MOVE WS-GRP-NAME     TO IB-NAME.
            MOVE WS-ADDR-STREET  TO IB-ADDRESS.
            MOVE WS-ADDR-CITY    TO IB-CITY.
            MOVE WS-ADDR-STATE   TO IB-STATE.
            MOVE WS-ADDR-ZIP     TO IB-ZIP.
            ADD 1                TO WS-SEQNO.
            MOVE WS-SEQNO        TO IB-SEQNO.
            WRITE IRS-B-RECORD.
            ADD 1                TO WS-FILED-COUNT.
            ADD WS-GRP-AMOUNT    TO WS-FILED-TOTAL.
      ****************************************************************
      *   SPLIT THE FREE-TEXT PARTY ADDRESS, KEYED AS "STREET, CITY, **
      *   ST ZIP". AN ADDRESS NOT KEYED THAT WAY GOES OUT WHOLE AS   **
      *   THE STREET LINE WITH CITY, STATE AND ZIP LEFT BLANK        **
      ****************************************************************
        2500-SPLIT-ADDRESS-PARA.
      *
            MOVE SPACES TO WS-ADDR-STREET WS-ADDR-CITY WS-ADDR-STZIP
                           WS-ADDR-EXTRA WS-ADDR-STATE WS-ADDR-ZIP.
            MOVE 0      TO WS-ADDR-PARTS.
            UNSTRING WS-GRP-ADDR DELIMITED BY ','
                INTO WS-ADDR-STREET WS-ADDR-CITY WS-ADDR-STZIP
                     WS-ADDR-EXTRA
                TALLYING IN WS-ADDR-PARTS
            END-UNSTRING.
            IF WS-ADDR-PARTS = 3
               MOVE FUNCTION TRIM(WS-ADDR-CITY)  TO WS-ADDR-CITY
               MOVE FUNCTION TRIM(WS-ADDR-STZIP) TO WS-ADDR-STZIP
               UNSTRING WS-ADDR-STZIP DELIMITED BY ALL SPACE
                   INTO WS-ADDR-STATE WS-ADDR-ZIP
               END-UNSTRING
               INSPECT WS-ADDR-ZIP REPLACING ALL '-' BY SPACE
            ELSE
               MOVE WS-GRP-ADDR  TO WS-ADDR-STREET
               MOVE SPACES       TO WS-ADDR-CITY
            END-IF.
      ****************************************************************
      *   LIST A PAYEE OVER THE THRESHOLD WHOSE TIN CANNOT BE FILED  **
      ****************************************************************
        2600-WRITE-EXCEPTION-PARA.
      *
            MOVE WS-GRP-TIN      TO ED-TIN.
            MOVE WS-GRP-NAME     TO ED-NAME.
            MOVE WS-GRP-AMOUNT   TO ED-AMOUNT.
            MOVE WS-EXC-REASON   TO ED-REASON.
            MOVE WS-EXC-DETAIL   TO EXC-LINE.
            WRITE EXC-LINE.
            ADD 1                TO WS-EXC-COUNT.
            ADD WS-GRP-AMOUNT    TO WS-EXC-TOTAL.
      ****************************************************************
      *   PAYMENTS ISSUED IN THE YEAR WITH NO PAYEE PARTY (FREE-TEXT **
      *   PAYREF ONLY) CANNOT BE ATTRIBUTED TO A TIN - TOTALLED HERE **
      *   SO THE CONTROL REPORT STILL TIES TO EVERYTHING ISSUED      **
      ****************************************************************
        2800-NO-PAYEE-TOTAL-PARA.
      *
            MOVE 0 TO WS-NOPAYEE-TOTAL.
            EXEC SQL
                 SELECT COUNT(*),
                        SUM(P.PAYAMT + COALESCE(R.REVAMT, 0))
                   INTO :WS-NOPAYEE-COUNT,
                        :WS-NOPAYEE-TOTAL :WS-NOPAYEE-IND
                   FROM MFTR47.CLAIMS6_PAY P
                   LEFT OUTER JOIN
                        (SELECT CLAIMNUMBER, REVOFSEQ,
                                SUM(PAYAMT) AS REVAMT
                           FROM MFTR47.CLAIMS6_PAY
                          WHERE REVOFSEQ IS NOT NULL
                          GROUP BY CLAIMNUMBER, REVOFSEQ) R
                     ON R.CLAIMNUMBER = P.CLAIMNUMBER
                    AND R.REVOFSEQ    = P.PAYSEQ
                  WHERE P.DISBSTAT IN ('I', 'C', 'O')
                    AND P.REVOFSEQ IS NULL
                    AND YEAR(COALESCE(P.ISSUETS, P.CLEARTS))
                                    = :WS-TAX-YEAR
                    AND NOT EXISTS
                        (SELECT 1 FROM MFTR47.CLAIMS6_PARTY A
                          WHERE A.CLAIMNUMBER = P.CLAIMNUMBER
                            AND A.PARTYSEQ    = P.PAYEESEQ)
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B27 - NO-PAYEE TOTAL FAILED RC : '
                       WS-SQLCODE
               MOVE 0 TO WS-NOPAYEE-COUNT
               MOVE 8 TO RETURN-CODE
            END-IF.
            IF WS-NOPAYEE-IND < 0
               MOVE 0 TO WS-NOPAYEE-TOTAL
            END-IF.
      ****************************************************************
      *   CLOSE THE FILE WITH ITS END-OF-PAYER (C) AND END-OF-       **
      *   TRANSMISSION (F) RECORDS, PRINT THE CONTROL REPORT AND     **
      *   SET RC=4 WHEN THERE ARE TIN EXCEPTIONS TO CHASE            **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            EXEC SQL
                CLOSE TINCSR
            END-EXEC.
            MOVE SPACES          TO IRS-C-RECORD.
            MOVE 'C'             TO IC-RECTYPE.
            MOVE WS-FILED-COUNT  TO IC-PAYEE-COUNT.
            MOVE WS-FILED-TOTAL  TO IC-TOTAL-1.
            MOVE ALL '0'         TO IC-TOTAL-REST.
            ADD 1                TO WS-SEQNO.
            MOVE WS-SEQNO        TO IC-SEQNO.
            WRITE IRS-C-RECORD.
            MOVE SPACES          TO IRS-F-RECORD.
            MOVE 'F'             TO IF-RECTYPE.
            MOVE 1               TO IF-A-COUNT.
            MOVE ALL '0'         TO IF-ZEROS.
            MOVE WS-FILED-COUNT  TO IF-B-COUNT.
            ADD 1                TO WS-SEQNO.
            MOVE WS-SEQNO        TO IF-SEQNO.
            WRITE IRS-F-RECORD.
            PERFORM 3100-CONTROL-REPORT-PARA.
            CLOSE IRS-FILE.
            CLOSE RPT-FILE.
            CLOSE EXC-FILE.
            DISPLAY 'MF47B27 - PAYEES          : ' WS-PAYEE-COUNT.
            DISPLAY 'MF47B27 - PAYEES FILED    : ' WS-FILED-COUNT.
            DISPLAY 'MF47B27 - TIN EXCEPTIONS  : ' WS-EXC-COUNT.
            IF WS-EXC-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF.
      ****************************************************************
      *   CONTROL REPORT - FILED + EXCEPTED + UNDER THRESHOLD + NO   **
      *   PAYEE PARTY TOGETHER MAKE UP EVERYTHING ISSUED IN THE YEAR **
      ****************************************************************
        3100-CONTROL-REPORT-PARA.
      *
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYEES FILED ON THE RETURN'   TO CL-LABEL.
            MOVE WS-FILED-COUNT                 TO CL-COUNT.
            MOVE WS-FILED-TOTAL                 TO CL-AMOUNT.
            MOVE WS-CTL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYEES HELD BACK - TIN EXCEPTION' TO CL-LABEL.
            MOVE WS-EXC-COUNT                   TO CL-COUNT.
            MOVE WS-EXC-TOTAL                   TO CL-AMOUNT.
            MOVE WS-CTL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYEES UNDER THE REPORTING THRESHOLD' TO CL-LABEL.
            MOVE WS-UNDER-COUNT                 TO CL-COUNT.
            MOVE WS-UNDER-TOTAL                 TO CL-AMOUNT.
            MOVE WS-CTL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'PAYMENTS WITH NO PAYEE PARTY' TO CL-LABEL.
            MOVE WS-NOPAYEE-COUNT               TO CL-COUNT.
            MOVE WS-NOPAYEE-TOTAL               TO CL-AMOUNT.
            MOVE WS-CTL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            ADD WS-FILED-TOTAL WS-EXC-TOTAL WS-UNDER-TOTAL
                WS-NOPAYEE-TOTAL GIVING WS-GRP-AMOUNT.
            MOVE 'TOTAL ISSUED IN YEAR, NET OF REVERSALS' TO CL-LABEL.
            MOVE WS-PAYEE-COUNT                 TO CL-COUNT.
            MOVE WS-GRP-AMOUNT                  TO CL-AMOUNT.
            MOVE WS-CTL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-THRESHOLD                   TO WS-AMT-ED.
            MOVE SPACES TO RPT-LINE.
            STRING 'REPORTING THRESHOLD : ' WS-AMT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
