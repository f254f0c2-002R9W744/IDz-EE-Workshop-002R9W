        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B37.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CLM-FILE ASSIGN TO CDCCLM
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT HST-FILE ASSIGN TO CDCHST
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PAY-FILE ASSIGN TO CDCPAY
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RSV-FILE ASSIGN TO CDCRSV
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RCV-FILE ASSIGN TO CDCRCV
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PTY-FILE ASSIGN TO CDCPTY
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NTE-FILE ASSIGN TO CDCNTE
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - NIGHTLY CHANGE-DATA EXTRACT FOR THE DATA        **
      *              WAREHOUSE. WRITES EVERY ROW OF CLAIMS6,         **
      *              CLAIMS6_HIST, CLAIMS6_PAY, CLAIMS6_RESV,        **
      *              CLAIMS6_RECOV, CLAIMS6_PARTY AND CLAIMS6_NOTES  **
      *              INSERTED OR CHANGED SINCE THE LAST GOOD RUN,    **
      *              ONE FILE PER TABLE, EACH ROW IN FULL WITH AN    **
      *              INDICATOR - I = NEW ROW, U = CHANGED ROW, A =   **
      *              ROW MOVED TO THE _ARCH TABLES BY MF47B08 (THE   **
      *              ROW AS ARCHIVED; THE WAREHOUSE SHOULD MARK IT   **
      *              ARCHIVED, NOT DELETE IT). CHANGES ARE FOUND BY  **
      *              TIMESTAMP - ROWTS ON THE CLAIM (I WHEN ITS ADD  **
      *              HISTORY ROW FALLS IN THE WINDOW), THE ROW STAMP **
      *              ON HISTORY AND NOTES, WHICH ARE NEVER UPDATED,  **
      *              THE ROW STAMP AND THE MF47B04 GENERAL LEDGER    **
      *              STAMP ON RESERVES AND RECOVERIES, THE CHANGE    **
      *              STAMP EVERY PAYMENT WRITE SETS ON A PAYMENT,    **
      *              THE LINKED VENDOR'S VENDTS ON A PARTY REFRESHED **
      *              FROM THE VENDOR MASTER, AND ARCHTS ON THE _ARCH **
      *              TABLES. THE WINDOW RUNS FROM THE HIGH-WATER     **
      *              MARK ON CLAIMS6_CDCCTL TO WS-LAG-MINUTES BEFORE **
      *              NOW, SO A CHANGE STILL IN FLIGHT IS LEFT FOR    **
      *              TOMORROW RATHER THAN MISSED.                    **
      *              EACH FILE IS CLOSED BY A BALANCING TRAILER AS   **
      *              ON MF47B04 - RECORD COUNT, CLAIM-NUMBER HASH    **
      *              AND TWO AMOUNT HASHES (CLAIMS PAID AND VALUE1,  **
      *              HISTORY NEW PAID AND NEW VALUE1, PAYMENTS       **
      *              AMOUNT AND DEDUCTIBLE WITHHELD, RESERVES AND    **
      *              RECOVERIES THEIR AMOUNT, PARTIES AND NOTES      **
      *              NONE). THE MARK IS MOVED ON, AND THE TRAILERS   **
      *              WRITTEN, ONLY WHEN EVERY TABLE WAS READ CLEAN;  **
      *              A FAILED RUN ENDS RC=8 WITH NO TRAILERS, SO THE **
      *              WAREHOUSE CANNOT LOAD A PARTIAL FILE, AND THE   **
      *              NEXT RUN SIMPLY RESENDS FROM THE LAST GOOD      **
      *              MARK. THE FIRST RUN, WITH NO CONTROL ROW YET,   **
      *              SENDS EVERYTHING.                               **
      * CALLED BY  - JCL: MF47B37J                                   **
      ***************************************************************

        FILE SECTION.
        FD  CLM-FILE
            RECORDING MODE IS F.
        01  CL-RECORD.
            05 CL-RECTYPE            PIC X(01).
            05 CL-CDCIND             PIC X(01).
            05 CL-CDCTS              PIC X(26).
            05 CL-CLAIMNUMBER        PIC 9(09).
            05 CL-CLAIMDATE          PIC X(10).
            05 CL-PAID               PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 CL-VALUE1             PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 CL-CAUSE              PIC X(255).
            05 CL-OBSERVATIONS       PIC X(255).
            05 CL-STATUS             PIC X(07).
            05 CL-VOIDREASON         PIC X(30).
            05 CL-POLICYNUM          PIC X(12).
            05 CL-APPRSTAT           PIC X(01).
            05 CL-APPRUSER           PIC X(08).
            05 CL-APPRTS             PIC X(26).
            05 CL-RESERVEAMT         PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 CL-ADJUSTER           PIC X(08).
            05 CL-EVENTCODE          PIC X(10).
            05 CL-CEDED              PIC X(01).
            05 CL-REGION             PIC X(08).
            05 CL-ORIGCURR           PIC X(03).
            05 CL-ORIGPAID           PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 CL-ORIGVALUE1         PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 CL-OCCNUM             PIC 9(09).
        FD  HST-FILE
            RECORDING MODE IS F.
        01  HS-RECORD.
            05 HS-RECTYPE            PIC X(01).
            05 HS-CDCIND             PIC X(01).
            05 HS-CDCTS              PIC X(26).
            05 HS-CLAIMNUMBER        PIC 9(09).
            05 HS-OLDPAID            PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 HS-NEWPAID            PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 HS-OLDVALUE1          PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 HS-NEWVALUE1          PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 HS-OLDCAUSE           PIC X(255).
            05 HS-NEWCAUSE           PIC X(255).
            05 HS-OLDOBS             PIC X(255).
            05 HS-NEWOBS             PIC X(255).
            05 HS-CHGTS              PIC X(26).
            05 HS-CHGUSER            PIC X(08).
            05 HS-CHGTYPE            PIC X(01).
            05 HS-OLDSTATUS          PIC X(07).
            05 HS-NEWSTATUS          PIC X(07).
            05 HS-OLDADJUSTER        PIC X(08).
            05 HS-NEWADJUSTER        PIC X(08).
            05 HS-OLDREGION          PIC X(08).
            05 HS-NEWREGION          PIC X(08).
            05 HS-XFERREASON         PIC X(30).
        FD  PAY-FILE
            RECORDING MODE IS F.
        01  PY-RECORD.
            05 PY-RECTYPE            PIC X(01).
            05 PY-CDCIND             PIC X(01).
            05 PY-CDCTS              PIC X(26).
            05 PY-CLAIMNUMBER        PIC 9(09).
            05 PY-PAYSEQ             PIC 9(09).
            05 PY-PAYAMT             PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 PY-PAYMETHOD          PIC X(10).
            05 PY-PAYREF             PIC X(16).
            05 PY-PAYUSER            PIC X(08).
            05 PY-PAYTS              PIC X(26).
            05 PY-REVOFSEQ           PIC 9(09).
            05 PY-REVREASON          PIC X(30).
            05 PY-DISBSTAT           PIC X(01).
            05 PY-BANKREF            PIC X(16).
            05 PY-ISSUETS            PIC X(26).
            05 PY-CLEARTS            PIC X(26).
            05 PY-PAYEESEQ           PIC 9(09).
            05 PY-DEDAPPLIED         PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 PY-DUEDILTS           PIC X(26).
            05 PY-STOPTS             PIC X(26).
            05 PY-ESCHTS             PIC X(26).
            05 PY-ESCHSTATE          PIC X(02).
            05 PY-PAYCOSTTYPE        PIC X(04).
            05 PY-PAYCURR            PIC X(03).
            05 PY-PAYORIGAMT         PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 PY-PAYRATE            PIC S9(07)V9(8) SIGN LEADING
                                                     SEPARATE.
            05 PY-PAYPERIOD          PIC X(06).
            05 PY-PAYGLTS            PIC X(26).
            05 PY-PAYCHGTS           PIC X(26).
        FD  RSV-FILE
            RECORDING MODE IS F.
        01  RV-RECORD.
            05 RV-RECTYPE            PIC X(01).
            05 RV-CDCIND             PIC X(01).
            05 RV-CDCTS              PIC X(26).
            05 RV-CLAIMNUMBER        PIC 9(09).
            05 RV-RESVSEQ            PIC 9(09).
            05 RV-RESVAMT            PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 RV-RESVREASON         PIC X(30).
            05 RV-RESVUSER           PIC X(08).
            05 RV-RESVTS             PIC X(26).
            05 RV-RESVCOSTTYPE       PIC X(04).
            05 RV-RESVPERIOD         PIC X(06).
            05 RV-RESVGLTS           PIC X(26).
        FD  RCV-FILE
            RECORDING MODE IS F.
        01  RC-RECORD.
            05 RC-RECTYPE            PIC X(01).
            05 RC-CDCIND             PIC X(01).
            05 RC-CDCTS              PIC X(26).
            05 RC-CLAIMNUMBER        PIC 9(09).
            05 RC-RECOVSEQ           PIC 9(09).
            05 RC-RECOVAMT           PIC S9(09)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 RC-RECOVTYPE          PIC X(10).
            05 RC-RECOVREASON        PIC X(30).
            05 RC-RECOVUSER          PIC X(08).
            05 RC-RECOVTS            PIC X(26).
            05 RC-RECOVPERIOD        PIC X(06).
            05 RC-RECOVGLTS          PIC X(26).
        FD  PTY-FILE
            RECORDING MODE IS F.
        01  PT-RECORD.
            05 PT-RECTYPE            PIC X(01).
            05 PT-CDCIND             PIC X(01).
            05 PT-CDCTS              PIC X(26).
            05 PT-CLAIMNUMBER        PIC 9(09).
            05 PT-PARTYSEQ           PIC 9(09).
            05 PT-PARTYROLE          PIC X(10).
            05 PT-PARTYNAME          PIC X(40).
            05 PT-PARTYADDR          PIC X(60).
            05 PT-PARTYTAXID         PIC X(11).
            05 PT-PARTYTS            PIC X(26).
            05 PT-PARTYVENDID        PIC X(10).
        FD  NTE-FILE
            RECORDING MODE IS F.
        01  NT-RECORD.
            05 NT-RECTYPE            PIC X(01).
            05 NT-CDCIND             PIC X(01).
            05 NT-CDCTS              PIC X(26).
            05 NT-CLAIMNUMBER        PIC 9(09).
            05 NT-NOTESEQ            PIC 9(09).
            05 NT-NOTETEXT           PIC X(255).
            05 NT-NOTEUSER           PIC X(08).
            05 NT-NOTETS             PIC X(26).
            05 NT-FOLLOWUPDT         PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-EOF-SW             PIC X(01) VALUE 'N'.
            88 EOF-TRUE                    VALUE 'Y'.
            88 EOF-FALSE                   VALUE 'N'.
        01 WS-CDC-SW             PIC X(01) VALUE 'Y'.
            88 CDC-OK                      VALUE 'Y'.
            88 CDC-FAILED                  VALUE 'N'.
        01 WS-CTL-SW             PIC X(01) VALUE 'N'.
            88 CTL-FOUND                   VALUE 'Y'.
            88 CTL-FIRST-RUN               VALUE 'N'.
      *    THE CONSUMER THIS EXTRACT KEEPS ITS MARK UNDER ON
      *    CLAIMS6_CDCCTL, AND HOW FAR BEHIND NOW THE WINDOW CLOSES
        01 WS-CDC-NAME           PIC X(08) VALUE 'WAREHSE'.
        01 WS-LAG-MINUTES        PIC S9(4) USAGE COMP-5 VALUE 10.
        01 WS-LAST-MARK          PIC X(26).
        01 WS-NEW-MARK           PIC X(26).
        01 WS-TOTAL-COUNT        PIC S9(9) USAGE COMP-5 VALUE 0.
      *    ONE ROW AS FETCHED - ITS INDICATOR AND CHANGE TIME
        01 WS-CDC-IND            PIC X(01).
        01 WS-CDC-TS             PIC X(26).
      *    RUNNING TRAILER TOTALS, ONE ENTRY PER FILE IN THE ORDER
      *    CLAIMS, HISTORY, PAYMENTS, RESERVES, RECOVERIES, PARTIES,
      *    NOTES
        01 WS-FX                 PIC S9(4) USAGE COMP VALUE 0.
        01 WS-ROW-AMT1           PIC S9(09)V9(2) VALUE 0.
        01 WS-ROW-AMT2           PIC S9(09)V9(2) VALUE 0.
        01 WS-ROW-CLAIM          PIC 9(09) VALUE 0.
        01 WS-FILE-TABLE.
            05 WS-FILE-ENTRY      OCCURS 7 TIMES.
               10 WS-FILE-NAME    PIC X(08).
               10 WS-FILE-COUNT   PIC 9(09).
               10 WS-FILE-CLMHASH PIC 9(15).
               10 WS-FILE-AMT1    PIC S9(11)V9(2).
               10 WS-FILE-AMT2    PIC S9(11)V9(2).
      *    THE BALANCING TRAILER CLOSING EVERY FILE
        01 WS-CDC-TRAILER.
            05 CT-RECTYPE            PIC X(01) VALUE 'T'.
            05 CT-REC-COUNT          PIC 9(09).
            05 CT-CLAIM-HASH         PIC 9(15).
            05 CT-AMT1-HASH          PIC S9(11)V9(2) SIGN LEADING
                                                     SEPARATE.
            05 CT-AMT2-HASH          PIC S9(11)V9(2) SIGN LEADING
                                                     SEPARATE.
        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP3
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP6
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP11
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP12
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP14
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP17
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP31
            END-EXEC.

      *    CLAIMS CHANGED IN THE WINDOW - NEW WHEN THE ADD HISTORY
      *    ROW MF47CB3 WRITES IS ITSELF IN THE WINDOW - AND CLAIMS
      *    ARCHIVED IN IT
            EXEC SQL
                DECLARE CDCLCSR CURSOR FOR
                    SELECT CASE WHEN EXISTS
                                (SELECT 1 FROM MFTR47.CLAIMS6_HIST H
                                  WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND H.CHGTYPE = 'A'
                                    AND H.CHGTS > :WS-LAST-MARK)
                                THEN 'I' ELSE 'U' END,
                           CHAR(C.ROWTS), C.CLAIMNUMBER,
                           COALESCE(CHAR(C.CLAIMDATE, ISO), ''),
                           COALESCE(C.PAID, 0), COALESCE(C.VALUE1, 0),
                           COALESCE(C.CAUSE, ''),
                           COALESCE(C.OBSERVATIONS, ''), C.STATUS,
                           COALESCE(C.VOIDREASON, ''),
                           COALESCE(C.POLICYNUM, ''),
                           COALESCE(C.APPRSTAT, ''),
                           COALESCE(C.APPRUSER, ''),
                           COALESCE(CHAR(C.APPRTS), ''),
                           COALESCE(C.RESERVEAMT, 0),
                           COALESCE(C.ADJUSTER, ''),
                           COALESCE(C.EVENTCODE, ''),
                           COALESCE(C.CEDED, ''),
                           COALESCE(C.REGION, ''),
                           COALESCE(C.ORIGCURR, ''),
                           COALESCE(C.ORIGPAID, 0),
                           COALESCE(C.ORIGVALUE1, 0),
                           COALESCE(C.OCCNUM, 0)
                      FROM MFTR47.CLAIMS6 C
                     WHERE C.ROWTS >  :WS-LAST-MARK
                       AND C.ROWTS <= :WS-NEW-MARK
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS), A.CLAIMNUMBER,
                           COALESCE(CHAR(A.CLAIMDATE, ISO), ''),
                           COALESCE(A.PAID, 0), COALESCE(A.VALUE1, 0),
                           COALESCE(A.CAUSE, ''),
                           COALESCE(A.OBSERVATIONS, ''), A.STATUS,
                           COALESCE(A.VOIDREASON, ''),
                           COALESCE(A.POLICYNUM, ''),
                           COALESCE(A.APPRSTAT, ''),
                           COALESCE(A.APPRUSER, ''),
                           COALESCE(CHAR(A.APPRTS), ''),
                           COALESCE(A.RESERVEAMT, 0),
                           COALESCE(A.ADJUSTER, ''),
                           COALESCE(A.EVENTCODE, ''),
                           COALESCE(A.CEDED, ''),
                           COALESCE(A.REGION, ''),
                           COALESCE(A.ORIGCURR, ''),
                           COALESCE(A.ORIGPAID, 0),
                           COALESCE(A.ORIGVALUE1, 0),
                           COALESCE(A.OCCNUM, 0)
                      FROM MFTR47.CLAIMS6_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 2
            END-EXEC.
      *    HISTORY ROWS WRITTEN, AND ARCHIVED, IN THE WINDOW
            EXEC SQL
                DECLARE CDHSCSR CURSOR FOR
                    SELECT 'I', CHAR(H.CHGTS), H.CLAIMNUMBER,
                           COALESCE(H.OLDPAID, 0),
                           COALESCE(H.NEWPAID, 0),
                           COALESCE(H.OLDVALUE1, 0),
                           COALESCE(H.NEWVALUE1, 0),
                           COALESCE(H.OLDCAUSE, ''),
                           COALESCE(H.NEWCAUSE, ''),
                           COALESCE(H.OLDOBS, ''),
                           COALESCE(H.NEWOBS, ''),
                           CHAR(H.CHGTS), H.CHGUSER, H.CHGTYPE,
                           COALESCE(H.OLDSTATUS, ''),
                           COALESCE(H.NEWSTATUS, ''),
                           COALESCE(H.OLDADJUSTER, ''),
                           COALESCE(H.NEWADJUSTER, ''),
                           COALESCE(H.OLDREGION, ''),
                           COALESCE(H.NEWREGION, ''),
                           COALESCE(H.XFERREASON, '')
                      FROM MFTR47.CLAIMS6_HIST H
                     WHERE H.CHGTS >  :WS-LAST-MARK
                       AND H.CHGTS <= :WS-NEW-MARK
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS), A.CLAIMNUMBER,
                           COALESCE(A.OLDPAID, 0),
                           COALESCE(A.NEWPAID, 0),
                           COALESCE(A.OLDVALUE1, 0),
                           COALESCE(A.NEWVALUE1, 0),
                           COALESCE(A.OLDCAUSE, ''),
                           COALESCE(A.NEWCAUSE, ''),
                           COALESCE(A.OLDOBS, ''),
                           COALESCE(A.NEWOBS, ''),
                           CHAR(A.CHGTS), A.CHGUSER, A.CHGTYPE,
                           COALESCE(A.OLDSTATUS, ''),
                           COALESCE(A.NEWSTATUS, ''),
                           COALESCE(A.OLDADJUSTER, ''),
                           COALESCE(A.NEWADJUSTER, ''),
                           COALESCE(A.OLDREGION, ''),
                           COALESCE(A.NEWREGION, ''),
                           COALESCE(A.XFERREASON, '')
                      FROM MFTR47.CLAIMS6_HIST_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 12, 2
            END-EXEC.
      *    PAYMENTS ADDED OR CHANGED IN THE WINDOW BY THEIR CHANGE
      *    STAMP, WHICH EVERY INSERT AND UPDATE OF A PAYMENT SETS TO
      *    THE TIME OF THE WRITE (THE ISSUE AND CLEAR STAMPS CARRY THE
      *    BANK'S DATE AND A SENT CHECK CARRIES NO STAMP OF ITS OWN),
      *    AND PAYMENTS ARCHIVED IN IT
            EXEC SQL
                DECLARE CDPYCSR CURSOR FOR
                    SELECT CASE WHEN P.PAYTS > :WS-LAST-MARK
                                THEN 'I' ELSE 'U' END,
                           CHAR(P.PAYCHGTS),
                           P.CLAIMNUMBER, P.PAYSEQ,
                           COALESCE(P.PAYAMT, 0), P.PAYMETHOD,
                           COALESCE(P.PAYREF, ''), P.PAYUSER,
                           CHAR(P.PAYTS), COALESCE(P.REVOFSEQ, 0),
                           COALESCE(P.REVREASON, ''),
                           COALESCE(P.DISBSTAT, ''),
                           COALESCE(P.BANKREF, ''),
                           COALESCE(CHAR(P.ISSUETS), ''),
                           COALESCE(CHAR(P.CLEARTS), ''),
                           COALESCE(P.PAYEESEQ, 0),
                           COALESCE(P.DEDAPPLIED, 0),
                           COALESCE(CHAR(P.DUEDILTS), ''),
                           COALESCE(CHAR(P.STOPTS), ''),
                           COALESCE(CHAR(P.ESCHTS), ''),
                           COALESCE(P.ESCHSTATE, ''),
                           COALESCE(P.PAYCOSTTYPE, ''),
                           COALESCE(P.PAYCURR, ''),
                           COALESCE(P.PAYORIGAMT, 0),
                           COALESCE(P.PAYRATE, 0),
                           COALESCE(P.PAYPERIOD, ''),
                           COALESCE(CHAR(P.PAYGLTS), ''),
                           CHAR(P.PAYCHGTS)
                      FROM MFTR47.CLAIMS6_PAY P
                     WHERE P.PAYCHGTS >  :WS-LAST-MARK
                       AND P.PAYCHGTS <= :WS-NEW-MARK
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS),
                           A.CLAIMNUMBER, A.PAYSEQ,
                           COALESCE(A.PAYAMT, 0), A.PAYMETHOD,
                           COALESCE(A.PAYREF, ''), A.PAYUSER,
                           CHAR(A.PAYTS), COALESCE(A.REVOFSEQ, 0),
                           COALESCE(A.REVREASON, ''),
                           COALESCE(A.DISBSTAT, ''),
                           COALESCE(A.BANKREF, ''),
                           COALESCE(CHAR(A.ISSUETS), ''),
                           COALESCE(CHAR(A.CLEARTS), ''),
                           COALESCE(A.PAYEESEQ, 0),
                           COALESCE(A.DEDAPPLIED, 0),
                           COALESCE(CHAR(A.DUEDILTS), ''),
                           COALESCE(CHAR(A.STOPTS), ''),
                           COALESCE(CHAR(A.ESCHTS), ''),
                           COALESCE(A.ESCHSTATE, ''),
                           COALESCE(A.PAYCOSTTYPE, ''),
                           COALESCE(A.PAYCURR, ''),
                           COALESCE(A.PAYORIGAMT, 0),
                           COALESCE(A.PAYRATE, 0),
                           COALESCE(A.PAYPERIOD, ''),
                           COALESCE(CHAR(A.PAYGLTS), ''),
                           CHAR(A.PAYCHGTS)
                      FROM MFTR47.CLAIMS6_PAY_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 4, 2
            END-EXEC.
      *    RESERVE CHANGES RECORDED, SENT TO THE GENERAL LEDGER BY
      *    MF47B04, AND ARCHIVED, IN THE WINDOW
            EXEC SQL
                DECLARE CDRVCSR CURSOR FOR
                    SELECT CASE WHEN R.RESVTS > :WS-LAST-MARK
                                THEN 'I' ELSE 'U' END,
                           CHAR(GREATEST(R.RESVTS,
                                COALESCE(R.RESVGLTS, R.RESVTS))),
                           R.CLAIMNUMBER, R.RESVSEQ, R.RESVAMT,
                           R.RESVREASON, R.RESVUSER, CHAR(R.RESVTS),
                           COALESCE(R.RESVCOSTTYPE, ''),
                           COALESCE(R.RESVPERIOD, ''),
                           COALESCE(CHAR(R.RESVGLTS), '')
                      FROM MFTR47.CLAIMS6_RESV R
                     WHERE (R.RESVTS   >  :WS-LAST-MARK
                        AND R.RESVTS   <= :WS-NEW-MARK)
                        OR (R.RESVGLTS >  :WS-LAST-MARK
                        AND R.RESVGLTS <= :WS-NEW-MARK)
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS),
                           A.CLAIMNUMBER, A.RESVSEQ, A.RESVAMT,
                           A.RESVREASON, A.RESVUSER, CHAR(A.RESVTS),
                           COALESCE(A.RESVCOSTTYPE, ''),
                           COALESCE(A.RESVPERIOD, ''),
                           COALESCE(CHAR(A.RESVGLTS), '')
                      FROM MFTR47.CLAIMS6_RESV_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 4, 2
            END-EXEC.
      *    RECOVERY RECEIPTS RECORDED, SENT TO THE GENERAL LEDGER BY
      *    MF47B04, AND ARCHIVED, IN THE WINDOW
            EXEC SQL
                DECLARE CDRCCSR CURSOR FOR
                    SELECT CASE WHEN V.RECOVTS > :WS-LAST-MARK
                                THEN 'I' ELSE 'U' END,
                           CHAR(GREATEST(V.RECOVTS,
                                COALESCE(V.RECOVGLTS, V.RECOVTS))),
                           V.CLAIMNUMBER, V.RECOVSEQ, V.RECOVAMT,
                           V.RECOVTYPE, V.RECOVREASON, V.RECOVUSER,
                           CHAR(V.RECOVTS),
                           COALESCE(V.RECOVPERIOD, ''),
                           COALESCE(CHAR(V.RECOVGLTS), '')
                      FROM MFTR47.CLAIMS6_RECOV V
                     WHERE (V.RECOVTS   >  :WS-LAST-MARK
                        AND V.RECOVTS   <= :WS-NEW-MARK)
                        OR (V.RECOVGLTS >  :WS-LAST-MARK
                        AND V.RECOVGLTS <= :WS-NEW-MARK)
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS),
                           A.CLAIMNUMBER, A.RECOVSEQ, A.RECOVAMT,
                           A.RECOVTYPE, A.RECOVREASON, A.RECOVUSER,
                           CHAR(A.RECOVTS),
                           COALESCE(A.RECOVPERIOD, ''),
                           COALESCE(CHAR(A.RECOVGLTS), '')
                      FROM MFTR47.CLAIMS6_RECOV_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 4, 2
            END-EXEC.
      *    PARTIES ADDED IN THE WINDOW, PARTIES REFRESHED IN IT FROM A
      *    VENDOR MASTER UPDATE (MF47CB3 OPTION V REWRITES THE NAME,
      *    ADDRESS AND TIN OF EVERY PARTY LINKED TO THE VENDOR), AND
      *    PARTIES ARCHIVED IN IT
            EXEC SQL
                DECLARE CDPTCSR CURSOR FOR
                    SELECT CASE WHEN P.PARTYTS > :WS-LAST-MARK
                                THEN 'I' ELSE 'U' END,
                           CASE WHEN P.PARTYTS > :WS-LAST-MARK
                                THEN CHAR(P.PARTYTS)
                                ELSE CHAR(V.VENDTS) END,
                           P.CLAIMNUMBER, P.PARTYSEQ, P.PARTYROLE,
                           COALESCE(P.PARTYNAME, ''),
                           COALESCE(P.PARTYADDR, ''),
                           COALESCE(P.PARTYTAXID, ''),
                           CHAR(P.PARTYTS),
                           COALESCE(P.PARTYVENDID, '')
                      FROM MFTR47.CLAIMS6_PARTY P
                      LEFT OUTER JOIN MFTR47.CLAIMS6_VENDOR V
                        ON V.VENDORID = P.PARTYVENDID
                     WHERE (P.PARTYTS >  :WS-LAST-MARK
                        AND P.PARTYTS <= :WS-NEW-MARK)
                        OR (V.VENDTS  >  :WS-LAST-MARK
                        AND V.VENDTS  <= :WS-NEW-MARK)
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS),
                           A.CLAIMNUMBER, A.PARTYSEQ, A.PARTYROLE,
                           COALESCE(A.PARTYNAME, ''),
                           COALESCE(A.PARTYADDR, ''),
                           COALESCE(A.PARTYTAXID, ''),
                           CHAR(A.PARTYTS),
                           COALESCE(A.PARTYVENDID, '')
                      FROM MFTR47.CLAIMS6_PARTY_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 4, 2
            END-EXEC.
      *    NOTES WRITTEN, AND ARCHIVED, IN THE WINDOW
            EXEC SQL
                DECLARE CDNTCSR CURSOR FOR
                    SELECT 'I', CHAR(N.NOTETS),
                           N.CLAIMNUMBER, N.NOTESEQ, N.NOTETEXT,
                           N.NOTEUSER, CHAR(N.NOTETS),
                           COALESCE(CHAR(N.FOLLOWUPDT, ISO), '')
                      FROM MFTR47.CLAIMS6_NOTES N
                     WHERE N.NOTETS >  :WS-LAST-MARK
                       AND N.NOTETS <= :WS-NEW-MARK
                    UNION ALL
                    SELECT 'A', CHAR(A.ARCHTS),
                           A.CLAIMNUMBER, A.NOTESEQ, A.NOTETEXT,
                           A.NOTEUSER, CHAR(A.NOTETS),
                           COALESCE(CHAR(A.FOLLOWUPDT, ISO), '')
                      FROM MFTR47.CLAIMS6_NOTES_ARCH A
                     WHERE A.ARCHTS >  :WS-LAST-MARK
                       AND A.ARCHTS <= :WS-NEW-MARK
                     ORDER BY 3, 4, 2
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
            MOVE 'MF47B37'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-PROCESS-TABLES-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'            TO RK-ACTION
            MOVE WS-TOTAL-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE    TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *   OPEN THE FILES AND SET THE WINDOW - FROM THE LAST GOOD     **
      *   MARK ON CLAIMS6_CDCCTL (THE START OF TIME ON A FIRST RUN)  **
      *   TO WS-LAG-MINUTES BEFORE NOW                               **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT CLM-FILE HST-FILE PAY-FILE RSV-FILE
                        RCV-FILE PTY-FILE NTE-FILE.
            MOVE 'CLAIMS'   TO WS-FILE-NAME(1).
            MOVE 'HISTORY'  TO WS-FILE-NAME(2).
            MOVE 'PAYMENTS' TO WS-FILE-NAME(3).
            MOVE 'RESERVES' TO WS-FILE-NAME(4).
            MOVE 'RECOVERY' TO WS-FILE-NAME(5).
            MOVE 'PARTIES'  TO WS-FILE-NAME(6).
            MOVE 'NOTES'    TO WS-FILE-NAME(7).
            PERFORM 1100-CLEAR-TOTALS-PARA
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 7.
            MOVE WS-CDC-NAME TO CDCNAME.
            EXEC SQL
                 SELECT CHAR(LASTMARK)
                   INTO :WS-LAST-MARK
                   FROM MFTR47.CLAIMS6_CDCCTL
                  WHERE CDCNAME = :CDCNAME
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET CTL-FOUND TO TRUE
                WHEN 100
                     SET CTL-FIRST-RUN TO TRUE
                     MOVE '0001-01-01-00.00.00.000000'
                                   TO WS-LAST-MARK
                     DISPLAY 'MF47B37 - NO CONTROL ROW FOR '
                             WS-CDC-NAME ' - FULL EXTRACT'
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B37 - CDCCTL READ FAILED RC : '
                             WS-SQLCODE
                     SET CDC-FAILED TO TRUE
            END-EVALUATE.
            IF CDC-OK
               EXEC SQL
                    SELECT CHAR(CURRENT TIMESTAMP
                                - :WS-LAG-MINUTES MINUTES)
                      INTO :WS-NEW-MARK
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-SQLCODE
                  DISPLAY 'MF47B37 - WINDOW END FAILED RC : '
                          WS-SQLCODE
                  SET CDC-FAILED TO TRUE
               END-IF
            END-IF.
            IF CDC-OK
               DISPLAY 'MF47B37 - CHANGES AFTER  : ' WS-LAST-MARK
               DISPLAY 'MF47B37 - CHANGES UP TO  : ' WS-NEW-MARK
            END-IF.
      ****************************************************************
      *                ZERO ONE FILE'S TRAILER TOTALS                **
      ****************************************************************
        1100-CLEAR-TOTALS-PARA.
      *
            MOVE 0 TO WS-FILE-COUNT(WS-FX).
            MOVE 0 TO WS-FILE-CLMHASH(WS-FX).
            MOVE 0 TO WS-FILE-AMT1(WS-FX).
            MOVE 0 TO WS-FILE-AMT2(WS-FX).
      ****************************************************************
      *   EXTRACT EACH TABLE IN TURN - A FAILURE ON ONE STOPS THE    **
      *   REST, SINCE THE RUN WILL BE RESENT WHOLE ANYWAY            **
      ****************************************************************
        2000-PROCESS-TABLES-PARA.
      *
            IF CDC-OK
               PERFORM 2100-EXTRACT-CLAIMS-PARA
            END-IF.
            IF CDC-OK
               PERFORM 2200-EXTRACT-HIST-PARA
            END-IF.
            IF CDC-OK
               PERFORM 2300-EXTRACT-PAY-PARA
            END-IF.
            IF CDC-OK
               PERFORM 2400-EXTRACT-RESV-PARA
            END-IF.
            IF CDC-OK
               PERFORM 2500-EXTRACT-RECOV-PARA
            END-IF.
            IF CDC-OK
               PERFORM 2600-EXTRACT-PARTY-PARA
            END-IF.
            IF CDC-OK
               PERFORM 2700-EXTRACT-NOTES-PARA
            END-IF.
      ****************************************************************
      *                 EXTRACT THE CLAIM HEADERS                   **
      ****************************************************************
        2100-EXTRACT-CLAIMS-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDCLCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2150-FETCH-CLAIM-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDCLCSR
            END-EXEC.
      ****************************************************************
      *              FETCH AND WRITE ONE CLAIM HEADER                **
      ****************************************************************
        2150-FETCH-CLAIM-PARA.
      *
            EXEC SQL
                FETCH CDCLCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6.CLAIMNUMBER, :CLAIMDATE, :PAID,
                      :VALUE1, :CAUSE, :OBSERVATIONS, :STATUS,
                      :VOIDREASON, :POLICYNUM, :APPRSTAT, :APPRUSER,
                      :APPRTS, :RESERVEAMT, :ADJUSTER, :EVENTCODE,
                      :CEDED, :REGION, :ORIGCURR, :ORIGPAID,
                      :ORIGVALUE1, :OCCNUM
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO CL-RECTYPE
                     MOVE WS-CDC-IND            TO CL-CDCIND
                     MOVE WS-CDC-TS             TO CL-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6 TO CL-CLAIMNUMBER
                     MOVE FUNCTION DISPLAY-OF(CLAIMDATE)
                                                TO CL-CLAIMDATE
                     MOVE PAID                  TO CL-PAID
                     MOVE VALUE1                TO CL-VALUE1
                     MOVE FUNCTION DISPLAY-OF(CAUSE) TO CL-CAUSE
                     MOVE FUNCTION DISPLAY-OF(OBSERVATIONS)
                                                TO CL-OBSERVATIONS
                     MOVE STATUS                TO CL-STATUS
                     MOVE VOIDREASON            TO CL-VOIDREASON
                     MOVE POLICYNUM             TO CL-POLICYNUM
                     MOVE APPRSTAT              TO CL-APPRSTAT
                     MOVE APPRUSER              TO CL-APPRUSER
                     MOVE FUNCTION DISPLAY-OF(APPRTS) TO CL-APPRTS
                     MOVE RESERVEAMT            TO CL-RESERVEAMT
                     MOVE ADJUSTER              TO CL-ADJUSTER
                     MOVE EVENTCODE             TO CL-EVENTCODE
                     MOVE CEDED                 TO CL-CEDED
                     MOVE REGION                TO CL-REGION
                     MOVE ORIGCURR              TO CL-ORIGCURR
                     MOVE ORIGPAID              TO CL-ORIGPAID
                     MOVE ORIGVALUE1            TO CL-ORIGVALUE1
                     MOVE OCCNUM                TO CL-OCCNUM
                     WRITE CL-RECORD
                     MOVE 1                     TO WS-FX
                     MOVE CL-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE PAID                  TO WS-ROW-AMT1
                     MOVE VALUE1                TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *                 EXTRACT THE HISTORY ROWS                    **
      ****************************************************************
        2200-EXTRACT-HIST-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDHSCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2250-FETCH-HIST-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDHSCSR
            END-EXEC.
      ****************************************************************
      *               FETCH AND WRITE ONE HISTORY ROW                **
      ****************************************************************
        2250-FETCH-HIST-PARA.
      *
            EXEC SQL
                FETCH CDHSCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6H.CLAIMNUMBER, :OLDPAID, :NEWPAID,
                      :OLDVALUE1, :NEWVALUE1, :OLDCAUSE, :NEWCAUSE,
                      :OLDOBS, :NEWOBS, :CHGTS, :CHGUSER, :CHGTYPE,
                      :OLDSTATUS, :NEWSTATUS, :OLDADJUSTER,
                      :NEWADJUSTER, :OLDREGION, :NEWREGION,
                      :XFERREASON
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO HS-RECTYPE
                     MOVE WS-CDC-IND            TO HS-CDCIND
                     MOVE WS-CDC-TS             TO HS-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6H TO HS-CLAIMNUMBER
                     MOVE OLDPAID               TO HS-OLDPAID
                     MOVE NEWPAID               TO HS-NEWPAID
                     MOVE OLDVALUE1             TO HS-OLDVALUE1
                     MOVE NEWVALUE1             TO HS-NEWVALUE1
                     MOVE FUNCTION DISPLAY-OF(OLDCAUSE) TO HS-OLDCAUSE
                     MOVE FUNCTION DISPLAY-OF(NEWCAUSE) TO HS-NEWCAUSE
                     MOVE FUNCTION DISPLAY-OF(OLDOBS)   TO HS-OLDOBS
                     MOVE FUNCTION DISPLAY-OF(NEWOBS)   TO HS-NEWOBS
                     MOVE FUNCTION DISPLAY-OF(CHGTS)    TO HS-CHGTS
                     MOVE CHGUSER               TO HS-CHGUSER
                     MOVE CHGTYPE               TO HS-CHGTYPE
                     MOVE OLDSTATUS             TO HS-OLDSTATUS
                     MOVE NEWSTATUS             TO HS-NEWSTATUS
                     MOVE OLDADJUSTER           TO HS-OLDADJUSTER
                     MOVE NEWADJUSTER           TO HS-NEWADJUSTER
                     MOVE OLDREGION             TO HS-OLDREGION
                     MOVE NEWREGION             TO HS-NEWREGION
                     MOVE XFERREASON            TO HS-XFERREASON
                     WRITE HS-RECORD
                     MOVE 2                     TO WS-FX
                     MOVE HS-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE NEWPAID               TO WS-ROW-AMT1
                     MOVE NEWVALUE1             TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *                   EXTRACT THE PAYMENTS                      **
      ****************************************************************
        2300-EXTRACT-PAY-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDPYCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2350-FETCH-PAY-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDPYCSR
            END-EXEC.
      ****************************************************************
      *                FETCH AND WRITE ONE PAYMENT                   **
      ****************************************************************
        2350-FETCH-PAY-PARA.
      *
            EXEC SQL
                FETCH CDPYCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6P.CLAIMNUMBER, :PAYSEQ, :PAYAMT,
                      :PAYMETHOD, :PAYREF, :PAYUSER, :PAYTS,
                      :REVOFSEQ, :REVREASON, :DISBSTAT, :BANKREF,
                      :ISSUETS, :CLEARTS, :PAYEESEQ, :DEDAPPLIED,
                      :DUEDILTS, :STOPTS, :ESCHTS, :ESCHSTATE,
                      :PAYCOSTTYPE, :PAYCURR, :PAYORIGAMT, :PAYRATE,
                      :PAYPERIOD, :PAYGLTS, :PAYCHGTS
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO PY-RECTYPE
                     MOVE WS-CDC-IND            TO PY-CDCIND
                     MOVE WS-CDC-TS             TO PY-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6P TO PY-CLAIMNUMBER
                     MOVE PAYSEQ                TO PY-PAYSEQ
                     MOVE PAYAMT                TO PY-PAYAMT
                     MOVE PAYMETHOD             TO PY-PAYMETHOD
                     MOVE PAYREF                TO PY-PAYREF
                     MOVE PAYUSER               TO PY-PAYUSER
                     MOVE FUNCTION DISPLAY-OF(PAYTS)    TO PY-PAYTS
                     MOVE REVOFSEQ              TO PY-REVOFSEQ
                     MOVE REVREASON             TO PY-REVREASON
                     MOVE DISBSTAT              TO PY-DISBSTAT
                     MOVE BANKREF               TO PY-BANKREF
                     MOVE FUNCTION DISPLAY-OF(ISSUETS)  TO PY-ISSUETS
                     MOVE FUNCTION DISPLAY-OF(CLEARTS)  TO PY-CLEARTS
                     MOVE PAYEESEQ              TO PY-PAYEESEQ
                     MOVE DEDAPPLIED            TO PY-DEDAPPLIED
                     MOVE FUNCTION DISPLAY-OF(DUEDILTS) TO PY-DUEDILTS
                     MOVE FUNCTION DISPLAY-OF(STOPTS)   TO PY-STOPTS
                     MOVE FUNCTION DISPLAY-OF(ESCHTS)   TO PY-ESCHTS
                     MOVE ESCHSTATE             TO PY-ESCHSTATE
                     MOVE PAYCOSTTYPE           TO PY-PAYCOSTTYPE
                     MOVE PAYCURR               TO PY-PAYCURR
                     MOVE PAYORIGAMT            TO PY-PAYORIGAMT
                     MOVE PAYRATE               TO PY-PAYRATE
                     MOVE PAYPERIOD             TO PY-PAYPERIOD
                     MOVE FUNCTION DISPLAY-OF(PAYGLTS)  TO PY-PAYGLTS
                     MOVE FUNCTION DISPLAY-OF(PAYCHGTS) TO PY-PAYCHGTS
                     WRITE PY-RECORD
                     MOVE 3                     TO WS-FX
                     MOVE PY-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE PAYAMT                TO WS-ROW-AMT1
                     MOVE DEDAPPLIED            TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *                EXTRACT THE RESERVE CHANGES                  **
      ****************************************************************
        2400-EXTRACT-RESV-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDRVCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2450-FETCH-RESV-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDRVCSR
            END-EXEC.
      ****************************************************************
      *             FETCH AND WRITE ONE RESERVE CHANGE               **
      ****************************************************************
        2450-FETCH-RESV-PARA.
      *
            EXEC SQL
                FETCH CDRVCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6R.CLAIMNUMBER, :RESVSEQ, :RESVAMT,
                      :RESVREASON, :RESVUSER, :RESVTS, :RESVCOSTTYPE,
                      :RESVPERIOD, :RESVGLTS
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO RV-RECTYPE
                     MOVE WS-CDC-IND            TO RV-CDCIND
                     MOVE WS-CDC-TS             TO RV-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6R TO RV-CLAIMNUMBER
                     MOVE RESVSEQ               TO RV-RESVSEQ
                     MOVE RESVAMT               TO RV-RESVAMT
                     MOVE RESVREASON            TO RV-RESVREASON
                     MOVE RESVUSER              TO RV-RESVUSER
                     MOVE FUNCTION DISPLAY-OF(RESVTS) TO RV-RESVTS
                     MOVE RESVCOSTTYPE          TO RV-RESVCOSTTYPE
                     MOVE RESVPERIOD            TO RV-RESVPERIOD
                     MOVE FUNCTION DISPLAY-OF(RESVGLTS) TO RV-RESVGLTS
                     WRITE RV-RECORD
                     MOVE 4                     TO WS-FX
                     MOVE RV-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE RESVAMT               TO WS-ROW-AMT1
                     MOVE 0                     TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *               EXTRACT THE RECOVERY RECEIPTS                 **
      ****************************************************************
        2500-EXTRACT-RECOV-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDRCCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2550-FETCH-RECOV-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDRCCSR
            END-EXEC.
      ****************************************************************
      *            FETCH AND WRITE ONE RECOVERY RECEIPT              **
      ****************************************************************
        2550-FETCH-RECOV-PARA.
      *
            EXEC SQL
                FETCH CDRCCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6V.CLAIMNUMBER, :RECOVSEQ, :RECOVAMT,
                      :RECOVTYPE, :RECOVREASON, :RECOVUSER, :RECOVTS,
                      :RECOVPERIOD, :RECOVGLTS
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO RC-RECTYPE
                     MOVE WS-CDC-IND            TO RC-CDCIND
                     MOVE WS-CDC-TS             TO RC-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6V TO RC-CLAIMNUMBER
                     MOVE RECOVSEQ              TO RC-RECOVSEQ
                     MOVE RECOVAMT              TO RC-RECOVAMT
                     MOVE RECOVTYPE             TO RC-RECOVTYPE
                     MOVE RECOVREASON           TO RC-RECOVREASON
                     MOVE RECOVUSER             TO RC-RECOVUSER
                     MOVE FUNCTION DISPLAY-OF(RECOVTS) TO RC-RECOVTS
                     MOVE RECOVPERIOD           TO RC-RECOVPERIOD
                     MOVE FUNCTION DISPLAY-OF(RECOVGLTS)
                                                TO RC-RECOVGLTS
                     WRITE RC-RECORD
                     MOVE 5                     TO WS-FX
                     MOVE RC-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE RECOVAMT              TO WS-ROW-AMT1
                     MOVE 0                     TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *                  EXTRACT THE CLAIM PARTIES                  **
      ****************************************************************
        2600-EXTRACT-PARTY-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDPTCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2650-FETCH-PARTY-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDPTCSR
            END-EXEC.
      ****************************************************************
      *                 FETCH AND WRITE ONE PARTY                    **
      ****************************************************************
        2650-FETCH-PARTY-PARA.
      *
            EXEC SQL
                FETCH CDPTCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6A.CLAIMNUMBER, :PARTYSEQ, :PARTYROLE,
                      :PARTYNAME, :PARTYADDR, :PARTYTAXID, :PARTYTS,
                      :PARTYVENDID
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO PT-RECTYPE
                     MOVE WS-CDC-IND            TO PT-CDCIND
                     MOVE WS-CDC-TS             TO PT-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6A TO PT-CLAIMNUMBER
                     MOVE PARTYSEQ              TO PT-PARTYSEQ
                     MOVE PARTYROLE             TO PT-PARTYROLE
                     MOVE FUNCTION DISPLAY-OF(PARTYNAME)
                                                TO PT-PARTYNAME
                     MOVE FUNCTION DISPLAY-OF(PARTYADDR)
                                                TO PT-PARTYADDR
                     MOVE PARTYTAXID            TO PT-PARTYTAXID
                     MOVE FUNCTION DISPLAY-OF(PARTYTS) TO PT-PARTYTS
                     MOVE PARTYVENDID           TO PT-PARTYVENDID
                     WRITE PT-RECORD
                     MOVE 6                     TO WS-FX
                     MOVE PT-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE 0                     TO WS-ROW-AMT1
                     MOVE 0                     TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *                  EXTRACT THE CLAIM NOTES                    **
      ****************************************************************
        2700-EXTRACT-NOTES-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN CDNTCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               PERFORM 8000-SQL-FAIL-PARA
            END-IF.
            PERFORM 2750-FETCH-NOTE-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE CDNTCSR
            END-EXEC.
      ****************************************************************
      *                  FETCH AND WRITE ONE NOTE                    **
      ****************************************************************
        2750-FETCH-NOTE-PARA.
      *
            EXEC SQL
                FETCH CDNTCSR
                 INTO :WS-CDC-IND, :WS-CDC-TS,
                      :CLAIMS6X.CLAIMNUMBER, :NOTESEQ, :NOTETEXT,
                      :NOTEUSER, :NOTETS, :FOLLOWUPDT
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     MOVE 'D'                   TO NT-RECTYPE
                     MOVE WS-CDC-IND            TO NT-CDCIND
                     MOVE WS-CDC-TS             TO NT-CDCTS
                     MOVE CLAIMNUMBER OF CLAIMS6X TO NT-CLAIMNUMBER
                     MOVE NOTESEQ               TO NT-NOTESEQ
                     MOVE FUNCTION DISPLAY-OF(NOTETEXT)
                                                TO NT-NOTETEXT
                     MOVE NOTEUSER              TO NT-NOTEUSER
                     MOVE FUNCTION DISPLAY-OF(NOTETS) TO NT-NOTETS
                     MOVE FUNCTION DISPLAY-OF(FOLLOWUPDT)
                                                TO NT-FOLLOWUPDT
                     WRITE NT-RECORD
                     MOVE 7                     TO WS-FX
                     MOVE NT-CLAIMNUMBER        TO WS-ROW-CLAIM
                     MOVE 0                     TO WS-ROW-AMT1
                     MOVE 0                     TO WS-ROW-AMT2
                     PERFORM 2900-ADD-TOTALS-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     PERFORM 8000-SQL-FAIL-PARA
            END-EVALUATE.
      ****************************************************************
      *   ADD THE ROW JUST WRITTEN TO ITS FILE'S TRAILER TOTALS -    **
      *   WS-FX NAMES THE FILE                                       **
      ****************************************************************
        2900-ADD-TOTALS-PARA.
      *
            ADD 1            TO WS-FILE-COUNT(WS-FX).
            ADD WS-ROW-CLAIM TO WS-FILE-CLMHASH(WS-FX).
            ADD WS-ROW-AMT1  TO WS-FILE-AMT1(WS-FX).
            ADD WS-ROW-AMT2  TO WS-FILE-AMT2(WS-FX).
            ADD 1            TO WS-TOTAL-COUNT.
      ****************************************************************
      *   NOTE A FAILED READ - THE CURRENT TABLE STOPS, THE REST ARE **
      *   SKIPPED, AND THE MARK STAYS WHERE IT WAS                   **
      ****************************************************************
        8000-SQL-FAIL-PARA.
      *
            MOVE SQLCODE TO WS-SQLCODE.
            DISPLAY 'MF47B37 - READ FAILED RC : ' WS-SQLCODE.
            SET CDC-FAILED TO TRUE.
            SET EOF-TRUE   TO TRUE.
      ****************************************************************
      *   ON A CLEAN RUN MOVE THE MARK ON AND CLOSE EVERY FILE WITH  **
      *   ITS TRAILER, THEN COMMIT. ON A FAILED ONE LEAVE THE MARK,  **
      *   WRITE NO TRAILERS AND END RC=8                             **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            IF CDC-OK
               PERFORM 3100-ADVANCE-MARK-PARA
            END-IF.
            IF CDC-OK
               PERFORM 3200-WRITE-TRAILER-PARA
                  VARYING WS-FX FROM 1 BY 1
                  UNTIL WS-FX > 7
               EXEC SQL
                    COMMIT WORK
               END-EXEC
            ELSE
               EXEC SQL
                    ROLLBACK WORK
               END-EXEC
               DISPLAY 'MF47B37 - RUN FAILED - NO TRAILERS WRITTEN, '
                       'MARK NOT MOVED'
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE CLM-FILE HST-FILE PAY-FILE RSV-FILE
                  RCV-FILE PTY-FILE NTE-FILE.
            DISPLAY 'MF47B37 - ROWS EXTRACTED  : ' WS-TOTAL-COUNT.
      ****************************************************************
      *   RECORD THE NEW HIGH-WATER MARK - ADDING THE CONTROL ROW ON **
      *   THE FIRST RUN                                              **
      ****************************************************************
        3100-ADVANCE-MARK-PARA.
      *
            MOVE WS-CDC-NAME    TO CDCNAME.
            MOVE WS-TOTAL-COUNT TO LASTCOUNT.
            IF CTL-FOUND
               EXEC SQL
                    UPDATE MFTR47.CLAIMS6_CDCCTL
                       SET LASTMARK  = TIMESTAMP(:WS-NEW-MARK)
                          ,LASTRUNTS = CURRENT TIMESTAMP
                          ,LASTCOUNT = :LASTCOUNT
                     WHERE CDCNAME   = :CDCNAME
               END-EXEC
            ELSE
               EXEC SQL
                    INSERT INTO MFTR47.CLAIMS6_CDCCTL
                           ( CDCNAME
                            ,LASTMARK
                            ,LASTRUNTS
                            ,LASTCOUNT)
                    VALUES ( :CDCNAME
                            ,TIMESTAMP(:WS-NEW-MARK)
                            ,CURRENT TIMESTAMP
                            ,:LASTCOUNT)
               END-EXEC
            END-IF.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B37 - MARK UPDATE FAILED RC : ' WS-SQLCODE
               SET CDC-FAILED TO TRUE
            END-IF.
      ****************************************************************
      *   CLOSE ONE FILE WITH ITS BALANCING TRAILER - WS-FX NAMES    **
      *   THE FILE                                                   **
      ****************************************************************
        3200-WRITE-TRAILER-PARA.
      *
            MOVE WS-FILE-COUNT(WS-FX)   TO CT-REC-COUNT.
            MOVE WS-FILE-CLMHASH(WS-FX) TO CT-CLAIM-HASH.
            MOVE WS-FILE-AMT1(WS-FX)    TO CT-AMT1-HASH.
            MOVE WS-FILE-AMT2(WS-FX)    TO CT-AMT2-HASH.
            EVALUATE WS-FX
                WHEN 1
                     WRITE CL-RECORD FROM WS-CDC-TRAILER
                WHEN 2
                     WRITE HS-RECORD FROM WS-CDC-TRAILER
                WHEN 3
                     WRITE PY-RECORD FROM WS-CDC-TRAILER
                WHEN 4
                     WRITE RV-RECORD FROM WS-CDC-TRAILER
                WHEN 5
                     WRITE RC-RECORD FROM WS-CDC-TRAILER
                WHEN 6
                     WRITE PT-RECORD FROM WS-CDC-TRAILER
                WHEN 7
                     WRITE NT-RECORD FROM WS-CDC-TRAILER
            END-EVALUATE.
            DISPLAY 'MF47B37 - ' WS-FILE-NAME(WS-FX) ' ROWS : '
                    WS-FILE-COUNT(WS-FX).
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
