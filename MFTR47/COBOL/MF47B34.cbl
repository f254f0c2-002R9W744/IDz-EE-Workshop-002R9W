        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47B34.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO INTGRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
      ****************************************************************
      * REMARK     - WEEKLY CLAIM INTEGRITY SWEEP. MF47B05 ONLY      **
      *              BALANCES VALUE1 AND PAID; THIS JOB LOOKS FOR    **
      *              THE REST OF THE DAMAGE A HALF-FAILED ONLINE     **
      *              TRANSACTION OR A PARTIAL MF47B08 ARCHIVE RUN    **
      *              CAN LEAVE BEHIND -                              **
      *              - CHILD ROWS (LINES, PAY, RESV, NOTES, PARTY,   **
      *                RECOV, CORR, SUIT, PAYSCHED) WHOSE CLAIM IS   **
      *                ON NEITHER CLAIMS6 NOR CLAIMS6_ARCH           **
      *              - CLAIMS SPLIT ACROSS THE ACTIVE AND ARCHIVE    **
      *                TABLES                                        **
      *              - REVERSALS WHOSE REVOFSEQ POINTS AT A PAYMENT  **
      *                THAT IS NOT THERE                             **
      *              - CLAIMS WHOSE PAID, VALUE1 OR CAUSE DIFFER     **
      *                FROM THE LATEST CLAIMS6_HIST ROW, OR WHOSE    **
      *                STATUS DIFFERS FROM THE LATEST STATUS CHANGE  **
      *              - ACTIVE CLAIMS WITH NO HISTORY AT ALL          **
      *              EVERY FINDING CARRIES A SEVERITY. HIGH (LOST OR **
      *              MISPLACED ROWS, UNEXPLAINED MONEY) ENDS THE JOB **
      *              RC=8, MEDIUM (AUDIT TRAIL OUT OF STEP) RC=4,    **
      *              SO THE MF47B23 MORNING SUMMARY SHOWS THE RUN AS **
      *              FAILED OR WARNING. LOW FINDINGS ARE LISTED      **
      *              ONLY. READ-ONLY AND RERUNNABLE.                 **
      * CALLED BY  - JCL: MF47B34J                                   **
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
        01 WS-FIND-COUNT         PIC 9(07) VALUE 0.
        01 WS-HIGH-COUNT         PIC 9(07) VALUE 0.
        01 WS-MED-COUNT          PIC 9(07) VALUE 0.
        01 WS-LOW-COUNT          PIC 9(07) VALUE 0.
      *    HOST FIELDS SHARED BY THE CHECK CURSORS - THE CLAIM, THE
      *    TABLE THE FINDING IS ON, WHICH SIDE OF THE ARCHIVE IT SITS
      *    AND A ROW COUNT OR PAYMENT SEQUENCES
        01 WS-CLAIM-NUM          PIC S9(9) USAGE COMP-5.
        01 WS-TABLE              PIC X(16).
        01 WS-SIDE               PIC X(01).
            88 WS-SIDE-HEADER              VALUE 'H'.
            88 WS-SIDE-ACTIVE              VALUE 'A'.
            88 WS-SIDE-ARCHIVE             VALUE 'R'.
        01 WS-ROW-COUNT          PIC S9(9) USAGE COMP-5.
        01 WS-PAYSEQ             PIC S9(9) USAGE COMP-5.
        01 WS-REVOFSEQ           PIC S9(9) USAGE COMP-5.
        01 WS-CUR-PAID           PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-HIST-PAID          PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-CUR-VALUE1         PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-HIST-VALUE1        PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-CUR-STATUS         PIC X(07).
        01 WS-HIST-STATUS        PIC X(07).
      *    DISPLAY FIELDS FOR THE FINDING TEXT
        01 WS-COUNT-D            PIC ZZZZZZZZ9.
        01 WS-SEQ1-D             PIC ZZZZZZZZ9.
        01 WS-SEQ2-D             PIC ZZZZZZZZ9.
        01 WS-AMT1-D             PIC -ZZZZZZZZ9.99.
        01 WS-AMT2-D             PIC -ZZZZZZZZ9.99.
        01 WS-CAUSE1-D           PIC X(10).
        01 WS-CAUSE2-D           PIC X(10).
      *    THE FINDING BEING WRITTEN BY 8000-WRITE-FINDING-PARA
        01 WS-SEVERITY           PIC X(06).
            88 SEV-HIGH                    VALUE 'HIGH'.
            88 SEV-MEDIUM                  VALUE 'MEDIUM'.
            88 SEV-LOW                     VALUE 'LOW'.
        01 WS-CHECK              PIC X(18).
        01 WS-DETAIL             PIC X(70).

        01 WS-HDG1.
            05 FILLER             PIC X(50) VALUE
               'MF47B34 - WEEKLY CLAIM INTEGRITY SWEEP'.
        01 WS-HDG2.
            05 FILLER             PIC X(08) VALUE 'SEV'.
            05 FILLER             PIC X(20) VALUE 'CHECK'.
            05 FILLER             PIC X(11) VALUE 'CLAIM'.
            05 FILLER             PIC X(18) VALUE 'TABLE'.
            05 FILLER             PIC X(70) VALUE 'FINDING'.
        01 WS-DETAIL-LINE.
            05 DL-SEVERITY        PIC X(06).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CHECK           PIC X(18).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-CLAIMNUM        PIC 9(09).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-TABLE           PIC X(16).
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-DETAIL          PIC X(70).
        01 WS-TOTAL-LINE.
            05 TL-LABEL           PIC X(22).
            05 TL-COUNT           PIC ZZZZZZ9.

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

      *    CHILD ROWS WHOSE CLAIM IS ON NEITHER THE ACTIVE NOR THE
      *    ARCHIVE HEADER TABLE - NOTHING POINTS AT THEM ANY MORE
            EXEC SQL
                DECLARE ORPCSR CURSOR FOR
                    SELECT 'CLAIMS6_LINES', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_LINES X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_PAY', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PAY X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_RESV', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_RESV X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_NOTES', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_NOTES X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_PARTY', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PARTY X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_RECOV', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_RECOV X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_CORR', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_CORR X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_SUIT', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_SUIT X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'CLAIMS6_PAYSCHED', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PAYSCHED X
                     WHERE NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                     ORDER BY 2, 1
            END-EXEC.
      *    CLAIMS SPLIT ACROSS THE ARCHIVE - A HEADER ON BOTH SIDES
      *    (H), ACTIVE CHILD ROWS LEFT BEHIND UNDER AN ARCHIVED
      *    CLAIM (A), OR ARCHIVE CHILD ROWS UNDER A CLAIM THAT IS
      *    STILL ACTIVE (R). MF47B08 MOVES A CLAIM AND ALL ITS ROWS
      *    IN ONE UNIT OF WORK, SO ANY OF THESE MEANS A RUN WAS CUT
      *    SHORT OR A ROW WAS PUT BACK BY HAND
            EXEC SQL
                DECLARE SPLCSR CURSOR FOR
                    SELECT 'H', 'CLAIMS6', C.CLAIMNUMBER, 1
                      FROM MFTR47.CLAIMS6 C
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = C.CLAIMNUMBER)
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_LINES', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_LINES X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_HIST', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_HIST X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_PAY', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PAY X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_RESV', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_RESV X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_NOTES', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_NOTES X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_PARTY', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PARTY X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_RECOV', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_RECOV X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_CORR', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_CORR X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_SUIT', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_SUIT X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'A', 'CLAIMS6_PAYSCHED', X.CLAIMNUMBER,
                           COUNT(*)
                      FROM MFTR47.CLAIMS6_PAYSCHED X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'LINES_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_LINES_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'HIST_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_HIST_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'PAY_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PAY_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'RESV_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_RESV_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'NOTES_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_NOTES_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'PARTY_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PARTY_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'RECOV_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_RECOV_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'CORR_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_CORR_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'SUIT_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_SUIT_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                    UNION ALL
                    SELECT 'R', 'PAYSCHED_ARCH', X.CLAIMNUMBER, COUNT(*)
                      FROM MFTR47.CLAIMS6_PAYSCHED_ARCH X
                     WHERE EXISTS (SELECT 1 FROM MFTR47.CLAIMS6 C
                                 WHERE C.CLAIMNUMBER = X.CLAIMNUMBER)
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_ARCH A
                                 WHERE A.CLAIMNUMBER = X.CLAIMNUMBER)
                     GROUP BY X.CLAIMNUMBER
                     ORDER BY 3, 1, 2
            END-EXEC.
      *    REVERSAL ROWS WHOSE REVOFSEQ NAMES A PAYMENT THAT IS NOT
      *    UNDER THE SAME CLAIM ON THE SAME SIDE OF THE ARCHIVE
            EXEC SQL
                DECLARE REVCSR CURSOR FOR
                    SELECT 'CLAIMS6_PAY', P.CLAIMNUMBER,
                           P.PAYSEQ, P.REVOFSEQ
                      FROM MFTR47.CLAIMS6_PAY P
                     WHERE P.REVOFSEQ IS NOT NULL
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_PAY O
                                 WHERE O.CLAIMNUMBER = P.CLAIMNUMBER
                                   AND O.PAYSEQ      = P.REVOFSEQ)
                    UNION ALL
                    SELECT 'PAY_ARCH', P.CLAIMNUMBER,
                           P.PAYSEQ, P.REVOFSEQ
                      FROM MFTR47.CLAIMS6_PAY_ARCH P
                     WHERE P.REVOFSEQ IS NOT NULL
                       AND NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_PAY_ARCH O
                                 WHERE O.CLAIMNUMBER = P.CLAIMNUMBER
                                   AND O.PAYSEQ      = P.REVOFSEQ)
                     ORDER BY 2, 3
            END-EXEC.
      *    ACTIVE CLAIMS WHOSE PAID, VALUE1 OR CAUSE DIFFER FROM THE
      *    NEW VALUES ON THEIR LATEST HISTORY ROW. EVERY ONLINE CHANGE
      *    AND THE ESCHEAT RUN WRITE THE CLAIM'S FULL NEW IMAGE, SO
      *    THE LATEST ROW MUST AGREE WITH THE CLAIM AS IT STANDS
            EXEC SQL
                DECLARE HSTCSR CURSOR FOR
                    SELECT C.CLAIMNUMBER,
                           VALUE(C.PAID, 0), VALUE(H.NEWPAID, 0),
                           VALUE(C.VALUE1, 0), VALUE(H.NEWVALUE1, 0),
                           VALUE(C.CAUSE, ' '), VALUE(H.NEWCAUSE, ' ')
                      FROM MFTR47.CLAIMS6 C
                      JOIN MFTR47.CLAIMS6_HIST H
                        ON H.CLAIMNUMBER = C.CLAIMNUMBER
                     WHERE H.CHGTS = (SELECT MAX(H2.CHGTS)
                                 FROM MFTR47.CLAIMS6_HIST H2
                                 WHERE H2.CLAIMNUMBER = C.CLAIMNUMBER)
                       AND (VALUE(C.PAID, 0)
                                 <> VALUE(H.NEWPAID, 0)
                        OR  VALUE(C.VALUE1, 0)
                                 <> VALUE(H.NEWVALUE1, 0)
                        OR  VALUE(C.CAUSE, ' ')
                                 <> VALUE(H.NEWCAUSE, ' '))
                     ORDER BY 1
            END-EXEC.
      *    ACTIVE CLAIMS WHOSE STATUS DIFFERS FROM THE NEW STATUS ON
      *    THEIR LATEST HISTORY ROW THAT CARRIES ONE (STATUS CHANGES
      *    AND THE ESCHEAT RUN - OTHER ROWS LEAVE IT BLANK)
            EXEC SQL
                DECLARE STSCSR CURSOR FOR
                    SELECT C.CLAIMNUMBER, C.STATUS, H.NEWSTATUS
                      FROM MFTR47.CLAIMS6 C
                      JOIN MFTR47.CLAIMS6_HIST H
                        ON H.CLAIMNUMBER = C.CLAIMNUMBER
                     WHERE VALUE(H.NEWSTATUS, ' ') <> ' '
                       AND H.CHGTS = (SELECT MAX(H2.CHGTS)
                                 FROM MFTR47.CLAIMS6_HIST H2
                                 WHERE H2.CLAIMNUMBER = C.CLAIMNUMBER
                                   AND VALUE(H2.NEWSTATUS, ' ') <> ' ')
                       AND H.NEWSTATUS <> C.STATUS
                     ORDER BY 1
            END-EXEC.
      *    ACTIVE CLAIMS WITH NO HISTORY ROW AT ALL
            EXEC SQL
                DECLARE NOHCSR CURSOR FOR
                    SELECT C.CLAIMNUMBER
                      FROM MFTR47.CLAIMS6 C
                     WHERE NOT EXISTS (SELECT 1
                                 FROM MFTR47.CLAIMS6_HIST H
                                 WHERE H.CLAIMNUMBER = C.CLAIMNUMBER)
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
            MOVE 'MF47B34'     TO RK-PGMNAME
            MOVE 0             TO RK-KEYCOUNT
            MOVE 0             TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            PERFORM 1000-INITIALIZE-PARA.
            PERFORM 2000-CHECK-ORPHAN-PARA.
            PERFORM 2200-CHECK-SPLIT-PARA.
            PERFORM 2400-CHECK-REVERSAL-PARA.
            PERFORM 2600-CHECK-HISTORY-PARA.
            PERFORM 2700-CHECK-STATUS-PARA.
            PERFORM 2800-CHECK-NO-HISTORY-PARA.
            PERFORM 3000-TERMINATE-PARA.
            MOVE 'E'           TO RK-ACTION
            MOVE WS-FIND-COUNT TO RK-KEYCOUNT
            MOVE RETURN-CODE   TO RK-RETCODE
            CALL 'MF47B99' USING MF47BKPARM.
            STOP RUN.
      ****************************************************************
      *                INITIALISE THE REPORT FILE                   **
      ****************************************************************
        1000-INITIALIZE-PARA.
      *
            OPEN OUTPUT RPT-FILE.
            MOVE WS-HDG1 TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *      REPORT CHILD ROWS WHOSE CLAIM IS ON NEITHER SIDE        **
      ****************************************************************
        2000-CHECK-ORPHAN-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN ORPCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B34 - OPEN ORPHAN FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2100-FETCH-ORPHAN-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE ORPCSR
            END-EXEC.
      ****************************************************************
      *            FETCH AND REPORT ONE ORPHANED CLAIM/TABLE         **
      ****************************************************************
        2100-FETCH-ORPHAN-PARA.
      *
            EXEC SQL
                FETCH ORPCSR
                 INTO :WS-TABLE, :WS-CLAIM-NUM, :WS-ROW-COUNT
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET SEV-HIGH            TO TRUE
                     MOVE 'ORPHAN ROWS'      TO WS-CHECK
                     MOVE WS-ROW-COUNT       TO WS-COUNT-D
                     MOVE SPACES             TO WS-DETAIL
                     STRING WS-COUNT-D ' ROW(S) - CLAIM ON NEITHER '
                            'CLAIMS6 NOR CLAIMS6_ARCH'
                            DELIMITED BY SIZE INTO WS-DETAIL
                     PERFORM 8000-WRITE-FINDING-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B34 - ORPHAN FETCH FAILED RC : '
                             WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *     REPORT CLAIMS WITH ROWS ON BOTH SIDES OF THE ARCHIVE     **
      ****************************************************************
        2200-CHECK-SPLIT-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN SPLCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B34 - OPEN SPLIT FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2300-FETCH-SPLIT-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE SPLCSR
            END-EXEC.
      ****************************************************************
      *              FETCH AND REPORT ONE SPLIT CLAIM/TABLE          **
      ****************************************************************
        2300-FETCH-SPLIT-PARA.
      *
            EXEC SQL
                FETCH SPLCSR
                 INTO :WS-SIDE, :WS-TABLE, :WS-CLAIM-NUM,
                      :WS-ROW-COUNT
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET SEV-HIGH            TO TRUE
                     MOVE 'ARCHIVE SPLIT'    TO WS-CHECK
                     MOVE WS-ROW-COUNT       TO WS-COUNT-D
                     MOVE SPACES             TO WS-DETAIL
                     EVALUATE TRUE
                         WHEN WS-SIDE-HEADER
                              MOVE 'CLAIM HEADER ON BOTH CLAIMS6 AND CL
      -                            'AIMS6_ARCH' TO WS-DETAIL
                         WHEN WS-SIDE-ACTIVE
                              STRING WS-COUNT-D ' ROW(S) LEFT ON THE A'
                                     'CTIVE SIDE - CLAIM IS ARCHIVED'
                                     DELIMITED BY SIZE INTO WS-DETAIL
                         WHEN OTHER
                              STRING WS-COUNT-D ' ROW(S) ON THE ARCHIV'
                                     'E SIDE - CLAIM IS STILL ACTIVE'
                                     DELIMITED BY SIZE INTO WS-DETAIL
                     END-EVALUATE
                     PERFORM 8000-WRITE-FINDING-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B34 - SPLIT FETCH FAILED RC : '
                             WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   REPORT REVERSALS THAT POINT AT A PAYMENT THAT IS NOT THERE **
      ****************************************************************
        2400-CHECK-REVERSAL-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN REVCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B34 - OPEN REVERSAL FAILED RC : '
                       WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2500-FETCH-REVERSAL-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE REVCSR
            END-EXEC.
      ****************************************************************
      *           FETCH AND REPORT ONE DANGLING REVERSAL             **
      ****************************************************************
        2500-FETCH-REVERSAL-PARA.
      *
            EXEC SQL
                FETCH REVCSR
                 INTO :WS-TABLE, :WS-CLAIM-NUM, :WS-PAYSEQ,
                      :WS-REVOFSEQ
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET SEV-HIGH            TO TRUE
                     MOVE 'REVERSAL TARGET'  TO WS-CHECK
                     MOVE WS-PAYSEQ          TO WS-SEQ1-D
                     MOVE WS-REVOFSEQ        TO WS-SEQ2-D
                     MOVE SPACES             TO WS-DETAIL
                     STRING 'REVERSAL PAYSEQ ' WS-SEQ1-D
                            ' POINTS AT MISSING PAYSEQ ' WS-SEQ2-D
                            DELIMITED BY SIZE INTO WS-DETAIL
                     PERFORM 8000-WRITE-FINDING-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B34 - REVERSAL FETCH FAILED RC : '
                             WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   REPORT CLAIMS WHOSE PAID, VALUE1 OR CAUSE HAVE MOVED AWAY  **
      *   FROM THEIR LATEST HISTORY ROW                              **
      ****************************************************************
        2600-CHECK-HISTORY-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN HSTCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B34 - OPEN HISTORY FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2650-FETCH-HISTORY-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE HSTCSR
            END-EXEC.
      ****************************************************************
      *   FETCH ONE CLAIM OUT OF STEP WITH ITS HISTORY AND REPORT    **
      *   EACH FIELD THAT DIFFERS                                    **
      ****************************************************************
        2650-FETCH-HISTORY-PARA.
      *
            INITIALIZE CAUSE.
            INITIALIZE NEWCAUSE.
            EXEC SQL
                FETCH HSTCSR
                 INTO :WS-CLAIM-NUM,
                      :WS-CUR-PAID, :WS-HIST-PAID,
                      :WS-CUR-VALUE1, :WS-HIST-VALUE1,
                      :CAUSE, :NEWCAUSE
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET SEV-MEDIUM          TO TRUE
                     MOVE 'HISTORY MISMATCH' TO WS-CHECK
                     MOVE 'CLAIMS6_HIST'     TO WS-TABLE
                     IF WS-CUR-PAID NOT = WS-HIST-PAID
                        MOVE WS-CUR-PAID     TO WS-AMT1-D
                        MOVE WS-HIST-PAID    TO WS-AMT2-D
                        MOVE SPACES          TO WS-DETAIL
                        STRING 'PAID ' WS-AMT1-D
                               ' BUT LATEST HISTORY SAYS ' WS-AMT2-D
                               DELIMITED BY SIZE INTO WS-DETAIL
                        PERFORM 8000-WRITE-FINDING-PARA
                     END-IF
                     IF WS-CUR-VALUE1 NOT = WS-HIST-VALUE1
                        MOVE WS-CUR-VALUE1   TO WS-AMT1-D
                        MOVE WS-HIST-VALUE1  TO WS-AMT2-D
                        MOVE SPACES          TO WS-DETAIL
                        STRING 'VALUE1 ' WS-AMT1-D
                               ' BUT LATEST HISTORY SAYS ' WS-AMT2-D
                               DELIMITED BY SIZE INTO WS-DETAIL
                        PERFORM 8000-WRITE-FINDING-PARA
                     END-IF
                     IF CAUSE NOT = NEWCAUSE
                        MOVE FUNCTION DISPLAY-OF(CAUSE)    TO
                                                         WS-CAUSE1-D
                        MOVE FUNCTION DISPLAY-OF(NEWCAUSE) TO
                                                         WS-CAUSE2-D
                        MOVE SPACES          TO WS-DETAIL
                        STRING 'CAUSE ' WS-CAUSE1-D
                               ' BUT LATEST HISTORY SAYS ' WS-CAUSE2-D
                               DELIMITED BY SIZE INTO WS-DETAIL
                        PERFORM 8000-WRITE-FINDING-PARA
                     END-IF
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B34 - HISTORY FETCH FAILED RC : '
                             WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   REPORT CLAIMS WHOSE STATUS HAS MOVED AWAY FROM THEIR       **
      *   LATEST RECORDED STATUS CHANGE                              **
      ****************************************************************
        2700-CHECK-STATUS-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN STSCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B34 - OPEN STATUS FAILED RC : ' WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2750-FETCH-STATUS-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE STSCSR
            END-EXEC.
      ****************************************************************
      *          FETCH AND REPORT ONE STATUS MISMATCH                **
      ****************************************************************
        2750-FETCH-STATUS-PARA.
      *
            EXEC SQL
                FETCH STSCSR
                 INTO :WS-CLAIM-NUM, :WS-CUR-STATUS, :WS-HIST-STATUS
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET SEV-MEDIUM          TO TRUE
                     MOVE 'HISTORY MISMATCH' TO WS-CHECK
                     MOVE 'CLAIMS6_HIST'     TO WS-TABLE
                     MOVE SPACES             TO WS-DETAIL
                     STRING 'STATUS ' WS-CUR-STATUS
                            ' BUT LATEST STATUS CHANGE SAYS '
                            WS-HIST-STATUS
                            DELIMITED BY SIZE INTO WS-DETAIL
                     PERFORM 8000-WRITE-FINDING-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B34 - STATUS FETCH FAILED RC : '
                             WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   LIST ACTIVE CLAIMS THAT HAVE NO AUDIT TRAIL AT ALL - MOST  **
      *   PREDATE THE HISTORY TABLE, SO THESE ARE LOW SEVERITY       **
      ****************************************************************
        2800-CHECK-NO-HISTORY-PARA.
      *
            SET EOF-FALSE TO TRUE.
            EXEC SQL
                OPEN NOHCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B34 - OPEN NO-HISTORY FAILED RC : '
                       WS-SQLCODE
               SET EOF-TRUE TO TRUE
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            PERFORM 2850-FETCH-NO-HISTORY-PARA
               UNTIL EOF-TRUE.
            EXEC SQL
                CLOSE NOHCSR
            END-EXEC.
      ****************************************************************
      *           FETCH AND LIST ONE CLAIM WITH NO HISTORY           **
      ****************************************************************
        2850-FETCH-NO-HISTORY-PARA.
      *
            EXEC SQL
                FETCH NOHCSR
                 INTO :WS-CLAIM-NUM
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET SEV-LOW             TO TRUE
                     MOVE 'NO HISTORY'       TO WS-CHECK
                     MOVE 'CLAIMS6_HIST'     TO WS-TABLE
                     MOVE 'NO HISTORY ROWS RECORDED FOR THE CLAIM'
                                             TO WS-DETAIL
                     PERFORM 8000-WRITE-FINDING-PARA
                WHEN 100
                     SET EOF-TRUE TO TRUE
                WHEN OTHER
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY 'MF47B34 - NO-HISTORY FETCH FAILED RC : '
                             WS-SQLCODE
                     SET EOF-TRUE TO TRUE
                     ADD 1 TO WS-FAIL-COUNT
            END-EVALUATE.
      ****************************************************************
      *   WRITE THE SEVERITY COUNTS AND SET THE RETURN CODE - RC=8   **
      *   ON ANY HIGH FINDING OR A CHECK THAT COULD NOT RUN, RC=4 ON **
      *   MEDIUM FINDINGS ONLY                                       **
      ****************************************************************
        3000-TERMINATE-PARA.
      *
            MOVE SPACES            TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'HIGH FINDINGS'   TO TL-LABEL.
            MOVE WS-HIGH-COUNT     TO TL-COUNT.
            MOVE WS-TOTAL-LINE     TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'MEDIUM FINDINGS' TO TL-LABEL.
            MOVE WS-MED-COUNT      TO TL-COUNT.
            MOVE WS-TOTAL-LINE     TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'LOW FINDINGS'    TO TL-LABEL.
            MOVE WS-LOW-COUNT      TO TL-COUNT.
            MOVE WS-TOTAL-LINE     TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'CHECKS FAILED'   TO TL-LABEL.
            MOVE WS-FAIL-COUNT     TO TL-COUNT.
            MOVE WS-TOTAL-LINE     TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B34 - HIGH FINDINGS   : ' WS-HIGH-COUNT.
            DISPLAY 'MF47B34 - MEDIUM FINDINGS : ' WS-MED-COUNT.
            DISPLAY 'MF47B34 - LOW FINDINGS    : ' WS-LOW-COUNT.
            DISPLAY 'MF47B34 - FAILURES        : ' WS-FAIL-COUNT.
            EVALUATE TRUE
                WHEN WS-HIGH-COUNT > 0 OR WS-FAIL-COUNT > 0
                     MOVE 8 TO RETURN-CODE
                WHEN WS-MED-COUNT > 0
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
      ****************************************************************
      *   WRITE ONE FINDING LINE AND COUNT IT UNDER ITS SEVERITY     **
      ****************************************************************
        8000-WRITE-FINDING-PARA.
      *
            MOVE WS-SEVERITY         TO DL-SEVERITY.
            MOVE WS-CHECK            TO DL-CHECK.
            MOVE WS-CLAIM-NUM        TO DL-CLAIMNUM.
            MOVE WS-TABLE            TO DL-TABLE.
            MOVE WS-DETAIL           TO DL-DETAIL.
            MOVE WS-DETAIL-LINE      TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1 TO WS-FIND-COUNT.
            EVALUATE TRUE
                WHEN SEV-HIGH
                     ADD 1 TO WS-HIGH-COUNT
                WHEN SEV-MEDIUM
                     ADD 1 TO WS-MED-COUNT
                WHEN OTHER
                     ADD 1 TO WS-LOW-COUNT
            END-EVALUATE.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
