      *              EACH RESERVE TRANSACTION OF ITS RESVTS AGE,     **
      *              AND THE BUCKETS ARE THEN ACCUMULATED ACROSS SO  **
      *              A CELL READS "CUMULATIVE AS OF THAT AGE".       **
      *              THE ALL-IN PAID AND INCURRED BLOCKS ARE THEN    **
      *              REPEATED FOR EACH COST TYPE - INDEMNITY,        **
      *              DEFENSE EXPENSE (ALAE) AND ADJUSTING EXPENSE -  **
      *              OFF THE COST TYPE ON EACH PAYMENT AND RESERVE   **
      *              TRANSACTION (NONE CARRIED = INDEMNITY).         **
      *              COVERS THE LAST TWELVE ACCIDENT MONTHS -        **
      *              MOVEMENT, WHERE MF47B11 ONLY TRENDS PERIOD      **
      *              TOTALS AGAINST THE PRIOR PERIOD.                **
        01 WS-COL-IX             PIC S9(04) USAGE COMP.
        01 WS-LBL-YYYY           PIC 9(04).
        01 WS-LBL-MM             PIC 9(02).
        01 WS-MOVE-CTYPE         PIC X(04).
        01 WS-CT-IX              PIC S9(04) USAGE COMP.

      *    TWELVE ACCIDENT MONTHS (OLDEST FIRST) BY FIVE DEVELOPMENT
      *    AGE BUCKETS, PAID AND INCURRED SIDE BY SIDE
               10 WS-ACC-PERIOD  PIC X(07).
               10 WS-PAID-CELL   PIC S9(11)V9(2) COMP-3 OCCURS 5.
               10 WS-INCUR-CELL  PIC S9(11)V9(2) COMP-3 OCCURS 5.
      *        THE SAME CELLS SPLIT BY COST TYPE - 1 INDEMNITY,
      *        2 ALAE, 3 ADJUSTING EXPENSE
               10 WS-CT-GROUP    OCCURS 3.
                  15 WS-CT-PAID-CELL  PIC S9(11)V9(2) COMP-3
                                                      OCCURS 5.
                  15 WS-CT-INCUR-CELL PIC S9(11)V9(2) COMP-3
                                                      OCCURS 5.
      *    BLOCK TITLE SUFFIXES FOR THE THREE COST-TYPE BLOCKS
        01 WS-CT-NAME-VALUES.
            05 FILLER             PIC X(20) VALUE 'INDEMNITY'.
            05 FILLER             PIC X(20) VALUE 'ALAE'.
            05 FILLER             PIC X(20) VALUE 'ADJUSTING EXPENSE'.
        01 WS-CT-NAME-TABLE REDEFINES WS-CT-NAME-VALUES.
            05 WS-CT-NAME         PIC X(20) OCCURS 3.
        01 WS-CT-BLOCK-LINE.
            05 CB-TITLE           PIC X(26).
            05 CB-NAME            PIC X(20).
            05 FILLER             PIC X(04) VALUE '----'.

        01 WS-HDG1.
            05 FILLER             PIC X(62) VALUE

      *    EVERY PAYMENT ON THE LAST TWELVE ACCIDENT MONTHS, WITH
      *    ITS ACCIDENT YEAR/MONTH AND ITS AGE IN WHOLE MONTHS FROM
      *    LOSS TO PAYMENT - A CHECK STOPPED (P) OR ESCHEATED (U) WAS
      *    NEVER PAID TO THE CLAIMANT AND IS LEFT OUT
            EXEC SQL
                DECLARE TRPCSR CURSOR FOR
                    SELECT YEAR(C.CLAIMDATE), MONTH(C.CLAIMDATE),
                           (YEAR(P.PAYTS) - YEAR(C.CLAIMDATE)) * 12
                           + MONTH(P.PAYTS) - MONTH(C.CLAIMDATE),
                           P.PAYAMT, COALESCE(P.PAYCOSTTYPE, 'IND')
                      FROM MFTR47.CLAIMS6_PAY P
                          ,MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                       AND C.CLAIMDATE >= CURRENT DATE - 12 MONTHS
                       AND COALESCE(P.DISBSTAT, ' ') NOT IN ('P', 'U')
            END-EXEC.
      *    AND EVERY RESERVE TRANSACTION THE SAME WAY, AGED BY RESVTS
            EXEC SQL
                    SELECT YEAR(C.CLAIMDATE), MONTH(C.CLAIMDATE),
                           (YEAR(R.RESVTS) - YEAR(C.CLAIMDATE)) * 12
                           + MONTH(R.RESVTS) - MONTH(C.CLAIMDATE),
                           R.RESVAMT, COALESCE(R.RESVCOSTTYPE, 'IND')
                      FROM MFTR47.CLAIMS6_RESV R
                          ,MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = R.CLAIMNUMBER
      *
            MOVE 0 TO WS-PAID-CELL(WS-ROW-IX, WS-COL-IX).
            MOVE 0 TO WS-INCUR-CELL(WS-ROW-IX, WS-COL-IX).
            PERFORM 1250-ZERO-CT-CELL-PARA
                    VARYING WS-CT-IX FROM 1 BY 1
                      UNTIL WS-CT-IX > 3.
      ****************************************************************
      *            ZERO ONE COST TYPE'S PAIR OF CELLS                **
      ****************************************************************
        1250-ZERO-CT-CELL-PARA.
      *
            MOVE 0 TO WS-CT-PAID-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX).
            MOVE 0 TO WS-CT-INCUR-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX).
      ****************************************************************
      *               STEP THE LABEL BACK ONE MONTH                  **
      ****************************************************************
            EXEC SQL
                FETCH TRPCSR
                 INTO :WS-ACC-YYYY, :WS-ACC-MM, :WS-DEV-MONTHS,
                      :WS-MOVE-AMT, :WS-MOVE-CTYPE
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                            WS-PAID-CELL(WS-ROW-IX, WS-COL-IX)
                        ADD WS-MOVE-AMT TO
                            WS-INCUR-CELL(WS-ROW-IX, WS-COL-IX)
                        ADD WS-MOVE-AMT TO
                            WS-CT-PAID-CELL(WS-ROW-IX, WS-CT-IX,
                                            WS-COL-IX)
                        ADD WS-MOVE-AMT TO
                            WS-CT-INCUR-CELL(WS-ROW-IX, WS-CT-IX,
                                             WS-COL-IX)
                        ADD 1 TO WS-MOVE-COUNT
                     END-IF
                WHEN 100
            EXEC SQL
                FETCH TRRCSR
                 INTO :WS-ACC-YYYY, :WS-ACC-MM, :WS-DEV-MONTHS,
                      :WS-MOVE-AMT, :WS-MOVE-CTYPE
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     IF WS-ROW-IX > 0
                        ADD WS-MOVE-AMT TO
                            WS-INCUR-CELL(WS-ROW-IX, WS-COL-IX)
                        ADD WS-MOVE-AMT TO
                            WS-CT-INCUR-CELL(WS-ROW-IX, WS-CT-IX,
                                             WS-COL-IX)
                        ADD 1 TO WS-MOVE-COUNT
                     END-IF
                WHEN 100
      *   INTO A ROW AND COLUMN. AN ACCIDENT MONTH OUTSIDE THE       **
      *   TWELVE-ROW WINDOW LEAVES THE ROW INDEX ZERO AND THE        **
      *   MOVEMENT IS DROPPED; AGES 12 MONTHS AND UP SHARE THE       **
      *   LAST COLUMN. THE COST TYPE PICKS THE COST-TYPE GROUP       **
      ****************************************************************
        2900-LOCATE-CELL-PARA.
      *
            EVALUATE WS-MOVE-CTYPE
                WHEN 'ALAE'
                     MOVE 2 TO WS-CT-IX
                WHEN 'ADJ'
                     MOVE 3 TO WS-CT-IX
                WHEN OTHER
                     MOVE 1 TO WS-CT-IX
            END-EVALUATE.
            COMPUTE WS-MONTHS-AGO = (WS-CURR-YYYY - WS-ACC-YYYY) * 12
                                  + WS-CURR-MM - WS-ACC-MM.
            IF WS-MONTHS-AGO < 0 OR WS-MONTHS-AGO > 11
             TO WS-PAID-CELL(WS-ROW-IX, WS-COL-IX).
            ADD WS-INCUR-CELL(WS-ROW-IX, WS-COL-IX - 1)
             TO WS-INCUR-CELL(WS-ROW-IX, WS-COL-IX).
            PERFORM 3250-CUMULATE-CT-CELL-PARA
                    VARYING WS-CT-IX FROM 1 BY 1
                      UNTIL WS-CT-IX > 3.
      ****************************************************************
      *   FOLD THE PRIOR AGE BUCKET INTO THIS ONE FOR ONE COST TYPE  **
      ****************************************************************
        3250-CUMULATE-CT-CELL-PARA.
      *
            ADD WS-CT-PAID-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX - 1)
             TO WS-CT-PAID-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX).
            ADD WS-CT-INCUR-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX - 1)
             TO WS-CT-INCUR-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX).
      ****************************************************************
      *   PRINT THE ALL-IN PAID BLOCK THEN THE INCURRED BLOCK, THEN  **
      *   THE SAME PAIR FOR EACH COST TYPE                           **
      ****************************************************************
        3500-PRINT-TRIANGLE-PARA.
      *
            PERFORM 3700-PRINT-INCUR-ROW-PARA
                    VARYING WS-ROW-IX FROM 1 BY 1
                      UNTIL WS-ROW-IX > 12.
            PERFORM 3800-PRINT-COSTTYPE-PARA
                    VARYING WS-CT-IX FROM 1 BY 1
                      UNTIL WS-CT-IX > 3.
      ****************************************************************
      *                 PRINT ONE PAID-BLOCK ROW                    **
      ****************************************************************
            MOVE WS-INCUR-CELL(WS-ROW-IX, WS-COL-IX)
              TO DL-CELL(WS-COL-IX).
      ****************************************************************
      *     PRINT ONE COST TYPE'S PAID BLOCK AND INCURRED BLOCK      **
      ****************************************************************
        3800-PRINT-COSTTYPE-PARA.
      *
            MOVE '--- CUMULATIVE PAID - '     TO CB-TITLE.
            MOVE WS-CT-NAME(WS-CT-IX)         TO CB-NAME.
            MOVE WS-CT-BLOCK-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3850-PRINT-CT-PAID-ROW-PARA
                    VARYING WS-ROW-IX FROM 1 BY 1
                      UNTIL WS-ROW-IX > 12.
            MOVE '--- CUMULATIVE INCURRED - ' TO CB-TITLE.
            MOVE WS-CT-BLOCK-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-HDG2 TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3900-PRINT-CT-INCUR-ROW-PARA
                    VARYING WS-ROW-IX FROM 1 BY 1
                      UNTIL WS-ROW-IX > 12.
      ****************************************************************
      *           PRINT ONE COST TYPE'S PAID-BLOCK ROW               **
      ****************************************************************
        3850-PRINT-CT-PAID-ROW-PARA.
      *
            MOVE WS-ACC-PERIOD(WS-ROW-IX) TO DL-PERIOD.
            PERFORM 3860-MOVE-CT-PAID-CELL-PARA
                    VARYING WS-COL-IX FROM 1 BY 1
                      UNTIL WS-COL-IX > 5.
            MOVE WS-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *        MOVE ONE COST-TYPE PAID CELL TO THE PRINT LINE        **
      ****************************************************************
        3860-MOVE-CT-PAID-CELL-PARA.
      *
            MOVE WS-CT-PAID-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX)
              TO DL-CELL(WS-COL-IX).
      ****************************************************************
      *         PRINT ONE COST TYPE'S INCURRED-BLOCK ROW             **
      ****************************************************************
        3900-PRINT-CT-INCUR-ROW-PARA.
      *
            MOVE WS-ACC-PERIOD(WS-ROW-IX) TO DL-PERIOD.
            PERFORM 3960-MOVE-CT-INCUR-CELL-PARA
                    VARYING WS-COL-IX FROM 1 BY 1
                      UNTIL WS-COL-IX > 5.
            MOVE WS-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
      ****************************************************************
      *      MOVE ONE COST-TYPE INCURRED CELL TO THE PRINT LINE      **
      ****************************************************************
        3960-MOVE-CT-INCUR-CELL-PARA.
      *
            MOVE WS-CT-INCUR-CELL(WS-ROW-IX, WS-CT-IX, WS-COL-IX)
              TO DL-CELL(WS-COL-IX).
      ****************************************************************
      *                  CLOSE THE REPORT FILE                      **
      ****************************************************************
        4000-TERMINATE-PARA.
