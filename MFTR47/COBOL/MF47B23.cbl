      *              A RUN STILL OPEN (NO END TIME) IS FLAGGED       **
      *              ABEND?, RC=8 AND UP FAILED, RC=4 WARNING. ANY   **
      *              FAILED OR OPEN RUN ENDS THIS JOB RC=4 SO THE    **
      *              SCHEDULER RAISES IT. BELOW THE RUNS, THE SAME   **
      *              24 HOURS OF WEB FNOL INTAKE (MF47CB10) FROM     **
      *              CLAIMS6_FNOLLOG - REPORTS ADDED AS CLAIMS,      **
      *              REJECTED, RESENT AND BACKED OUT. A BACKED-OUT   **
      *              MESSAGE IS WAITING ON MFTR47.FNOL.BACKOUT AND   **
      *              ALSO ENDS THE JOB RC=4.                         **
      * CALLED BY  - JCL: MF47B23J                                   **
      ***************************************************************

        01 WS-KEYCNT-IND         PIC S9(4) USAGE COMP-5.
        01 WS-RETCODE-IND        PIC S9(4) USAGE COMP-5.
        01 WS-STARTTS-D          PIC X(26).
        01 WS-FNOL-ADDED         PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-FNOL-REJECTED      PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-FNOL-RESENT        PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-FNOL-BACKOUT       PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-ENDTS-D            PIC X(26).

        01 WS-HDG1.
        01 WS-TOTAL-LINE.
            05 FILLER             PIC X(22) VALUE 'RUNS NEEDING A LOOK'.
            05 TL-COUNT           PIC ZZZZ9.
        01 WS-FNOL-HDG.
            05 FILLER             PIC X(55) VALUE
               'WEB FNOL INTAKE - LAST 24 HOURS'.
        01 WS-FNOL-LINE.
            05 FL-LABEL           PIC X(22).
            05 FL-COUNT           PIC ZZZZ9.

        COPY MF47BRK.
            EXEC SQL
            EXEC SQL
                INCLUDE MF47CP20
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP30
            END-EXEC.

      *    EVERY RUN OF THE LAST 24 HOURS IN START ORDER - THE SHAPE
      *    OF LAST NIGHT'S WHOLE CYCLE TOP TO BOTTOM. THIS RUN'S OWN
            MOVE WS-BAD-COUNT  TO TL-COUNT.
            MOVE WS-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3100-FNOL-COUNTS-PARA.
            CLOSE RPT-FILE.
            DISPLAY 'MF47B23 - RUNS REPORTED     : ' WS-RUN-COUNT.
            DISPLAY 'MF47B23 - RUNS NEEDING LOOK : ' WS-BAD-COUNT.
            IF WS-BAD-COUNT > 0 OR WS-FNOL-BACKOUT > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
      ****************************************************************
      *   COUNT THE LAST 24 HOURS OF WEB FNOL INTAKE BY OUTCOME      **
      ****************************************************************
        3100-FNOL-COUNTS-PARA.
      *
            EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN FNOLOUTCOME = 'A'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN FNOLOUTCOME = 'R'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN FNOLOUTCOME = 'D'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN FNOLOUTCOME = 'B'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-FNOL-ADDED, :WS-FNOL-REJECTED,
                       :WS-FNOL-RESENT, :WS-FNOL-BACKOUT
                  FROM MFTR47.CLAIMS6_FNOLLOG
                 WHERE FNOLTS >= CURRENT TIMESTAMP - 1 DAY
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF47B23 - FNOL COUNT FAILED RC : ' WS-SQLCODE
            END-IF.
            MOVE SPACES         TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-FNOL-HDG    TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'CLAIMS ADDED'     TO FL-LABEL.
            MOVE WS-FNOL-ADDED      TO FL-COUNT.
            MOVE WS-FNOL-LINE       TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'REPORTS REJECTED' TO FL-LABEL.
            MOVE WS-FNOL-REJECTED   TO FL-COUNT.
            MOVE WS-FNOL-LINE       TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'REPORTS RESENT'   TO FL-LABEL.
            MOVE WS-FNOL-RESENT     TO FL-COUNT.
            MOVE WS-FNOL-LINE       TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'MESSAGES BACKED OUT'  TO FL-LABEL.
            MOVE WS-FNOL-BACKOUT    TO FL-COUNT.
            MOVE WS-FNOL-LINE       TO RPT-LINE.
            WRITE RPT-LINE.
            DISPLAY 'MF47B23 - FNOL BACKED OUT   : ' WS-FNOL-BACKOUT.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
