      *              SECTIONED BY ORIGINATING REGION SO EACH REGION  **
      *              ANSWERS FOR ITS OWN BOOK. CLAIMS FROM BEFORE    **
      *              THE REGION WAS CARRIED FALL UNDER NOREGION.     **
      *              TOTAL PAID IS ALSO BROKEN OUT BY COST TYPE -    **
      *              INDEMNITY, DEFENSE EXPENSE (ALAE) AND           **
      *              ADJUSTING EXPENSE - FROM THE PAYMENT ROWS.      **
      * CALLED BY  - JCL: MF47B01J                                   **
      ***************************************************************

        FILE SECTION.
        FD  RPT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-GRP-VALUE1         PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-GRP-RESV           PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-GRP-RESV-IND       PIC S9(4) USAGE COMP-5.
        01 WS-GRP-ALAE           PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-GRP-ADJ            PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-GRP-IND            PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-TOT-COUNT          PIC 9(07) VALUE 0.
        01 WS-TOT-PAID           PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-TOT-VALUE1         PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-TOT-RESV           PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-TOT-IND            PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-TOT-ALAE           PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-TOT-ADJ            PIC S9(11)V9(2) COMP-3 VALUE 0.

        01 WS-HDG1.
            05 FILLER             PIC X(40) VALUE
            05 FILLER             PIC X(12) VALUE 'TOTAL VALUE'.
            05 FILLER             PIC X(06) VALUE SPACES.
            05 FILLER             PIC X(12) VALUE 'RESERVES'.
            05 FILLER             PIC X(16) VALUE 'INDEMNITY PAID'.
            05 FILLER             PIC X(16) VALUE 'ALAE PAID'.
            05 FILLER             PIC X(16) VALUE 'ADJ EXP PAID'.
        01 WS-DETAIL-LINE.
            05 DL-CAUSE           PIC X(18).
            05 DL-COUNT           PIC ZZZZZZ9.
            05 DL-VALUE1          PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 DL-RESV            PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-IND             PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-ALAE            PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 DL-ADJ             PIC -ZZZZZZZZZ9.99.
        01 WS-TOTAL-LINE.
            05 FILLER             PIC X(18) VALUE 'GRAND TOTAL'.
            05 TL-COUNT           PIC ZZZZZZ9.
            05 TL-VALUE1          PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(04) VALUE SPACES.
            05 TL-RESV            PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 TL-IND             PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 TL-ALAE            PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(02) VALUE SPACES.
            05 TL-ADJ             PIC -ZZZZZZZZZ9.99.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.

      *    EXPENSE PAID PER CLAIM IS SUMMED OFF THE PAYMENT ROWS THE
      *    SAME WAY PAID IS (STOPPED AND ESCHEATED CHECKS LEFT OUT);
      *    THE INDEMNITY SHARE IS WHAT REMAINS OF PAID
            EXEC SQL
                DECLARE CAUSCSR CURSOR FOR
                    SELECT VALUE(C.REGION, 'NOREGION'), C.CAUSE,
                           COUNT(*), SUM(C.PAID), SUM(C.VALUE1),
                           SUM(C.RESERVEAMT),
                           SUM(VALUE(X.ALAEPAID, 0)),
                           SUM(VALUE(X.ADJPAID, 0))
                      FROM MFTR47.CLAIMS6 C
                      LEFT OUTER JOIN
                           (SELECT CLAIMNUMBER,
                                   SUM(CASE WHEN PAYCOSTTYPE = 'ALAE'
                                            THEN PAYAMT ELSE 0 END)
                                                         AS ALAEPAID,
                                   SUM(CASE WHEN PAYCOSTTYPE = 'ADJ'
                                            THEN PAYAMT ELSE 0 END)
                                                         AS ADJPAID
                              FROM MFTR47.CLAIMS6_PAY
                             WHERE COALESCE(DISBSTAT, ' ')
                                   NOT IN ('P', 'U')
                             GROUP BY CLAIMNUMBER) X
                        ON X.CLAIMNUMBER = C.CLAIMNUMBER
                  GROUP BY VALUE(C.REGION, 'NOREGION'), C.CAUSE
                  ORDER BY VALUE(C.REGION, 'NOREGION'),
                           SUM(C.PAID) DESC
            END-EXEC.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
                FETCH CAUSCSR
                 INTO :WS-THIS-REGION, :CAUSE, :WS-GRP-COUNT,
                      :WS-GRP-PAID, :WS-GRP-VALUE1,
                      :WS-GRP-RESV :WS-GRP-RESV-IND,
                      :WS-GRP-ALAE, :WS-GRP-ADJ
            END-EXEC.
      *     CLAIMS FROM BEFORE RESERVES WERE CARRIED HAVE A NULL
      *     BALANCE - REPORT THOSE GROUPS AS ZERO OUTSTANDING
            MOVE WS-GRP-PAID           TO DL-PAID.
            MOVE WS-GRP-VALUE1         TO DL-VALUE1.
            MOVE WS-GRP-RESV           TO DL-RESV.
            COMPUTE WS-GRP-IND = WS-GRP-PAID - WS-GRP-ALAE
                                             - WS-GRP-ADJ.
            MOVE WS-GRP-IND            TO DL-IND.
            MOVE WS-GRP-ALAE           TO DL-ALAE.
            MOVE WS-GRP-ADJ            TO DL-ADJ.
            MOVE WS-DETAIL-LINE        TO RPT-LINE.
            WRITE RPT-LINE.

            ADD WS-GRP-PAID   TO WS-TOT-PAID.
            ADD WS-GRP-VALUE1 TO WS-TOT-VALUE1.
            ADD WS-GRP-RESV   TO WS-TOT-RESV.
            ADD WS-GRP-IND    TO WS-TOT-IND.
            ADD WS-GRP-ALAE   TO WS-TOT-ALAE.
            ADD WS-GRP-ADJ    TO WS-TOT-ADJ.
      ****************************************************************
      *           CLOSE CURSOR, WRITE GRAND TOTAL AND FILE           **
      ****************************************************************
            MOVE WS-TOT-PAID    TO TL-PAID.
            MOVE WS-TOT-VALUE1  TO TL-VALUE1.
            MOVE WS-TOT-RESV    TO TL-RESV.
            MOVE WS-TOT-IND     TO TL-IND.
            MOVE WS-TOT-ALAE    TO TL-ALAE.
            MOVE WS-TOT-ADJ     TO TL-ADJ.
            MOVE WS-TOTAL-LINE  TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE RPT-FILE.
