      *              IN A SUPERVISOR ESCALATION SECTION, SO PENDING  **
      *              CLAIMS STOP DRIFTING UNTIL THE MF47B10 CYCLE-   **
      *              TIME REPORT CATCHES THEM AFTER THE FACT.        **
      *              THE TRIAL DATE AND NEXT KEY DATE OF EVERY OPEN  **
      *              SUIT ON CLAIMS6_SUIT ARE LISTED THE SAME WAY,   **
      *              FROM THE SUIT-LEAD DAYS AHEAD OF THE DATE (DUE  **
      *              IN N DAYS) UNTIL THE SUIT IS CLOSED OR THE NEXT **
      *              DATE IS MOVED ON.                               **
      * CALLED BY  - JCL: MF47B16J                                   **
      ***************************************************************

      *    SUPERVISOR ESCALATION SECTION AS WELL AS THE ADJUSTER'S
      *    OWN LIST
        01 WS-ESCALATE-DAYS      PIC 9(03) VALUE 3.
      *    A SUIT'S TRIAL OR NEXT KEY DATE COMES ONTO THE LIST THIS
      *    MANY DAYS AHEAD, SO COUNSEL CAN BE CHASED IN GOOD TIME
        01 WS-SUIT-LEAD-DAYS     PIC 9(03) VALUE 30.
        01 WS-DUE-COUNT          PIC 9(07) VALUE 0.
        01 WS-ESC-COUNT          PIC 9(07) VALUE 0.
        01 WS-THIS-ADJ           PIC X(08).
      *    THE DESK IT BELONGS TO. THE SAME CURSOR SHAPE SERVES BOTH
      *    PASSES - :WS-ESC-PASS-SW NARROWS THE SECOND PASS TO THE
      *    ITEMS PAST THE ESCALATION LIMIT, THE WAY MF47B09 REUSES
      *    ITS CURSOR FOR THE BATCHLD SECTION. THE SECOND AND THIRD
      *    SELECTS ADD THE TRIAL AND NEXT KEY DATES OF OPEN SUITS
            EXEC SQL
                DECLARE TKLCSR CURSOR FOR
                    SELECT N.CLAIMNUMBER,
                       AND (:WS-ESC-PASS-SW = 'N'
                         OR DAYS(CURRENT DATE) - DAYS(N.FOLLOWUPDT)
                            > :WS-ESCALATE-DAYS)
                    UNION ALL
                    SELECT S.CLAIMNUMBER,
                           VALUE(C.ADJUSTER, S.SUITUSER),
                           S.SUITTRIALDT,
                           'SUIT ' || RTRIM(S.SUITDOCKET)
                                   || ' - TRIAL DATE',
                           DAYS(CURRENT DATE) - DAYS(S.SUITTRIALDT)
                      FROM MFTR47.CLAIMS6_SUIT S
                          ,MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = S.CLAIMNUMBER
                       AND S.SUITSTATUS = 'OPEN'
                       AND S.SUITTRIALDT IS NOT NULL
                       AND S.SUITTRIALDT
                           <= CURRENT DATE + :WS-SUIT-LEAD-DAYS DAYS
                       AND C.STATUS NOT IN ('CLOSED', 'VOID')
                       AND (:WS-ESC-PASS-SW = 'N'
                         OR DAYS(CURRENT DATE) - DAYS(S.SUITTRIALDT)
                            > :WS-ESCALATE-DAYS)
                    UNION ALL
                    SELECT S.CLAIMNUMBER,
                           VALUE(C.ADJUSTER, S.SUITUSER),
                           S.SUITNEXTDT,
                           'SUIT ' || RTRIM(S.SUITDOCKET)
                                   || ' - '
                                   || VALUE(S.SUITNEXTDESC, ' '),
                           DAYS(CURRENT DATE) - DAYS(S.SUITNEXTDT)
                      FROM MFTR47.CLAIMS6_SUIT S
                          ,MFTR47.CLAIMS6 C
                     WHERE C.CLAIMNUMBER = S.CLAIMNUMBER
                       AND S.SUITSTATUS = 'OPEN'
                       AND S.SUITNEXTDT IS NOT NULL
                       AND S.SUITNEXTDT
                           <= CURRENT DATE + :WS-SUIT-LEAD-DAYS DAYS
                       AND C.STATUS NOT IN ('CLOSED', 'VOID')
                       AND (:WS-ESC-PASS-SW = 'N'
                         OR DAYS(CURRENT DATE) - DAYS(S.SUITNEXTDT)
                            > :WS-ESCALATE-DAYS)
                     ORDER BY 2, 3, 1
            END-EXEC.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
                     SET EOF-TRUE TO TRUE
            END-EVALUATE.
      ****************************************************************
      *   WRITE ONE ITEM UNDER ITS DESK HEADER - DUE TODAY, OVERDUE  **
      *   WITH THE DAYS LATE, OR (A SUIT DATE INSIDE ITS LEAD TIME)  **
      *   DUE IN SO MANY DAYS                                        **
      ****************************************************************
        2200-WRITE-ITEM-PARA.
      *
            MOVE CLAIMNUMBER OF CLAIMS6X TO DL-CLAIMNUM.
            MOVE FUNCTION DISPLAY-OF(FOLLOWUPDT) TO WS-FUPDT-D.
            MOVE WS-FUPDT-D        TO DL-FUPDT.
            EVALUATE TRUE
                WHEN WS-DAYS-OVER > 0
                     MOVE 'OVERDUE'      TO DL-STATE
                     MOVE WS-DAYS-OVER   TO DL-DAYS
                WHEN WS-DAYS-OVER < 0
                     MOVE 'DUE IN'       TO DL-STATE
                     COMPUTE DL-DAYS = 0 - WS-DAYS-OVER
                WHEN OTHER
                     MOVE 'DUE'          TO DL-STATE
                     MOVE 0              TO DL-DAYS
            END-EVALUATE.
            MOVE FUNCTION DISPLAY-OF(NOTETEXT) TO WS-NOTE-TEXT-D.
            MOVE WS-NOTE-TEXT-D(1:40) TO DL-NOTE.
            MOVE WS-DETAIL-LINE    TO RPT-LINE.
