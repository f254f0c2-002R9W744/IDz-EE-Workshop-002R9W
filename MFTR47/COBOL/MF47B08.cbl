      *              PAST THE RETENTION AGE, TOGETHER WITH THEIR     **
      *              CLAIMS6_LINES, CLAIMS6_HIST, CLAIMS6_PAY,       **
      *              CLAIMS6_RESV, CLAIMS6_NOTES, CLAIMS6_PARTY,     **
      *              CLAIMS6_RECOV, CLAIMS6_CORR, CLAIMS6_SUIT AND   **
      *              CLAIMS6_PAYSCHED ROWS, TO THE _ARCH TABLES      **
      *              (SAME COLUMNS PLUS AN ARCHTS STAMP). EACH CLAIM **
      *              IS COPIED, DELETED AND COMMITTED AS A UNIT, SO  **
      *              AN ABEND MID-RUN LEAVES EVERY CLAIM WHOLLY ON   **
      *              ONE SIDE OR THE OTHER AND THE JOB CAN SIMPLY BE **
      *              RERUN. KEEPING THE ACTIVE TABLE TO ACTIVE       **
      *              CLAIMS IS WHAT KEEPS THE MF47CB4 BROWSE AND     **
      *              MF47B01 SCAN FAST.                              **
      *              ARCHIVED CLAIMS REMAIN READABLE ON THE SCREEN   **
      *              THROUGH MF47 OPTION A. A CLAIM WITH A CHECK     **
      *              STILL UNSETTLED AT THE BANK (SENT, ISSUED,      **
      *              UNDER ESCHEAT DUE DILIGENCE OR STOPPED) STAYS   **
      *              ACTIVE SO THE BANK AND ESCHEAT JOBS CAN STILL   **
      *              FIND IT.                                        **
      * CALLED BY  - JCL: MF47B08J                                   **
      ***************************************************************

                       AND ROWTS < CURRENT TIMESTAMP
                                   - :WS-RETAIN-YEARS YEARS
                       AND CLAIMNUMBER > :WS-LAST-CLM
                       AND NOT EXISTS
                           (SELECT 1 FROM MFTR47.CLAIMS6_PAY P
                             WHERE P.CLAIMNUMBER = CLAIMS6.CLAIMNUMBER
                               AND P.DISBSTAT IN ('S', 'I', 'O', 'P'))
                     ORDER BY CLAIMNUMBER
            END-EXEC.
      ****************************************************************
                  PERFORM 8000-COPY-FAIL-PARA
               END-IF
            END-IF.
            IF ARCH-OK
               EXEC SQL
                   INSERT INTO MFTR47.CLAIMS6_SUIT_ARCH
                   SELECT S.*, CURRENT TIMESTAMP
                     FROM MFTR47.CLAIMS6_SUIT S
                    WHERE S.CLAIMNUMBER = :CLAIMNUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                  PERFORM 8000-COPY-FAIL-PARA
               END-IF
            END-IF.
            IF ARCH-OK
               EXEC SQL
                   INSERT INTO MFTR47.CLAIMS6_PAYSCHED_ARCH
                   SELECT K.*, CURRENT TIMESTAMP
                     FROM MFTR47.CLAIMS6_PAYSCHED K
                    WHERE K.CLAIMNUMBER = :CLAIMNUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                  PERFORM 8000-COPY-FAIL-PARA
               END-IF
            END-IF.
      ****************************************************************
      *        DELETE THE ARCHIVED CLAIM FROM THE ACTIVE TABLES      **
      ****************************************************************
        2300-DELETE-CLAIM-PARA.
      *
            EXEC SQL
                DELETE FROM MFTR47.CLAIMS6_PAYSCHED
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8000-COPY-FAIL-PARA
            END-IF.
            IF ARCH-OK
               EXEC SQL
                   DELETE FROM MFTR47.CLAIMS6_SUIT
                    WHERE CLAIMNUMBER = :CLAIMNUMBER
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                  PERFORM 8000-COPY-FAIL-PARA
               END-IF
            END-IF.
            IF ARCH-OK
               EXEC SQL
                   DELETE FROM MFTR47.CLAIMS6_CORR
                    WHERE CLAIMNUMBER = :CLAIMNUMBER
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                  PERFORM 8000-COPY-FAIL-PARA
               END-IF
            END-IF.
            IF ARCH-OK
               EXEC SQL
                   DELETE FROM MFTR47.CLAIMS6_RECOV
