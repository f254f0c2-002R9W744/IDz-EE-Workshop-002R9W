      *              APPLIED. AFTER THE LOAD, EVERY PAYMENT ISSUED   **
      *              MORE THAN THE STALENESS LIMIT AGO AND STILL NOT **
      *              CLEARED IS LISTED SO SOMEBODY CHASES THE CHECK  **
      *              INSTEAD OF IT SITTING OUTSTANDING FOREVER. A    **
      *              CHECK ALREADY UNDER ESCHEAT DUE DILIGENCE       **
      *              (DISBSTAT O - MF47B28 HAS WRITTEN TO THE PAYEE) **
      *              CAN STILL CLEAR, AND STAYS ON THE STALE LIST    **
      *              UNTIL IT DOES OR THE STOP-PAYMENT GOES OUT.     **
      * CALLED BY  - JCL: MF47B13J                                   **
      ***************************************************************

            END-EXEC.

      *    EVERY PAYMENT ISSUED PAST THE STALENESS LIMIT AND STILL
      *    NOT CLEARED, INCLUDING THOSE ALREADY UNDER DUE DILIGENCE
            EXEC SQL
                DECLARE STLCSR CURSOR FOR
                    SELECT CLAIMNUMBER, PAYSEQ, PAYAMT, BANKREF,
                           ISSUETS
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE DISBSTAT IN ('I', 'O')
                       AND ISSUETS < CURRENT TIMESTAMP
                                     - :WS-STALE-DAYS DAYS
                     ORDER BY ISSUETS
                   SET DISBSTAT = 'I'
                      ,BANKREF  = :BANKREF
                      ,ISSUETS  = TIMESTAMP(:WS-CONF-TS)
                      ,PAYCHGTS = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND PAYSEQ      = :PAYSEQ
                   AND DISBSTAT    = 'S'
                     ADD 1 TO WS-REJ-COUNT
            END-EVALUATE.
      ****************************************************************
      *   MARK AN ISSUED PAYMENT CLEARED AT THE BANK - A CHECK THE   **
      *   PAYEE CASHES AFTER THE OUTSTANDING LETTER (DISBSTAT O) IS  **
      *   SIMPLY CLEARED; ONCE STOPPED (P) IT CANNOT BE              **
      ****************************************************************
        2300-MARK-CLEARED-PARA.
      *
                UPDATE MFTR47.CLAIMS6_PAY
                   SET DISBSTAT = 'C'
                      ,CLEARTS  = TIMESTAMP(:WS-CONF-TS)
                      ,PAYCHGTS = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND PAYSEQ      = :PAYSEQ
                   AND DISBSTAT    IN ('I', 'O')
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
