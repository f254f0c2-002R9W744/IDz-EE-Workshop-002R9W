      *              ON CLAIM EVENTS - ACK WHEN A CLAIM IS ADDED,    **
      *              PAY WHEN A PAYMENT POSTS, CLOS WHEN THE CLAIM   **
      *              CLOSES - INTO THE PRINT-SHOP INTERFACE FILE,    **
      *              ADDRESSED TO THE CLAIM'S CLAIMANT PARTY ROW.    **
      *              AN ESCHEAT CHECK-OUTSTANDING LETTER (OUTS,      **
      *              QUEUED BY MF47B28) GOES INSTEAD TO THE PAYEE    **
      *              PARTY OF THE UNCASHED CHECK, OR TO THE CLAIMANT **
      *              WHEN THE PAYMENT NAMED NO PAYEE                 **
      *              (A CLAIM WITH NO CLAIMANT ON FILE IS HELD ON    **
      *              THE QUEUE AND REPORTED, NOT SENT BLANK). EACH   **
      *              LETTER SENT IS MARKED DISPATCHED, THE WAY       **
            PERFORM 2150-DISPATCH-ROW-PARA
               UNTIL EOF-TRUE.
      ****************************************************************
      *   ADDRESS ONE LETTER TO THE CLAIMANT (OR THE PAYEE, FOR A    **
      *   CHECK-OUTSTANDING LETTER), SEND IT, MARK IT AND DIARY IT,  **
      *   THEN FETCH THE NEXT                                        **
      ****************************************************************
        2150-DISPATCH-ROW-PARA.
      *
            IF CORRTYPE = 'OUTS'
               PERFORM 2250-FETCH-PAYEE-PARA
            ELSE
               PERFORM 2200-FETCH-CLAIMANT-PARA
            END-IF.
            IF SQLCODE = 0
               PERFORM 2300-WRITE-LETTER-PARA
               PERFORM 2400-MARK-DISPATCHED-PARA
                  FETCH FIRST 1 ROW ONLY
            END-EXEC.
      ****************************************************************
      *   FETCH THE PAYEE PARTY OF THE UNCASHED CHECK THE LETTER IS  **
      *   ABOUT. A PAYMENT POSTED WITHOUT A PAYEE WENT TO THE        **
      *   CLAIMANT, SO THE CLAIMANT IS WRITTEN TO INSTEAD            **
      ****************************************************************
        2250-FETCH-PAYEE-PARA.
      *
            INITIALIZE PARTYNAME.
            INITIALIZE PARTYADDR.
            EXEC SQL
                 SELECT A.PARTYNAME, A.PARTYADDR
                   INTO :PARTYNAME, :PARTYADDR
                   FROM MFTR47.CLAIMS6_PAY P
                  INNER JOIN MFTR47.CLAIMS6_PARTY A
                     ON A.CLAIMNUMBER = P.CLAIMNUMBER
                    AND A.PARTYSEQ    = P.PAYEESEQ
                  WHERE P.CLAIMNUMBER = :CLAIMS6M.CLAIMNUMBER
                    AND P.PAYSEQ      = :CLAIMS6M.PAYSEQ
            END-EXEC.
            IF SQLCODE = 100
               PERFORM 2200-FETCH-CLAIMANT-PARA
            END-IF.
      ****************************************************************
      *   FORMAT ONE LETTER INTO THE PRINT-SHOP INTERFACE FILE - A   **
      *   PAYMENT ADVICE ALSO CARRIES THE PAYMENT'S AMOUNT           **
      ****************************************************************
                WHEN 'PAY '
                     MOVE 'PAYMENT ADVICE SENT TO CLAIMANT'
                                  TO WS-NOTE-WORDS
                WHEN 'OUTS'
                     MOVE 'CHECK OUTSTANDING LETTER SENT TO PAYEE'
                                  TO WS-NOTE-WORDS
                WHEN OTHER
                     MOVE 'CLOSURE LETTER SENT TO CLAIMANT'
                                  TO WS-NOTE-WORDS
