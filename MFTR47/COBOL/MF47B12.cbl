            EXEC SQL
                UPDATE MFTR47.CLAIMS6_PAY
                   SET DISBSTAT = 'S'
                      ,PAYCHGTS = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMNUMBER
                   AND PAYSEQ      = :PAYSEQ
            END-EXEC.
