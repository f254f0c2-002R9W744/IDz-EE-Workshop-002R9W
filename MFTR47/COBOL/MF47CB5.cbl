        01 WS-CAUSE-CHG      PIC X(21).
        01 WS-OBS-FLAG       PIC X(08).
      *    TAGS A PAYMENT-REVERSAL ROW (CHGTYPE V) SO THE VIEWER SHOWS
      *    WHO BACKED A PAYMENT OUT, NOT JUST THAT PAID MOVED - AND AN
      *    ESCHEAT STOP-PAYMENT ROW (CHGTYPE E) THE SAME WAY, AND A
      *    CLAIM JOINING OR LEAVING AN OCCURRENCE (CHGTYPE O) OR
      *    MOVING TO ANOTHER REGION (CHGTYPE X)
        01 WS-TYPE-TAG       PIC X(08).
            EXEC SQL
                INCLUDE SQLCA
      *     A REVERSAL'S REASON CODE IS CARRIED ON THE OFFSETTING
      *     CLAIMS6_PAY ROW (REVREASON) - THE TAG HERE POINTS THE
      *     VIEWER AT THE PAYMENT REGISTER FOR THE WHY
            EVALUATE CHGTYPE
                WHEN 'V'
                     MOVE 'PAY RVSL'    TO WS-TYPE-TAG
                WHEN 'E'
                     MOVE 'CHK STOP'    TO WS-TYPE-TAG
                WHEN 'O'
                     MOVE 'OCC LINK'    TO WS-TYPE-TAG
                WHEN 'X'
                     MOVE 'RGN XFER'    TO WS-TYPE-TAG
                WHEN OTHER
                     MOVE SPACES        TO WS-TYPE-TAG
            END-EVALUATE.
            ADD 1 TO WS-LINECNT.
            STRING WS-HIST-TS-D(1:19)   DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
