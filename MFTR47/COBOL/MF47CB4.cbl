        01 WS-LINE-VALUE1    PIC -9(09).99.
        01 WS-FROMDT         PIC X(10).
        01 WS-TODT           PIC X(10).
      *    THE CLAIMS LISTED ON THIS PAGE, KEPT SO EACH ONE CAN BE
      *    RECORDED ON THE ACCESS LOG ONCE THE CURSOR IS CLOSED
        01 WS-PAGE-CLAIMS.
            05 WS-PAGE-CLM       PIC S9(9) USAGE COMP-5 OCCURS 10 TIMES.
        01 WS-ACC-IX         PIC 9(02) VALUE 0.
        01 WS-DIAG-PARA      PIC X(18).
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP2
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP28
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP5
            END-EXEC.
      ****************************************************************
            COPY MF47BMS.
        LINKAGE SECTION.
            EXEC SQL
                 CLOSE BRCSR
            END-EXEC.
            PERFORM 1200-LOG-ACCESS-PARA
               VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ROWCNT.
            MOVE WS-ROWCNT TO BRWCNTO.
            EVALUATE TRUE
                WHEN WS-ROWCNT = 0
      *
            EXEC SQL
                 FETCH BRCSR
                  INTO :CLAIMS6.CLAIMNUMBER, :CLAIMDATE, :CAUSE, :PAID,
                       :VALUE1
            END-EXEC.
            IF SQLCODE = 0
               ADD 1                    TO WS-ROWCNT
               MOVE CLAIMNUMBER OF CLAIMS6 TO BR-LASTCLM
               MOVE CLAIMNUMBER OF CLAIMS6
                                        TO WS-PAGE-CLM(WS-ROWCNT)
               MOVE FUNCTION DISPLAY-OF(CLAIMDATE) TO WS-LINE-DATE
               MOVE FUNCTION DISPLAY-OF(CAUSE)     TO WS-LINE-CAUSE
               MOVE CLAIMNUMBER OF CLAIMS6 TO WS-LINE-CLAIMNUM
               MOVE PAID               TO WS-LINE-PAID
               MOVE VALUE1             TO WS-LINE-VALUE1
               STRING WS-LINE-CLAIMNUM DELIMITED BY SIZE
               END-STRING
            END-IF.
      ****************************************************************
      *   RECORD ONE LISTED CLAIM ON MFTR47.CLAIMS6_ACCESS AS VIEWED *
      *   BY THE SIGNED-ON USER ON THE BROWSE (OPTION 4)             *
      ****************************************************************
        1200-LOG-ACCESS-PARA.
      *
            MOVE EIBUSERID                 TO ACCUSER.
            MOVE WS-PAGE-CLM(WS-ACC-IX)    TO CLAIMNUMBER OF CLAIMS6Z.
            MOVE '4'                       TO ACCOPT.
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_ACCESS
                        ( ACCUSER
                         ,CLAIMNUMBER
                         ,ACCOPT
                         ,ACCTS)
                 VALUES ( :ACCUSER
                         ,:CLAIMS6Z.CLAIMNUMBER
                         ,:ACCOPT
                         ,CURRENT TIMESTAMP)
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE SQLCODE              TO WS-SQLCODE
               MOVE '1200-LOG-ACCESS'    TO WS-DIAG-PARA
               PERFORM 9800-WRITE-DIAGLOG-PARA
            END-IF.
      ****************************************************************
      *                SEND THE BROWSE RESULTS MAP                   *
      ****************************************************************
        2000-SEND-MAP-PARA.
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
      ****************************************************************
      *   LOG AN UNEXPECTED SQLCODE TO MFTR47.CLAIMS6_DIAGLOG THE    **
      *   WAY MF47CB3 DOES - WS-DIAG-PARA NAMES THE PARAGRAPH THAT   **
      *   WAS RUNNING THE FAILING EXEC SQL                           **
      ****************************************************************
        9800-WRITE-DIAGLOG-PARA.
      *
            MOVE SQLCODE             TO DIAGSQLCODE.
            MOVE SQLSTATE            TO DIAGSQLSTATE.
            MOVE WS-DIAG-PARA        TO DIAGPARA.
            MOVE SQLERRMC            TO DIAGSQLERRMC.
            MOVE SQLERRP             TO DIAGSQLERRP.
            MOVE CLAIMNUMBER OF CLAIMS6Z TO CLAIMNUMBER OF CLAIMS6D.
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_DIAGLOG
                        ( CLAIMNUMBER
                         ,DIAGPARA
                         ,DIAGSQLCODE
                         ,DIAGSQLSTATE
                         ,DIAGSQLERRMC
                         ,DIAGSQLERRP
                         ,DIAGTS)
                 VALUES ( :CLAIMS6D.CLAIMNUMBER
                         ,:DIAGPARA
                         ,:DIAGSQLCODE
                         ,:DIAGSQLSTATE
                         ,:DIAGSQLERRMC
                         ,:DIAGSQLERRP
                         ,CURRENT TIMESTAMP)
            END-EXEC.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
