      *              ITS ACTIVE AND _ARCH SIDES - ONLY THE SIDE THE  **
      *              CLAIM LIVES ON HAS ROWS. BUILT FOR LEGAL AND    **
      *              AUDIT REQUESTS, FIFTY CLAIMS A RUN IF NEED BE.  **
      *              AMOUNTS ARE SHOWN IN BOOK CURRENCY; A CLAIM,    **
      *              LINE OR PAYMENT KEYED IN A FOREIGN CURRENCY     **
      *              ALSO SHOWS ITS ORIGINAL CURRENCY AND AMOUNT -   **
      *              AND, FOR A PAYMENT, THE RATE IT WAS POSTED AT.  **
      *              A PAYMENT WHOSE CHECK WAS STOPPED OR ESCHEATED  **
      *              IS MARKED SO ON ITS LINE.                       **
      *              THE CLAIM'S SCANNED DOCUMENTS ARE LISTED LAST,  **
      *              FROM THE CLAIMS6_DOC IMAGING INDEX - THOSE ROWS **
      *              ARE NOT ARCHIVED, SO THEY ARE READ DIRECTLY.    **
      * CALLED BY  - JCL: MF47B24J                                   **
      ***************************************************************


        FD  ABS-FILE
            RECORDING MODE IS F.
        01  ABS-LINE                PIC X(110).

        WORKING-STORAGE SECTION.
        01 WS-SQLCODE            PIC -9(03).
        01 WS-ADJ-IND            PIC S9(4) USAGE COMP-5.
        01 WS-EVT-IND            PIC S9(4) USAGE COMP-5.
        01 WS-REG-IND            PIC S9(4) USAGE COMP-5.
        01 WS-OCUR-IND           PIC S9(4) USAGE COMP-5.
        01 WS-OPAID-IND          PIC S9(4) USAGE COMP-5.
        01 WS-OVAL-IND           PIC S9(4) USAGE COMP-5.
        01 WS-TS-D               PIC X(26).
        01 WS-TEXT-D             PIC X(255).
        01 WS-AMT-D              PIC -ZZZZZZZZZ9.99.
        01 WS-AMT2-D             PIC -ZZZZZZZZZ9.99.
        01 WS-SEQ-D              PIC 9(09).
        01 WS-RATE-D             PIC ZZZZZZ9.99999999.
        01 WS-PAYSTAT-D          PIC X(10).

        01 WS-RULE-LINE          PIC X(72) VALUE ALL '='.
        01 WS-HDR1-LINE.
            05 H3-PAID            PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(10) VALUE '  RESERVE'.
            05 H3-RESV            PIC -ZZZZZZZZZ9.99.
        01 WS-HDR3A-LINE.
            05 FILLER             PIC X(18) VALUE 'ORIGINAL CURRENCY'.
            05 H3A-CURR           PIC X(03).
            05 FILLER             PIC X(08) VALUE '  VALUE'.
            05 H3A-VALUE          PIC -ZZZZZZZZZ9.99.
            05 FILLER             PIC X(08) VALUE '  PAID'.
            05 H3A-PAID           PIC -ZZZZZZZZZ9.99.
        01 WS-HDR4-LINE.
            05 FILLER             PIC X(08) VALUE 'POLICY'.
            05 H4-POLICY          PIC X(12).
            05 FILLER             PIC X(37) VALUE
               ' NOT FOUND ON THE ACTIVE TABLE OR THE'.
            05 FILLER             PIC X(08) VALUE ' ARCHIVE'.
        01 WS-DETAIL-LINE        PIC X(110).
        01 WS-SEC-COUNT          PIC 9(03) VALUE 0.

        COPY MF47BRK.
            EXEC SQL
                INCLUDE MF47CP12
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP24
            END-EXEC.

      *    EACH CHILD TABLE IS READ ACROSS BOTH SIDES - THE CLAIM'S
      *    ROWS LIVE WHOLLY ON ONE OF THEM
            EXEC SQL
                DECLARE ABLCSR CURSOR FOR
                    SELECT LINESEQ, LINECAUSE, LINEAMT,
                           COALESCE(LINECURR, ' '),
                           COALESCE(LINEORIGAMT, 0)
                      FROM MFTR47.CLAIMS6_LINES
                     WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                    UNION ALL
                    SELECT LINESEQ, LINECAUSE, LINEAMT,
                           COALESCE(LINECURR, ' '),
                           COALESCE(LINEORIGAMT, 0)
                      FROM MFTR47.CLAIMS6_LINES_ARCH
                     WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                     ORDER BY 1
            EXEC SQL
                DECLARE ABPCSR CURSOR FOR
                    SELECT PAYSEQ, PAYAMT, PAYMETHOD, PAYREF,
                           PAYUSER, PAYTS, COALESCE(PAYCURR, ' '),
                           COALESCE(PAYORIGAMT, 0),
                           COALESCE(PAYRATE, 0),
                           COALESCE(DISBSTAT, ' ')
                      FROM MFTR47.CLAIMS6_PAY
                     WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                    UNION ALL
                    SELECT PAYSEQ, PAYAMT, PAYMETHOD, PAYREF,
                           PAYUSER, PAYTS, COALESCE(PAYCURR, ' '),
                           COALESCE(PAYORIGAMT, 0),
                           COALESCE(PAYRATE, 0),
                           COALESCE(DISBSTAT, ' ')
                      FROM MFTR47.CLAIMS6_PAY_ARCH
                     WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                     ORDER BY 1
                     WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                     ORDER BY 1
            END-EXEC.
      *    THE DOCUMENT INDEX HAS NO _ARCH SIDE - MF47B08 LEAVES A
      *    CLAIM'S DOCUMENTS WHERE THEY ARE
            EXEC SQL
                DECLARE ABDCSR CURSOR FOR
                    SELECT DOCID, DOCTYPE, SCANDATE
                      FROM MFTR47.CLAIMS6_DOC
                     WHERE CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
                     ORDER BY SCANDATE, DOCID
            END-EXEC.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
      ****************************************************************
            EXEC SQL
                 SELECT  CLAIMDATE, PAID, VALUE1, CAUSE,
                         OBSERVATIONS, STATUS, RESERVEAMT,
                         POLICYNUM, ADJUSTER, REGION, EVENTCODE,
                         ORIGCURR, ORIGPAID, ORIGVALUE1
                   INTO  :CLAIMDATE, :PAID, :VALUE1, :CAUSE,
                         :OBSERVATIONS, :STATUS,
                         :RESERVEAMT :WS-RESV-IND,
                         :CLAIMS6.POLICYNUM :WS-POL-IND,
                         :ADJUSTER :WS-ADJ-IND,
                         :CLAIMS6.REGION :WS-REG-IND,
                         :CLAIMS6.EVENTCODE :WS-EVT-IND,
                         :ORIGCURR :WS-OCUR-IND,
                         :ORIGPAID :WS-OPAID-IND,
                         :ORIGVALUE1 :WS-OVAL-IND
                   FROM   MFTR47.CLAIMS6
                  WHERE  CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
            END-EXEC.
               EXEC SQL
                    SELECT  CLAIMDATE, PAID, VALUE1, CAUSE,
                            OBSERVATIONS, STATUS, RESERVEAMT,
                            POLICYNUM, ADJUSTER, REGION, EVENTCODE,
                            ORIGCURR, ORIGPAID, ORIGVALUE1
                      INTO  :CLAIMDATE, :PAID, :VALUE1, :CAUSE,
                            :OBSERVATIONS, :STATUS,
                            :RESERVEAMT :WS-RESV-IND,
                            :CLAIMS6.POLICYNUM :WS-POL-IND,
                            :ADJUSTER :WS-ADJ-IND,
                            :CLAIMS6.REGION :WS-REG-IND,
                            :CLAIMS6.EVENTCODE :WS-EVT-IND,
                            :ORIGCURR :WS-OCUR-IND,
                            :ORIGPAID :WS-OPAID-IND,
                            :ORIGVALUE1 :WS-OVAL-IND
                      FROM   MFTR47.CLAIMS6_ARCH
                     WHERE  CLAIMNUMBER = :CLAIMS6.CLAIMNUMBER
               END-EXEC
               MOVE RESERVEAMT                  TO H3-RESV
            END-IF.
            WRITE ABS-LINE FROM WS-HDR3-LINE.
      *     A FOREIGN-CURRENCY CLAIM ALSO SHOWS ITS ORIGINAL FIGURES
            IF WS-OCUR-IND >= 0
               MOVE ORIGCURR                    TO H3A-CURR
               MOVE 0                           TO H3A-VALUE
               MOVE 0                           TO H3A-PAID
               IF WS-OVAL-IND >= 0
                  MOVE ORIGVALUE1               TO H3A-VALUE
               END-IF
               IF WS-OPAID-IND >= 0
                  MOVE ORIGPAID                 TO H3A-PAID
               END-IF
               WRITE ABS-LINE FROM WS-HDR3A-LINE
            END-IF.
            MOVE SPACES TO H4-POLICY H4-ADJUSTER H4-REGION H4-EVENT.
            IF WS-POL-IND >= 0
               MOVE POLICYNUM OF CLAIMS6        TO H4-POLICY
            PERFORM 4200-SECTION-RESV-PARA.
            PERFORM 4300-SECTION-NOTES-PARA.
            PERFORM 4400-SECTION-HIST-PARA.
            PERFORM 4500-SECTION-DOCS-PARA.
            ADD 1 TO WS-ABS-COUNT.
      ****************************************************************
      *                 SECTION - LINE ITEMS                         **
      *
            EXEC SQL
                 FETCH ABLCSR
                  INTO :LINESEQ, :LINECAUSE, :LINEAMT,
                       :LINECURR, :LINEORIGAMT
            END-EXEC.
            IF SQLCODE = 0
               ADD 1 TO WS-SEC-COUNT
                      WS-AMT-D         DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
               END-STRING
               IF LINECURR NOT = SPACES
                  MOVE LINEORIGAMT              TO WS-AMT2-D
                  STRING ' '           DELIMITED BY SIZE
                         LINECURR      DELIMITED BY SIZE
                         ' '           DELIMITED BY SIZE
                         WS-AMT2-D     DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE(57:19)
                  END-STRING
               END-IF
               WRITE ABS-LINE FROM WS-DETAIL-LINE
            ELSE
               SET SEC-EOF TO TRUE
            EXEC SQL
                 FETCH ABPCSR
                  INTO :PAYSEQ, :PAYAMT, :PAYMETHOD, :PAYREF,
                       :PAYUSER, :PAYTS, :PAYCURR, :PAYORIGAMT,
                       :PAYRATE, :DISBSTAT
            END-EXEC.
            IF SQLCODE = 0
               ADD 1 TO WS-SEC-COUNT
               MOVE PAYSEQ                      TO WS-SEQ-D
               MOVE PAYAMT                      TO WS-AMT-D
               MOVE FUNCTION DISPLAY-OF(PAYTS)  TO WS-TS-D
      *        A CHECK STOPPED OR ESCHEATED NEVER REACHED THE PAYEE -
      *        SAY SO ON THE PAYMENT LINE
               EVALUATE DISBSTAT
                   WHEN 'P'
                        MOVE ' STOPPED'          TO WS-PAYSTAT-D
                   WHEN 'U'
                        MOVE ' ESCHEATED'        TO WS-PAYSTAT-D
                   WHEN OTHER
                        MOVE SPACES              TO WS-PAYSTAT-D
               END-EVALUATE
               STRING '    PAY '       DELIMITED BY SIZE
                      WS-SEQ-D         DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      PAYUSER          DELIMITED BY SIZE
                      ' AMT='          DELIMITED BY SIZE
                      WS-AMT-D         DELIMITED BY SIZE
                      WS-PAYSTAT-D     DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
               END-STRING
               WRITE ABS-LINE FROM WS-DETAIL-LINE
      *        A FOREIGN-CURRENCY PAYMENT GETS A SECOND LINE WITH ITS
      *        ORIGINAL AMOUNT AND THE RATE IT WAS CONVERTED AT
               IF PAYCURR NOT = SPACES
                  MOVE SPACES                   TO WS-DETAIL-LINE
                  MOVE PAYORIGAMT               TO WS-AMT2-D
                  MOVE PAYRATE                  TO WS-RATE-D
                  STRING '        ORIGINAL '  DELIMITED BY SIZE
                         PAYCURR              DELIMITED BY SIZE
                         ' '                  DELIMITED BY SIZE
                         WS-AMT2-D            DELIMITED BY SIZE
                         ' AT RATE '          DELIMITED BY SIZE
                         WS-RATE-D            DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
                  END-STRING
                  WRITE ABS-LINE FROM WS-DETAIL-LINE
               END-IF
            ELSE
               SET SEC-EOF TO TRUE
            END-IF.
               SET SEC-EOF TO TRUE
            END-IF.
      ****************************************************************
      *              SECTION - SCANNED DOCUMENTS                     **
      ****************************************************************
        4500-SECTION-DOCS-PARA.
      *
            MOVE 'DOCUMENTS' TO SC-TITLE.
            WRITE ABS-LINE FROM WS-SECTION-LINE.
            MOVE 0 TO WS-SEC-COUNT.
            SET SEC-NOT-EOF TO TRUE.
            EXEC SQL
                 OPEN ABDCSR
            END-EXEC.
            IF SQLCODE NOT = 0
               SET SEC-EOF TO TRUE
            END-IF.
            PERFORM 4550-FETCH-DOC-PARA
               UNTIL SEC-EOF.
            EXEC SQL
                 CLOSE ABDCSR
            END-EXEC.
            IF WS-SEC-COUNT = 0
               WRITE ABS-LINE FROM WS-NONE-LINE
            END-IF.
      ****************************************************************
      *                 FETCH ONE DOCUMENT ROW                      **
      ****************************************************************
        4550-FETCH-DOC-PARA.
      *
            EXEC SQL
                 FETCH ABDCSR
                  INTO :DOCID, :DOCTYPE, :SCANDATE
            END-EXEC.
            IF SQLCODE = 0
               ADD 1 TO WS-SEC-COUNT
               MOVE SPACES                      TO WS-DETAIL-LINE
               MOVE FUNCTION DISPLAY-OF(SCANDATE) TO WS-TS-D
               STRING '    DOC '       DELIMITED BY SIZE
                      DOCID            DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      DOCTYPE          DELIMITED BY SIZE
                      ' SCANNED '      DELIMITED BY SIZE
                      WS-TS-D(1:10)    DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
               END-STRING
               WRITE ABS-LINE FROM WS-DETAIL-LINE
            ELSE
               SET SEC-EOF TO TRUE
            END-IF.
      ****************************************************************
      *          CLOSE FILES AND PRINT THE RUN SUMMARY               **
      ****************************************************************
        3000-TERMINATE-PARA.
