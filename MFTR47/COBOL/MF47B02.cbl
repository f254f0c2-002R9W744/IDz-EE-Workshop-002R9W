      *              CALL IN BATCH). THE CF-TRANCODE ON EACH RECORD  **
      *              DRIVES THE SAME PATHS AS THE ONLINE OPTIONS:    **
      *              A = ADD (OPTION 2), C = CORRECT (OPTION 3),     **
      *              S = STATUS CHANGE (OPTION 5), P = PAYMENT       **
      *              (OPTION 7) AND R = RESERVE ADJUSTMENT (OPTION   **
      *              R) - P AND R CARRY THEIR AMOUNT IN CF-PAID AND  **
      *              A COST TYPE (IND, ALAE OR ADJ; BLANK = IND) SO  **
      *              EXPENSE MONEY IS KEPT APART FROM INDEMNITY THE  **
      *              SAME WAY AS ON THE SCREEN. A, C AND P RECORDS   **
      *              MAY CARRY A CURRENCY CODE FOR AMOUNTS KEYED IN  **
      *              A FOREIGN CURRENCY (BLANK = BOOK CURRENCY),     **
      *              CONVERTED THE SAME WAY AS ON THE SCREEN. THE    **
      *              FEED CARRIES                                    **
      *              A HEADER (H - FEED DATE AND REGION, CHECKED     **
      *              AGAINST CLAIMS6_FEEDCTL FOR DUPLICATE OR STALE  **
      *              FEEDS) AND A TRAILER (T - DETAIL COUNT AND      **
            05 CF-CLMTAXID           PIC X(11).
            05 CF-ADJUSTER           PIC X(08).
            05 CF-EVENTCODE          PIC X(10).
      *    PAYMENT (P) AND RESERVE ADJUSTMENT (R) FIELDS - BLANK ON
      *    THE A/C/S CLAIM TRANSACTIONS
            05 CF-COSTTYPE           PIC X(04).
            05 CF-PMETH              PIC X(10).
            05 CF-PAYREF             PIC X(16).
            05 CF-PAYEESEQ           PIC X(09).
            05 CF-RACT               PIC X(01).
            05 CF-RREASON            PIC X(30).
      *    CURRENCY OF THE AMOUNTS ON AN A, C OR P RECORD - BLANK IS
      *    BOOK CURRENCY. AN ADD SETS THE CLAIM'S CURRENCY; A C OR P
      *    MUST CARRY THE SAME ONE (OR BLANK)
            05 CF-CURRCODE           PIC X(03).
      *    THE HEADER AND TRAILER SHARE THE FEED RECORD AREA - THE
      *    LEADING TYPE BYTE (H / T / A-C-S-P-R DETAIL) SAYS WHICH VIEW
      *    APPLIES
        01  CF-HEADER.
            05 FH-RECTYPE            PIC X(01).
            05 FH-FEEDDATE           PIC X(10).
            05 FH-REGION             PIC X(08).
            05 FH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(342).
        01  CF-TRAILER.
            05 FT-RECTYPE            PIC X(01).
            05 FT-REC-COUNT          PIC 9(07).
            05 FT-PAID-HASH          PIC 9(11)V9(2).
            05 FT-VALUE-HASH         PIC 9(11)V9(2).
            05 FILLER                PIC X(329).

        FD  CHKPT-FILE
            RECORDING MODE IS F.
            05 RJ-CLMTAXID           PIC X(11).
            05 RJ-ADJUSTER           PIC X(08).
            05 RJ-EVENTCODE          PIC X(10).
            05 RJ-COSTTYPE           PIC X(04).
            05 RJ-PMETH              PIC X(10).
            05 RJ-PAYREF             PIC X(16).
            05 RJ-PAYEESEQ           PIC X(09).
            05 RJ-RACT               PIC X(01).
            05 RJ-RREASON            PIC X(30).
            05 RJ-CURRCODE           PIC X(03).
            05 RJ-REASON             PIC X(60).
      *    THE REJECT FILE IS ITSELF A VALID FEED - IT OPENS WITH ITS
      *    OWN H HEADER (ORIGINAL FEED DATE AND REGION, RESUBMIT
            05 RH-FEEDDATE           PIC X(10).
            05 RH-REGION             PIC X(08).
            05 RH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(402).
        01  REJ-TRAILER.
            05 RT-RECTYPE            PIC X(01).
            05 RT-REC-COUNT          PIC 9(07).
            05 RT-PAID-HASH          PIC 9(11)V9(2).
            05 RT-VALUE-HASH         PIC 9(11)V9(2).
            05 FILLER                PIC X(389).

        WORKING-STORAGE SECTION.
        01 WS-FEED-EOF-SW        PIC X(01) VALUE 'N'.
        01 WS-ADD-COUNT          PIC 9(07) VALUE 0.
        01 WS-COR-COUNT          PIC 9(07) VALUE 0.
        01 WS-STA-COUNT          PIC 9(07) VALUE 0.
        01 WS-PAY-COUNT          PIC 9(07) VALUE 0.
        01 WS-RSV-COUNT          PIC 9(07) VALUE 0.
        01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.
        01 WS-SINCE-CHKPT        PIC 9(07) VALUE 0.
      *    THE FEED CARRIES AMOUNTS WITH TWO IMPLIED DECIMALS; THE
                        ADD 1 TO WS-COR-COUNT
                   WHEN 'S'
                        ADD 1 TO WS-STA-COUNT
                   WHEN 'P'
                        ADD 1 TO WS-PAY-COUNT
                   WHEN 'R'
                        ADD 1 TO WS-RSV-COUNT
               END-EVALUATE
            END-IF.
            ADD 1 TO WS-SINCE-CHKPT.
      *     CLAIM LANDS ON THE BATCHLD DESK UNTIL REASSIGNED
            MOVE CF-ADJUSTER      TO ADJI.
            MOVE CF-EVENTCODE     TO EVENTI.
            MOVE CF-CURRCODE      TO CURRI.
            EVALUATE CF-TRANCODE
                WHEN 'A'
                     MOVE '2'         TO OPTIONI
                     MOVE '5'         TO OPTIONI
                     MOVE CF-STATUS   TO STATUSI
                     MOVE CF-VOIDREAS TO REASONI
      *         A PAYMENT OR RESERVE MOVEMENT CARRIES ITS AMOUNT IN
      *         CF-PAID AND ITS COST TYPE IN THE TYPE FIELD, THE WAY
      *         THE SCREEN KEYS THEM ON OPTIONS 7 AND R
                WHEN 'P'
                     MOVE '7'            TO OPTIONI
                     MOVE SPACE          TO PACTI
                     MOVE WS-PAID-ED     TO PAYAMTI
                     MOVE CF-PMETH       TO PMETHI
                     MOVE CF-PAYREF      TO PAYREFI
                     MOVE CF-PAYEESEQ    TO PAYPTYI
                     MOVE CF-COSTTYPE    TO RTYPEI
                WHEN 'R'
                     MOVE 'R'            TO OPTIONI
                     MOVE CF-RACT        TO RACTI
                     MOVE WS-PAID-ED     TO RAMTI
                     MOVE CF-RREASON     TO RREASI
                     MOVE CF-COSTTYPE    TO RTYPEI
                WHEN OTHER
                     MOVE 'Y'         TO WS-ERROR-FLAG
                     MOVE 'INVALID FEED TRANSACTION CODE' TO MSGO
            MOVE CF-CLMTAXID      TO RJ-CLMTAXID.
            MOVE CF-ADJUSTER      TO RJ-ADJUSTER.
            MOVE CF-EVENTCODE     TO RJ-EVENTCODE.
            MOVE CF-COSTTYPE      TO RJ-COSTTYPE.
            MOVE CF-PMETH         TO RJ-PMETH.
            MOVE CF-PAYREF        TO RJ-PAYREF.
            MOVE CF-PAYEESEQ      TO RJ-PAYEESEQ.
            MOVE CF-RACT          TO RJ-RACT.
            MOVE CF-RREASON       TO RJ-RREASON.
            MOVE CF-CURRCODE      TO RJ-CURRCODE.
            MOVE MSGO             TO RJ-REASON.
            ADD CF-PAID           TO WS-REJ-PAID-HASH.
            ADD CF-VALUE1         TO WS-REJ-VALUE-HASH.
            DISPLAY 'MF47B02 -   ADDS           : ' WS-ADD-COUNT.
            DISPLAY 'MF47B02 -   CORRECTIONS    : ' WS-COR-COUNT.
            DISPLAY 'MF47B02 -   STATUS CHANGES : ' WS-STA-COUNT.
            DISPLAY 'MF47B02 -   PAYMENTS       : ' WS-PAY-COUNT.
            DISPLAY 'MF47B02 -   RESERVE ADJS   : ' WS-RSV-COUNT.
            DISPLAY 'MF47B02 - RECORDS REJECTED : ' WS-REJECT-COUNT.
      ****************************************************************
      *   A RUN THAT REACHES HERE HAS READ THE WHOLE FEED TO EOF     **
