                         'ENTER THE ADJUSTER TO ASSIGN THE CLAIM TO'.
           05 W30-MSG-ADJNF      PIC X(60) VALUE
                         'ADJUSTER IS NOT ON THE USER AUTHORITY TABLE'.
           05 W30-MSG-ADJLIC     PIC X(60) VALUE
                         'ADJUSTER NOT LICENSED FOR THE CLAIM REGION'.
           05 W30-MSG-PAYEE      PIC X(60) VALUE
                         'PAYEE PARTY SEQUENCE MUST BE NUMERIC'.
           05 W30-MSG-RVACT      PIC X(60) VALUE
           05 W30-MSG-RVREAS     PIC X(60) VALUE
                         'ENTER A REASON CODE FOR THE REVERSAL'.
           05 W30-MSG-CMAINT     PIC X(60) VALUE
                         'CAUSE ACTION MUST BE A (ADD), R (RETIRE) OR
      -              'S (SEVERITY)'.
           05 W30-MSG-CSUPER     PIC X(60) VALUE
                         'SUPERVISOR AUTHORITY REQUIRED FOR CAUSE MAIN
      -              'TENANCE'.
      -              'IT'.
           05 W30-MSG-STATUS     PIC X(60) VALUE
                         'INVALID STATUS REQUESTED'.
           05 W30-MSG-CTYPE      PIC X(60) VALUE
                         'COST TYPE MUST BE IND, ALAE OR ADJ (BLANK =
      -              'IND)'.
           05 W30-MSG-SACT       PIC X(60) VALUE
                         'SUIT ACTION MUST BE A (ADD), U (UPDATE) OR B
      -              'LANK'.
           05 W30-MSG-DOCKET     PIC X(60) VALUE
                         'ENTER THE SUIT DOCKET NUMBER AND THE COURT'.
           05 W30-MSG-SRVDT      PIC X(60) VALUE
                         'DATE SERVED MUST BE A VALID DATE NOT IN THE
      -              'FUTURE'.
           05 W30-MSG-SUITDT     PIC X(60) VALUE
                         'TRIAL OR NEXT DATE IS NOT A VALID CALENDAR D
      -              'ATE'.
           05 W30-MSG-NXTDS      PIC X(60) VALUE
                         'ENTER WHAT THE NEXT KEY DATE IS FOR'.
           05 W30-MSG-OUTCM      PIC X(60) VALUE
                         'OUTCOME MUST BE SETTLED, DISMISSED, PLTF-VER
      -              'D OR DEF-VERD'.
           05 W30-MSG-CURR       PIC X(60) VALUE
                         'CURRENCY MUST BE A THREE-LETTER CODE'.
           05 W30-MSG-CURRCLM    PIC X(60) VALUE
                         'AMOUNTS MUST BE KEYED IN THE CLAIM CURRENCY'.
           05 W30-MSG-FXRATE     PIC X(60) VALUE
                         'NO EXCHANGE RATE ON FILE FOR THE CURRENCY'.
           05 W30-MSG-FXSIZE     PIC X(60) VALUE
                         'AMOUNT IS TOO LARGE ONCE CONVERTED TO BOOK CU
      -              'RRENCY'.
           05 W30-MSG-VENDREQ    PIC X(60) VALUE
                         'ENTER A VENDOR ID'.
           05 W30-MSG-VMAINT     PIC X(60) VALUE
                         'VENDOR ACTION MUST BE A, U, S (SUSPEND), R (R
      -              'EINSTATE) OR BLANK'.
           05 W30-MSG-VSUPER     PIC X(60) VALUE
                         'SUPERVISOR AUTHORITY REQUIRED FOR VENDOR MAI
      -              'NTENANCE'.
           05 W30-MSG-VDETAIL    PIC X(60) VALUE
                         'ENTER THE VENDOR NAME, ADDRESS, TAX ID AND PA
      -              'Y METHOD'.
           05 W30-MSG-VPAYEE     PIC X(60) VALUE
                         'KEY A PAYEE PARTY OR A VENDOR ID - NOT BOTH'.
           05 W30-MSG-OACT       PIC X(60) VALUE
                         'OCCURRENCE ACTION MUST BE A (OPEN), L (LINK),
      -              'U (UNLINK) OR BLANK'.
           05 W30-MSG-OCCNUM     PIC X(60) VALUE
                         'OCCURRENCE NUMBER MUST BE NUMERIC'.
           05 W30-MSG-OCCREQ     PIC X(60) VALUE
                         'ENTER THE OCCURRENCE NUMBER TO LINK THE CLAIM
      -              'TO'.
           05 W30-MSG-OCCKEY     PIC X(60) VALUE
                         'ENTER AN OCCURRENCE NUMBER OR A CLAIM NUMBER'.
           05 W30-MSG-ODESC      PIC X(60) VALUE
                         'ENTER A DESCRIPTION FOR THE NEW OCCURRENCE'.
           05 W30-MSG-SRCHKEY    PIC X(60) VALUE
                         'KEY A NAME PREFIX, TAX ID OR POLICY NUMBER'.
           05 W30-MSG-SRCHONE    PIC X(60) VALUE
                         'SEARCH BY ONE OF NAME, TAX ID OR POLICY ONLY'.
           05 W30-MSG-SRCHNAM    PIC X(60) VALUE
                         'A NAME SEARCH NEEDS AT LEAST 3 LETTERS'.
           05 W30-MSG-SEVNONE    PIC X(60) VALUE
                         'NO VALUE KEYED AND NO SEVERITY ON FILE FOR T
      -              'HE CAUSE'.
           05 W30-MSG-SEVCURR    PIC X(60) VALUE
                         'KEY THE VALUE - SEVERITIES ARE HELD IN BOOK
      -              'CURRENCY ONLY'.
           05 W30-MSG-KACT       PIC X(60) VALUE
                         'SCHEDULE ACTION MUST BE A, X OR BLANK'.
           05 W30-MSG-KSEQ       PIC X(60) VALUE
                         'KEY THE NUMBER OF THE SCHEDULE TO CANCEL'.
           05 W30-MSG-KFREQ      PIC X(60) VALUE
                         'FREQUENCY MUST BE W, B (EVERY 2 WEEKS) OR M'.
           05 W30-MSG-KSTART     PIC X(60) VALUE
                         'KEY A VALID START DATE, TODAY OR LATER'.
           05 W30-MSG-KEND       PIC X(60) VALUE
                         'END DATE MUST BE VALID AND AFTER THE START'.
           05 W30-MSG-KLAST      PIC X(60) VALUE
                         'KEY EITHER AN END DATE OR A PAYMENT COUNT'.
           05 W30-MSG-KNPAY      PIC X(60) VALUE
                         'NUMBER OF PAYMENTS MUST BE 1 TO 999'.
           05 W30-MSG-XREGREQ    PIC X(60) VALUE
                         'ENTER THE REGION TO TRANSFER THE CLAIM TO'.
           05 W30-MSG-XREASON    PIC X(60) VALUE
                         'ENTER THE REASON FOR THE TRANSFER'.
           05 W30-MSG-XREGNF     PIC X(60) VALUE
                         'NO USER IS BASED IN THAT REGION'.
           05 W30-MSG-RGNFAIL    PIC X(60) VALUE
                         'REGION CHECK FAILED - REQUEST NOT PROCESSED'.
      *    THE APPROVED CAUSE LIST USED TO BE A HARD-CODED 88-LEVEL
      *    HERE - IT NOW LIVES ON MFTR47.CLAIMS6_CAUSE SO SUPERVISORS
      *    CAN ADD OR RETIRE CODES FROM THE SCREEN (OPTION C) WITHOUT
       01 WS-AGG-VALUE          PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-AGG-IND            PIC S9(4) USAGE COMP-5.
       01 WS-AGG-CLAIM          PIC S9(9) USAGE COMP-5.
      *    EXPENSE (ALAE AND ADJUSTING) MONEY PAID UNDER THE CLAIM AND
      *    UNDER THE POLICY'S OTHER NON-VOID CLAIMS - DEFENSE AND
      *    ADJUSTING COSTS ARE PAID OUTSIDE THE COVERAGE LIMIT, SO
      *    9290-FETCH-EXPENSE-PARA TAKES THEM OUT OF BOTH SIDES OF
      *    THE LIMIT CHECK
       01 WS-EXP-OWN            PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-EXP-OWN-IND        PIC S9(4) USAGE COMP-5.
       01 WS-EXP-AGG            PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-EXP-AGG-IND        PIC S9(4) USAGE COMP-5.
       01 WS-COV-VALUE          PIC S9(11)V9(2) USAGE COMP-3.
      *    SCRATCH FIELDS FOR 9300-PARSE-AMOUNT-PARA, WHICH TURNS A
      *    SCREEN AMOUNT (DIGITS WITH AN OPTIONAL DECIMAL POINT AND
      *    AT MOST TWO DECIMAL PLACES) INTO A PACKED DOLLARS-AND-
           05 WS-AMT-VALUE      PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-PAID-AMT           PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-VALUE-AMT          PIC S9(9)V9(2) USAGE COMP-3.
      *    AN ADD KEYED OR FED WITH NO VALUE TAKES THE AVERAGE
      *    SEVERITY ON MFTR47.CLAIMS6_SEVERITY FOR ITS CAUSE - IN THE
      *    CLAIM'S REGION (THE KEYED ONE, ELSE THE USER'S HOME
      *    REGION), FALLING BACK TO THE CAUSE'S ALL-REGIONS (*ALL)
      *    FIGURE. SEE 3050-DEFAULT-VALUE-PARA
       01 WS-SEV-REGION         PIC X(08).
       01 WS-SEV-UREG-IND       PIC S9(4) USAGE COMP-5.
       01 WS-SEV-ED             PIC 9(09).9(2).
      *    THE ADJUSTER AN ADD WILL ASSIGN - THE KEYED ONE, ELSE THE
      *    ENTERING USER - MUST HOLD A LICENCE FOR THE CLAIM'S REGION
      *    ON MFTR47.CLAIMS6_ADJLIC THAT HAS NOT YET EXPIRED - SEE
      *    9660-VALIDT-LICENCE
       01 WS-LIC-USER           PIC X(08).
       01 WS-LIC-REGION         PIC X(08).
       01 WS-LIC-COUNT          PIC S9(9) USAGE COMP-5.
      *    A CHANGE TO A CLAIM OUTSIDE THE USER'S HOME REGION IS
      *    REFUSED UNLESS THE USER HOLDS THE CROSS-REGION FLAG - SEE
      *    9670-VALIDT-REGION
       01 WS-RGN-CLAIM          PIC S9(9) USAGE COMP-5.
       01 WS-RGN-CLAIM-REGION   PIC X(08).
       01 WS-RGN-CLAIM-IND      PIC S9(4) USAGE COMP-5.
       01 WS-RGN-USER-IND       PIC S9(4) USAGE COMP-5.
       01 WS-RGN-COUNT          PIC S9(9) USAGE COMP-5.
      *    THE UNATTENDED CALLERS - THE MF47B02 CLAIM FEED, THE
      *    MF47B41 SCHEDULED PAYMENTS AND THE MF47CB10 WEB FNOL
      *    BRIDGE - ACT FOR EVERY REGION AND ARE NOT ON THE AUTHORITY
      *    TABLE
       01 WS-RGN-USER           PIC X(08).
           88 WS-RGN-BATCH-USER           VALUE 'BATCHLD'
                                                'BATCHSCH'
                                                'WEBFNOL'.
      *    SET BY 9600-CHECK-SUPERVISOR-PARA FROM THE USER AUTHORITY
      *    TABLE - WHO YOU ARE, NOT WHAT YOU KEYED INTO THE OLD
      *    OVERRIDE FIELD, IS WHAT CARRIES SUPERVISOR CONTROLS NOW
       01 WS-ROLE-SW            PIC X(01).
           88 WS-IS-SUPERVISOR            VALUE 'Y'.
           88 WS-NOT-SUPERVISOR           VALUE 'N'.
      *    THE COST TYPE OF A PAYMENT OR RESERVE MOVEMENT, KEYED IN
      *    THE TYPE FIELD ON OPTIONS 7 AND R - INDEMNITY, ALLOCATED
      *    (DEFENSE) EXPENSE OR ADJUSTING EXPENSE. BLANK IS INDEMNITY
       01 WS-COSTTYPE-CHK       PIC X(10).
           88 WS-COSTTYPE-VALID       VALUES SPACES
                                             ,'IND'
                                             ,'ALAE'
                                             ,'ADJ'.
      *    A SUIT'S OUTCOME, KEYED ON OPTION L WHEN THE SUIT ENDS -
      *    SETTLED, DISMISSED, OR A VERDICT FOR THE PLAINTIFF OR THE
      *    DEFENSE. BLANK LEAVES THE SUIT OPEN
       01 WS-OUTCOME-CHK        PIC X(10).
           88 WS-OUTCOME-VALID        VALUES SPACES
                                             ,'SETTLED'
                                             ,'DISMISSED'
                                             ,'PLTF-VERD'
                                             ,'DEF-VERD'.
      *    THE SUIT DATE UNDER CHECK BY 9710-VALIDT-SUIT-DATE
       01 WS-SUIT-DATE-CHK      PIC X(10).
       01 WS-STATUS-CHK         PIC X(07).
           88 WS-STATUS-VALID         VALUES 'OPEN'
                                             ,'PENDING'
                                             ,'CLOSED'
                                             ,'VOID'.
      *    AMOUNTS ON OPTIONS 2, 3, 6 AND 7 MAY BE KEYED IN A FOREIGN
      *    CURRENCY. A CLAIM'S CURRENCY IS FIXED WHEN IT IS ADDED -
      *    BLANK OR THE BOOK CURRENCY MEANS A BOOK-CURRENCY CLAIM -
      *    AND ITS LINES AND PAYMENTS ARE KEYED IN THE SAME CURRENCY.
      *    THE RATE IS THE LATEST ONE ON MFTR47.CLAIMS6_FXRATE DATED
      *    ON OR BEFORE TODAY, IN BOOK UNITS PER FOREIGN UNIT
       01 WS-BOOK-CURR          PIC X(03) VALUE 'USD'.
       01 WS-FX-CURR            PIC X(03).
       01 WS-FX-CLM-CURR        PIC X(03).
       01 WS-FX-CLAIM           PIC S9(9) USAGE COMP-5.
      *    A REPEAT PAYEE ON THE VENDOR MASTER IS KEYED BY VENDOR ID
      *    (OPTION 7 PAYEE, OPTION M MAINTENANCE) - AN UNKEYED FIELD
      *    ARRIVES AS SPACES OFF THE FEED OR LOW-VALUES OFF THE MAP
       01 WS-VENDOR-CHK         PIC X(10).
           88 WS-VENDOR-BLANK         VALUES SPACES
                                             ,LOW-VALUES.
      *    THE OCCURRENCE A CLAIM IS GROUPED UNDER - KEYED ON THE ADD
      *    (OPTION 2) OR ON OPTION O, WHICH OPENS, LINKS, UNLINKS AND
      *    LISTS THEM. OPTIONAL ON AN ADD, SO IT MAY ARRIVE BLANK
       01 WS-OCC-CHK            PIC X(09).
           88 WS-OCC-BLANK            VALUES SPACES
                                             ,LOW-VALUES.
      *    THE CLAIM SEARCH (OPTION S) TAKES EXACTLY ONE OF A PARTY
      *    NAME PREFIX, A TAX ID OR A POLICY NUMBER
       01 WS-SRCH-KEYS          PIC 9(01).
       01 WS-SRCH-NAME          PIC X(40).
           88 WS-SRCH-NAME-BLANK      VALUES SPACES
                                             ,LOW-VALUES.
       01 WS-SRCH-TAXID         PIC X(11).
           88 WS-SRCH-TAXID-BLANK     VALUES SPACES
                                             ,LOW-VALUES.
       01 WS-SRCH-POLNUM        PIC X(12).
           88 WS-SRCH-POLNUM-BLANK    VALUES SPACES
                                             ,LOW-VALUES.
      *    A RECURRING PAYMENT SCHEDULE (OPTION K) RUNS WEEKLY, EVERY
      *    TWO WEEKS OR MONTHLY FROM ITS START DATE, UNTIL AN END
      *    DATE OR FOR A NUMBER OF PAYMENTS - ONE OR THE OTHER
       01 WS-FREQ-CHK           PIC X(01).
           88 WS-FREQ-VALID           VALUES 'W'
                                             ,'B'
                                             ,'M'.
       01 WS-SCHED-END          PIC X(10).
           88 WS-SCHED-END-BLANK      VALUES SPACES
                                             ,LOW-VALUES.
       01 WS-SCHED-NPAY         PIC X(03).
           88 WS-SCHED-NPAY-BLANK     VALUES SPACES
                                             ,LOW-VALUES.
      *    THE SCHEDULE DATE UNDER CHECK BY 9990-VALIDT-SCHED-DATE
       01 WS-SCHED-DATE-CHK     PIC X(10).
       01 WS-SCHED-DATE-SW      PIC X(01).
           88 WS-SCHED-DATE-OK            VALUE 'Y'.
           88 WS-SCHED-DATE-BAD           VALUE 'N'.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP16
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP23
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP32
           END-EXEC.
           EXEC SQL
               INCLUDE MF47CP34
           END-EXEC.
       LINKAGE SECTION.
         COPY MF47BMS.
       01 ERROR-FLAG            PIC X(01) VALUE SPACES.
                    IF ERROR-FLAG = W30-N
                       PERFORM 2500-VALIDT-PAID-NUM
                    END-IF
      *             NO VALUE KEYED - PROPOSE THE CAUSE'S SEVERITY, WHICH
      *             THEN VALIDATES LIKE A KEYED ONE
                    IF ERROR-FLAG = W30-N
                       PERFORM 3050-DEFAULT-VALUE-PARA
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 3000-VALIDT-VALUE
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 5000-VALIDT-CAUSE
                    END-IF
      *             FOREIGN AMOUNTS ARE CONVERTED TO BOOK CURRENCY
      *             BEFORE THE POLICY LIMIT CHECKS SEE THEM
                    IF ERROR-FLAG = W30-N
                       PERFORM 9800-VALIDT-CURRENCY
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 9200-VALIDT-POLICY
                    END-IF
                    IF ERROR-FLAG = W30-N AND EVENTI NOT = SPACES
                       PERFORM 9060-VALIDT-EVENT
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 9960-VALIDT-OCC-NUM
                    END-IF
      *             THE CLAIM GOES TO THE KEYED ADJUSTER, OR TO THE
      *             ENTERING USER'S OWN DESK WHEN NONE IS KEYED (SEE
      *             MF47CB3) - EITHER WAY THE NEW OWNER MUST BE
      *             LICENSED, EXCEPT AN UNATTENDED CALLER
                    MOVE USERIDI              TO WS-RGN-USER
                    EVALUATE TRUE
                        WHEN ERROR-FLAG NOT = W30-N
                             CONTINUE
                        WHEN ADJI NOT = SPACES AND ADJI NOT = LOW-VALUES
                             MOVE ADJI        TO WS-LIC-USER
                             PERFORM 9660-VALIDT-LICENCE
                        WHEN WS-RGN-BATCH-USER
                             CONTINUE
                        WHEN OTHER
                             MOVE USERIDI     TO WS-LIC-USER
                             PERFORM 9660-VALIDT-LICENCE
                    END-EVALUATE
               WHEN W30-3
                    PERFORM 1000-VALIDT-CLAIM-NUM
                    IF ERROR-FLAG = W30-N
                    IF ERROR-FLAG = W30-N
                       PERFORM 5000-VALIDT-CAUSE
                    END-IF
      *             FOREIGN AMOUNTS ARE CONVERTED TO BOOK CURRENCY
      *             BEFORE THE POLICY LIMIT CHECKS SEE THEM
                    IF ERROR-FLAG = W30-N
                       PERFORM 9800-VALIDT-CURRENCY
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 9200-VALIDT-POLICY
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 6500-VALIDT-LAMT
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 9800-VALIDT-CURRENCY
                    END-IF
      *        A PAYMENT REQUEST EITHER POSTS A NEW PAYMENT (PACTI
      *        BLANK) OR REVERSES A MIS-KEYED ONE (PACTI = V) - THE
      *        TWO PATHS CARRY DIFFERENT FIELDS, SO THEY VALIDATE
                                IF ERROR-FLAG = W30-N
                                   PERFORM 6750-VALIDT-PAYEE
                                END-IF
                                IF ERROR-FLAG = W30-N
                                   PERFORM 9570-VALIDT-COSTTYPE
                                END-IF
                                IF ERROR-FLAG = W30-N
                                   PERFORM 9800-VALIDT-CURRENCY
                                END-IF
                           WHEN 'V'
                                PERFORM 6800-VALIDT-REVERSAL
                           WHEN OTHER
                    IF ERROR-FLAG = W30-N
                       PERFORM 9500-VALIDT-RESERVE
                    END-IF
                    IF ERROR-FLAG = W30-N
                       PERFORM 9570-VALIDT-COSTTYPE
                    END-IF
      *        A REASSIGNMENT NEEDS THE CLAIM AND THE RECEIVING
      *        ADJUSTER, WHO MUST BE A REAL USER ON THE AUTHORITY
      *        TABLE - HANDOFFS TO A TYPO GO NOWHERE
                    IF ERROR-FLAG = W30-N AND FUPDTI NOT = SPACES
                       PERFORM 6900-VALIDT-FUPDT
                    END-IF
      *        LITIGATION (OPTION L) IS KEYED BY CLAIM - A BLANK
      *        ACTION JUST SHOWS THE SUIT, A OR U RECORDS ONE
               WHEN 'L'
                    PERFORM 1000-VALIDT-CLAIM-NUM
                    IF ERROR-FLAG = W30-N
                       PERFORM 9700-VALIDT-LITIGATION
                    END-IF
      *        THE HISTORY VIEWER (OPTION 9) IS KEYED BY CLAIM THE
      *        SAME WAY - THE NUMBER MUST BE CLEAN BEFORE MF47CB1
      *        HANDS IT TO MF47CB5 AS A BINARY HOST VARIABLE
               WHEN '9'
                    PERFORM 1000-VALIDT-CLAIM-NUM
      *        SO IS THE DOCUMENT LIST (OPTION I), HANDED TO MF47CB8
               WHEN 'I'
                    PERFORM 1000-VALIDT-CLAIM-NUM
      *        VENDOR MAINTENANCE (OPTION M) IS KEYED BY VENDOR ID,
      *        NOT CLAIM
               WHEN 'M'
                    PERFORM 9900-VALIDT-VENDOR-MAINT
      *        OCCURRENCES (OPTION O) ARE KEYED BY CLAIM TO OPEN, LINK
      *        OR UNLINK, AND BY OCCURRENCE OR CLAIM TO LIST
               WHEN 'O'
                    PERFORM 9950-VALIDT-OCCURRENCE
      *        THE CLAIM SEARCH (OPTION S) IS KEYED BY PARTY OR
      *        POLICY, NOT CLAIM
               WHEN 'S'
                    PERFORM 9970-VALIDT-SEARCH
      *        RECURRING PAYMENT SCHEDULES (OPTION K) ARE KEYED BY
      *        CLAIM TO ADD, CANCEL OR LIST
               WHEN 'K'
                    PERFORM 9980-VALIDT-SCHEDULE
      *        A REGION TRANSFER (OPTION X) NEEDS THE CLAIM, THE
      *        RECEIVING REGION AND THE REASON FOR THE MOVE
               WHEN 'X'
                    PERFORM 1000-VALIDT-CLAIM-NUM
                    IF ERROR-FLAG = W30-N
                       PERFORM 9680-VALIDT-TRANSFER
                    END-IF
           END-EVALUATE.
      *    WHATEVER ELSE WAS KEYED, A CHANGE TO A CLAIM OUTSIDE THE
      *    USER'S REGION IS REFUSED UNLESS THE USER WORKS ACROSS THEM
           IF ERROR-FLAG = W30-N
              PERFORM 9670-VALIDT-REGION
           END-IF.
      ******************************************************************
      *                 VALIDATE CLAIM NUMBER                         **
      ******************************************************************
                  MOVE W30-Y          TO ERROR-FLAG
             END-IF.
      ******************************************************************
      *   AN ADD WITH NO VALUE (BLANK OR ZERO - THE FEED AND THE WEB   **
      *   INTAKE SEND ZERO) TAKES THE CAUSE'S AVERAGE SEVERITY AS ITS  **
      *   VALUE, MOVED INTO tvalueI SO THE CHECKS THAT FOLLOW AND      **
      *   MF47CB3 SEE IT AS IF KEYED. A KEYED VALUE IS LEFT ALONE -    **
      *   MF47CB3 RECORDS IT AS AN OVERRIDE WHEN IT DIFFERS FROM THE   **
      *   SEVERITY ON FILE. SEVERITIES ARE BOOK-CURRENCY FIGURES, SO   **
      *   A FOREIGN-CURRENCY CLAIM MUST STILL KEY ITS VALUE            **
      ******************************************************************
       3050-DEFAULT-VALUE-PARA.
      *
           MOVE tvalueI TO WS-AMT-IN.
           PERFORM 9300-PARSE-AMOUNT-PARA.
           IF tvalueI = SPACES OR tvalueI = LOW-VALUES
              OR (WS-AMT-OK AND WS-AMT-VALUE = 0)
                IF CURRI NOT = SPACES AND CURRI NOT = LOW-VALUES
                   AND CURRI NOT = WS-BOOK-CURR
                     MOVE W30-MSG-SEVCURR   TO MSGO
                     MOVE W30-Y             TO ERROR-FLAG
                ELSE
                     PERFORM 3060-FETCH-SEVERITY-PARA
                END-IF
           END-IF.
      ******************************************************************
      *   FETCH THE SEVERITY FOR THE CAUSE IN THE CLAIM'S REGION, OR   **
      *   FAILING THAT THE CAUSE'S ALL-REGIONS FIGURE. A ROW ONLY      **
      *   PROPOSED BY THE RECALIBRATION (MF47B38) AND NOT YET          **
      *   APPROVED CARRIES A ZERO AVERAGE AND IS PASSED OVER           **
      ******************************************************************
       3060-FETCH-SEVERITY-PARA.
      *
           MOVE SPACES              TO WS-SEV-REGION.
           IF REGIONI NOT = SPACES AND REGIONI NOT = LOW-VALUES
              MOVE REGIONI          TO WS-SEV-REGION
           ELSE
              MOVE USERIDI          TO USERID
              EXEC SQL
                   SELECT USERREGION
                     INTO :USERREGION :WS-SEV-UREG-IND
                     FROM MFTR47.CLAIMS6_USERAUTH
                    WHERE USERID = :USERID
              END-EXEC
              IF SQLCODE = 0 AND WS-SEV-UREG-IND >= 0
                 MOVE USERREGION    TO WS-SEV-REGION
              END-IF
           END-IF.
           MOVE CAUSEI              TO SEVCAUSE.
           EXEC SQL
                SELECT AVGSEV
                  INTO :AVGSEV
                  FROM MFTR47.CLAIMS6_SEVERITY
                 WHERE SEVCAUSE  = :SEVCAUSE
                   AND SEVREGION IN (:WS-SEV-REGION, '*ALL')
                   AND AVGSEV    > 0
                 ORDER BY CASE SEVREGION WHEN '*ALL' THEN 1
                                         ELSE 0 END
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE AVGSEV            TO WS-SEV-ED
                    MOVE WS-SEV-ED         TO tvalueI
                    MOVE W30-N             TO ERROR-FLAG
               WHEN 100
                    MOVE W30-MSG-SEVNONE   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE SQLCODE           TO WS-SQLCODE
                    DISPLAY 'SEVERITY CHECK FAILED RC : ' WS-SQLCODE
                    MOVE W30-MSG-SEVNONE   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *                  CHECK DATES ARE IN PAST                      **
      ******************************************************************
       4000-VALIDT-DATE.
      ******************************************************************
      *   A PAYEE, WHEN KEYED, IS A PARTY SEQUENCE NUMBER - WHETHER    **
      *   THAT PARTY ACTUALLY EXISTS UNDER THE CLAIM IS CHECKED BY     **
      *   MF47CB3, WHICH CAN SEE THE PARTY TABLE. A VENDOR ID MAY BE   **
      *   KEYED INSTEAD, BUT NOT AS WELL - MF47CB3 LOOKS IT UP ON THE  **
      *   VENDOR MASTER AND TIES IT TO THE CLAIM AS A PARTY            **
      ******************************************************************
       6750-VALIDT-PAYEE.
      *
           MOVE VENDI               TO WS-VENDOR-CHK.
           EVALUATE TRUE
               WHEN PAYPTYI NOT = SPACES AND PAYPTYI IS NOT NUMERIC
                    MOVE W30-MSG-PAYEE     TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN PAYPTYI NOT = SPACES AND NOT WS-VENDOR-BLANK
                    MOVE W30-MSG-VPAYEE    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE W30-N             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A PAYMENT REVERSAL (OPTION 7, PACTI = V) - THE      **
      *   SEQUENCE OF THE PAYMENT BEING BACKED OUT MUST BE KEYED AND   **
                    MOVE W30-N             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *   A PAYMENT MUST CARRY A PAYMENT METHOD - LEFT BLANK ON A      **
      *   PAYMENT TO A VENDOR, THE VENDOR'S PREFERRED METHOD IS USED   **
      ******************************************************************
       6700-VALIDT-PMETH.
      *
           MOVE VENDI               TO WS-VENDOR-CHK.
           IF PMETHI = SPACES AND WS-VENDOR-BLANK
                MOVE W30-MSG-PMETH     TO MSGO
                MOVE W30-Y             TO ERROR-FLAG
           ELSE
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A CAUSE-TABLE MAINTENANCE REQUEST (OPTION C) -      **
      *   SUPERVISOR OVERRIDE REQUIRED, ACTION A (ADD), R (RETIRE) OR  **
      *   S (SEVERITY APPROVAL), A CAUSE CODE, AND A DESCRIPTION WHEN  **
      *   ADDING. ACTION S WITH NO CAUSE LISTS THE SEVERITIES WAITING  **
      *   FOR APPROVAL, SO THE CAUSE IS OPTIONAL THERE                 **
      ******************************************************************
       9100-VALIDT-CAUSE-MAINT.
      *
                    MOVE W30-MSG-CSUPER    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN CACTI NOT = 'A' AND CACTI NOT = 'R'
                                    AND CACTI NOT = 'S'
                    MOVE W30-MSG-CMAINT    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN CACTI = 'S'
                    MOVE W30-N             TO ERROR-FLAG
               WHEN CAUSEI = SPACES
                    MOVE W30-MSG-CAUSE-REQ TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
      *   ITS COVERAGE LIMIT MUST COVER NOT JUST THIS CLAIM BUT THE    **
      *   POLICY'S WHOLE AGGREGATE - THE SUM OF VALUE1 ACROSS ITS      **
      *   OTHER NON-VOID CLAIMS PLUS THIS ONE. THREE CLAIMS THAT       **
      *   EACH FIT UNDER THE LIMIT NO LONGER SLIP THROUGH TOGETHER.    **
      *   EXPENSE PAYMENTS (ALAE AND ADJUSTING) ARE PAID OUTSIDE THE   **
      *   LIMIT AND ARE TAKEN OFF BOTH SIDES BEFORE THE COMPARISON     **
      ******************************************************************
       9270-CHECK-COVERAGE-PARA.
      *
           MOVE FUNCTION DISPLAY-OF(EXPDATE OF CLAIMS6Y)
                                    TO WS-POL-EXP-D.
           PERFORM 9280-FETCH-AGGREGATE-PARA.
           PERFORM 9290-FETCH-EXPENSE-PARA.
           COMPUTE WS-COV-VALUE = WS-VALUE-AMT - WS-EXP-OWN.
           IF WS-COV-VALUE < 0
              MOVE 0                TO WS-COV-VALUE
           END-IF.
           SUBTRACT WS-EXP-AGG      FROM WS-AGG-VALUE.
           IF WS-AGG-VALUE < 0
              MOVE 0                TO WS-AGG-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN POLSTATUS NOT = 'INFORCE'
                    MOVE W30-MSG-POLFORCE  TO MSGO
               WHEN dateI < WS-POL-EFF-D OR dateI > WS-POL-EXP-D
                    MOVE W30-MSG-POLFORCE  TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-COV-VALUE > COVLIMIT
                    MOVE W30-MSG-POLLIMIT  TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-AGG-VALUE + WS-COV-VALUE > COVLIMIT
                    MOVE W30-MSG-POLAGG    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      ******************************************************************
      *   SUM THE EXPENSE PAYMENTS - EVERYTHING NOT INDEMNITY -        **
      *   ALREADY POSTED UNDER THE CLAIM BEING KEYED AND UNDER THE     **
      *   POLICY'S OTHER NON-VOID CLAIMS. A PAYMENT ROW FROM BEFORE    **
      *   COST TYPES WERE CARRIED IS INDEMNITY. REVERSAL ROWS CARRY    **
      *   THE COST TYPE OF THE PAYMENT THEY OFFSET, SO THEY NET OUT    **
      *   HERE AS WELL                                                 **
      ******************************************************************
       9290-FETCH-EXPENSE-PARA.
      *
           MOVE 0                   TO WS-EXP-OWN.
           MOVE 0                   TO WS-EXP-AGG.
           IF WS-AGG-CLAIM NOT = 0
              EXEC SQL
                   SELECT SUM(PAYAMT)
                     INTO :WS-EXP-OWN :WS-EXP-OWN-IND
                     FROM MFTR47.CLAIMS6_PAY
                    WHERE CLAIMNUMBER = :WS-AGG-CLAIM
                      AND COALESCE(PAYCOSTTYPE, 'IND') <> 'IND'
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-EXP-OWN-IND < 0
                 MOVE 0             TO WS-EXP-OWN
              END-IF
           END-IF.
           EXEC SQL
                SELECT SUM(P.PAYAMT)
                  INTO :WS-EXP-AGG :WS-EXP-AGG-IND
                  FROM MFTR47.CLAIMS6_PAY P
                      ,MFTR47.CLAIMS6     C
                 WHERE C.POLICYNUM   = :CLAIMS6Y.POLICYNUM
                   AND C.STATUS     <> 'VOID'
                   AND C.CLAIMNUMBER <> :WS-AGG-CLAIM
                   AND P.CLAIMNUMBER = C.CLAIMNUMBER
                   AND COALESCE(P.PAYCOSTTYPE, 'IND') <> 'IND'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    MOVE SQLCODE       TO WS-SQLCODE
                    DISPLAY 'EXPENSE CHECK FAILED RC : ' WS-SQLCODE
                    MOVE 0             TO WS-EXP-AGG
               WHEN WS-EXP-AGG-IND < 0
                    MOVE 0             TO WS-EXP-AGG
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A SUPERVISOR APPROVAL REQUEST (OPTION P) - ONLY A   **
      *   USER CARRIED AS A SUPERVISOR ON THE AUTHORITY TABLE MAY      **
      *   WORK THE APPROVAL QUEUE. A BLANK/ZERO CLAIM                  **
                    END-IF
           END-EVALUATE.
      ******************************************************************
      *   THE COST TYPE OF A NEW PAYMENT (OPTION 7) OR RESERVE         **
      *   MOVEMENT (OPTION R) - KEYED IN THE TYPE FIELD THE RECOVERY   **
      *   SCREEN USES FOR SUBRO/SALVAGE. IND, ALAE OR ADJ; LEFT BLANK  **
      *   THE MONEY IS INDEMNITY, THE WAY EVERY POSTING USED TO BE     **
      ******************************************************************
       9570-VALIDT-COSTTYPE.
      *
           IF RTYPEI = LOW-VALUES
              MOVE SPACES           TO WS-COSTTYPE-CHK
           ELSE
              MOVE RTYPEI           TO WS-COSTTYPE-CHK
           END-IF.
           IF WS-COSTTYPE-VALID
              MOVE W30-N            TO ERROR-FLAG
           ELSE
              MOVE W30-MSG-CTYPE    TO MSGO
              MOVE W30-Y            TO ERROR-FLAG
           END-IF.
      ******************************************************************
      *   A KEYED CATASTROPHE EVENT CODE MUST BE ON THE EVENT           **
      *   REFERENCE TABLE - A STORM THAT WAS NEVER SET UP CANNOT        **
      *   COLLECT CLAIMS UNDER A TYPO                                   **
                END-IF
           END-IF.
      ******************************************************************
      *   THE ADJUSTER IN WS-LIC-USER (KEYED ON AN ADD, SCREEN OR      **
      *   FEED, OR THE ENTERING USER WHEN NONE IS KEYED) MUST HOLD A   **
      *   LICENCE FOR THE CLAIM'S REGION - THE KEYED ONE, ELSE THE     **
      *   ENTERING USER'S HOME REGION, AS MF47CB3 STAMPS IT - WHOSE    **
      *   EXPIRY DATE IS TODAY OR LATER. A CLAIM THAT WILL CARRY NO    **
      *   REGION HAS NO LICENSING STATE TO CHECK AGAINST               **
      ******************************************************************
       9660-VALIDT-LICENCE.
      *
           MOVE SPACES              TO WS-LIC-REGION.
           IF REGIONI NOT = SPACES AND REGIONI NOT = LOW-VALUES
              MOVE REGIONI          TO WS-LIC-REGION
           ELSE
              MOVE USERIDI          TO USERID
              EXEC SQL
                   SELECT USERREGION
                     INTO :USERREGION :WS-SEV-UREG-IND
                     FROM MFTR47.CLAIMS6_USERAUTH
                    WHERE USERID = :USERID
              END-EXEC
              IF SQLCODE = 0 AND WS-SEV-UREG-IND >= 0
                 MOVE USERREGION    TO WS-LIC-REGION
              END-IF
           END-IF.
           IF WS-LIC-REGION NOT = SPACES
                MOVE WS-LIC-USER       TO LICUSER
                MOVE WS-LIC-REGION     TO LICREGION
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-LIC-COUNT
                       FROM MFTR47.CLAIMS6_ADJLIC
                      WHERE LICUSER   = :LICUSER
                        AND LICREGION = :LICREGION
                        AND LICEXPIRY >= CURRENT DATE
                END-EXEC
                EVALUATE TRUE
                    WHEN SQLCODE NOT = 0
                         MOVE SQLCODE           TO WS-SQLCODE
                         DISPLAY 'LICENCE CHECK FAILED RC : '
                                 WS-SQLCODE
                         MOVE W30-MSG-ADJLIC    TO MSGO
                         MOVE W30-Y             TO ERROR-FLAG
                    WHEN WS-LIC-COUNT = 0
                         MOVE W30-MSG-ADJLIC    TO MSGO
                         MOVE W30-Y             TO ERROR-FLAG
                    WHEN OTHER
                         MOVE W30-N             TO ERROR-FLAG
                END-EVALUATE
           END-IF.
      ******************************************************************
      *   THE OPTIONS THAT CHANGE A CLAIM - UPDATE, STATUS, LINE       **
      *   ITEM, PAYMENT, RESERVE, RECOVERY, REASSIGNMENT, TRANSFER AND **
      *   SCHEDULE SET-UP OR CANCEL - ARE CHECKED AGAINST THE CLAIM'S  **
      *   REGION. INQUIRIES ARE NOT                                    **
      ******************************************************************
       9670-VALIDT-REGION.
      *
           MOVE USERIDI             TO WS-RGN-USER.
           EVALUATE TRUE
               WHEN WS-RGN-BATCH-USER
                    CONTINUE
               WHEN OPTIONI = W30-3 OR OPTIONI = W30-5
                 OR OPTIONI = W30-6 OR OPTIONI = W30-7
                 OR OPTIONI = 'R'   OR OPTIONI = 'T'
                 OR OPTIONI = 'V'   OR OPTIONI = 'X'
                    PERFORM 9675-CHECK-CLAIM-REGION
               WHEN OPTIONI = 'K' AND (CACTI = 'A' OR CACTI = 'X')
                    PERFORM 9675-CHECK-CLAIM-REGION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      ******************************************************************
      *   REFUSE THE CLAIM WHEN IT CARRIES A REGION AND THE USER'S     **
      *   HOME REGION IS A DIFFERENT ONE. A USER WHOSE CROSS-REGION    **
      *   INDICATOR (USERXRGN) IS Y WORKS EVERY REGION, WHATEVER THE   **
      *   USER'S ROLE (THE UNATTENDED CALLERS IN WS-RGN-USER NEVER GET **
      *   HERE). A USER NOT ON THE TABLE, OR ON IT WITH NO HOME        **
      *   REGION, HAS NO REGION TO WORK IN AND IS REFUSED. A CLAIM NOT **
      *   ON FILE IS LEFT TO MF47CB3 TO REPORT                         **
      ******************************************************************
       9675-CHECK-CLAIM-REGION.
      *
           MOVE USERIDI             TO USERID.
           EXEC SQL
                SELECT COALESCE(USERXRGN, 'N')
                      ,USERREGION
                  INTO :USERXRGN
                      ,:USERREGION :WS-RGN-USER-IND
                  FROM MFTR47.CLAIMS6_USERAUTH
                 WHERE USERID = :USERID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                    MOVE W30-MSG-RGNFAIL   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN SQLCODE NOT = 0
                    MOVE SQLCODE           TO WS-SQLCODE
                    DISPLAY 'REGION CHECK FAILED RC : ' WS-SQLCODE
                    MOVE W30-MSG-RGNFAIL   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN USERXRGN = 'Y'
                    CONTINUE
               WHEN WS-RGN-USER-IND < 0 OR USERREGION = SPACES
                    MOVE W30-MSG-RGNFAIL   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE claimNumI         TO WS-RGN-CLAIM
                    EXEC SQL
                         SELECT REGION
                           INTO :WS-RGN-CLAIM-REGION :WS-RGN-CLAIM-IND
                           FROM MFTR47.CLAIMS6
                          WHERE CLAIMNUMBER = :WS-RGN-CLAIM
                    END-EXEC
                    EVALUATE TRUE
                        WHEN SQLCODE = 100
                             CONTINUE
                        WHEN SQLCODE NOT = 0
                             MOVE SQLCODE          TO WS-SQLCODE
                             DISPLAY 'REGION CHECK FAILED RC : '
                                     WS-SQLCODE
                             MOVE W30-MSG-RGNFAIL  TO MSGO
                             MOVE W30-Y            TO ERROR-FLAG
                        WHEN WS-RGN-CLAIM-IND < 0
                          OR WS-RGN-CLAIM-REGION = SPACES
                             CONTINUE
                        WHEN WS-RGN-CLAIM-REGION NOT = USERREGION
                             STRING 'CLAIM IS IN REGION '
                                    WS-RGN-CLAIM-REGION
                                    ' - OUTSIDE YOUR REGION'
                                    DELIMITED BY SIZE INTO MSGO
                             END-STRING
                             MOVE W30-Y            TO ERROR-FLAG
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A REGION TRANSFER (OPTION X) - THE RECEIVING        **
      *   REGION MUST BE THE HOME REGION OF AT LEAST ONE USER ON THE   **
      *   AUTHORITY TABLE, SO A CLAIM CANNOT BE SENT TO AN OFFICE      **
      *   THAT DOES NOT EXIST, AND THE REASON MUST BE KEYED            **
      ******************************************************************
       9680-VALIDT-TRANSFER.
      *
           EVALUATE TRUE
               WHEN REGIONI = SPACES OR REGIONI = LOW-VALUES
                    MOVE W30-MSG-XREGREQ   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN REASONI = SPACES OR REASONI = LOW-VALUES
                    MOVE W30-MSG-XREASON   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE REGIONI           TO USERREGION
                    MOVE 0                 TO WS-RGN-COUNT
                    EXEC SQL
                         SELECT COUNT(*)
                           INTO :WS-RGN-COUNT
                           FROM MFTR47.CLAIMS6_USERAUTH
                          WHERE USERREGION = :USERREGION
                    END-EXEC
                    IF SQLCODE = 0 AND WS-RGN-COUNT > 0
                       MOVE W30-N          TO ERROR-FLAG
                    ELSE
                       MOVE W30-MSG-XREGNF TO MSGO
                       MOVE W30-Y          TO ERROR-FLAG
                    END-IF
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A LITIGATION REQUEST (OPTION L). ACTION A OPENS     **
      *   THE CLAIM'S SUIT AND NEEDS THE DOCKET NUMBER AND COURT;      **
      *   ACTION U CHANGES ONLY THE FIELDS KEYED. ANY DATE KEYED MUST  **
      *   BE A REAL CALENDAR DATE - THE DATE SERVED NOT IN THE FUTURE  **
      *   - A NEXT KEY DATE NEEDS A DESCRIPTION FOR THE TICKLER, AND   **
      *   AN OUTCOME MUST BE ONE OF THE APPROVED VALUES                **
      ******************************************************************
       9700-VALIDT-LITIGATION.
      *
           EVALUATE TRUE
               WHEN SACTI = SPACE OR SACTI = LOW-VALUE
                    MOVE W30-N             TO ERROR-FLAG
               WHEN SACTI NOT = 'A' AND SACTI NOT = 'U'
                    MOVE W30-MSG-SACT      TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN SACTI = 'A' AND
                    (DOCKETI = SPACES OR DOCKETI = LOW-VALUES OR
                     COURTI  = SPACES OR COURTI  = LOW-VALUES)
                    MOVE W30-MSG-DOCKET    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE W30-N             TO ERROR-FLAG
                    PERFORM 9720-VALIDT-SUIT-FIELDS
           END-EVALUATE.
      ******************************************************************
      *   CHECK THE DATES AND OUTCOME KEYED ON AN ADD OR UPDATE        **
      ******************************************************************
       9720-VALIDT-SUIT-FIELDS.
      *
           IF SRVDTI NOT = SPACES AND SRVDTI NOT = LOW-VALUES
              MOVE SRVDTI              TO WS-SUIT-DATE-CHK
              PERFORM 9710-VALIDT-SUIT-DATE
              IF ERROR-FLAG = W30-N
                 MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
                 IF WS-CLAIM-DT > WS-CURR-DT(1:8)
                    MOVE W30-Y          TO ERROR-FLAG
                 END-IF
              END-IF
              IF ERROR-FLAG = W30-Y
                 MOVE W30-MSG-SRVDT     TO MSGO
              END-IF
           END-IF.
           IF ERROR-FLAG = W30-N AND
              TRLDTI NOT = SPACES AND TRLDTI NOT = LOW-VALUES
              MOVE TRLDTI              TO WS-SUIT-DATE-CHK
              PERFORM 9710-VALIDT-SUIT-DATE
           END-IF.
           IF ERROR-FLAG = W30-N AND
              NXTDTI NOT = SPACES AND NXTDTI NOT = LOW-VALUES
              MOVE NXTDTI              TO WS-SUIT-DATE-CHK
              PERFORM 9710-VALIDT-SUIT-DATE
              IF ERROR-FLAG = W30-N AND
                 (NXTDSI = SPACES OR NXTDSI = LOW-VALUES)
                 MOVE W30-MSG-NXTDS     TO MSGO
                 MOVE W30-Y             TO ERROR-FLAG
              END-IF
           END-IF.
           IF ERROR-FLAG = W30-N
              IF OUTCMI = LOW-VALUES
                 MOVE SPACES           TO WS-OUTCOME-CHK
              ELSE
                 MOVE OUTCMI           TO WS-OUTCOME-CHK
              END-IF
              IF NOT WS-OUTCOME-VALID
                 MOVE W30-MSG-OUTCM    TO MSGO
                 MOVE W30-Y            TO ERROR-FLAG
              END-IF
           END-IF.
      ******************************************************************
      *   ONE SUIT DATE (YYYY-MM-DD) IN WS-SUIT-DATE-CHK MUST BE A     **
      *   REAL CALENDAR DATE - SAME RULES AS THE CLAIM DATE            **
      ******************************************************************
       9710-VALIDT-SUIT-DATE.
      *
           MOVE WS-SUIT-DATE-CHK(1:4) TO WS-YYYY
           MOVE WS-SUIT-DATE-CHK(6:2) TO WS-MM
           MOVE WS-SUIT-DATE-CHK(9:2) TO WS-DD
           IF WS-SUIT-DATE-CHK(1:4) IS NOT NUMERIC OR
              WS-SUIT-DATE-CHK(6:2) IS NOT NUMERIC OR
              WS-SUIT-DATE-CHK(9:2) IS NOT NUMERIC OR
              WS-MM-N < 1 OR WS-MM-N > 12
                MOVE W30-Y             TO ERROR-FLAG
                MOVE W30-MSG-SUITDT    TO MSGO
           ELSE
                PERFORM 4060-SET-LEAP-YEAR-PARA
                MOVE WS-DAYS-IN-MONTH(WS-MM-N) TO WS-MAX-DAY
                IF WS-MM-N = 2 AND WS-LEAP-YEAR
                   ADD 1               TO WS-MAX-DAY
                END-IF
                IF WS-DD-N < 1 OR WS-DD-N > WS-MAX-DAY
                   MOVE W30-Y             TO ERROR-FLAG
                   MOVE W30-MSG-SUITDT    TO MSGO
                ELSE
                   MOVE W30-N             TO ERROR-FLAG
                END-IF
           END-IF.
      ******************************************************************
      *   THE CURRENCY, WHEN KEYED, MUST BE A THREE-LETTER CODE. AN    **
      *   ADD SETS THE CLAIM'S CURRENCY; ANY OTHER OPTION MUST USE     **
      *   THE CURRENCY THE CLAIM WAS ADDED IN (BLANK TAKES IT). A      **
      *   FOREIGN CURRENCY NEEDS A RATE ON FILE, AND THE CONVERTED     **
      *   AMOUNT MUST STILL FIT THE BOOK-CURRENCY COLUMNS              **
      ******************************************************************
       9800-VALIDT-CURRENCY.
      *
           MOVE CURRI               TO WS-FX-CURR.
           IF WS-FX-CURR = LOW-VALUES
              MOVE SPACES           TO WS-FX-CURR
           END-IF.
           IF OPTIONI = W30-2
              MOVE WS-BOOK-CURR     TO WS-FX-CLM-CURR
           ELSE
              PERFORM 9810-FETCH-CLAIM-CURR-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-FX-CURR = SPACES
                    MOVE W30-N             TO ERROR-FLAG
               WHEN WS-FX-CURR IS NOT ALPHABETIC-UPPER OR
                    WS-FX-CURR(1:1) = SPACE OR
                    WS-FX-CURR(2:1) = SPACE OR
                    WS-FX-CURR(3:1) = SPACE
                    DISPLAY 'CURRENCY : ' WS-FX-CURR
                    MOVE W30-MSG-CURR      TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OPTIONI NOT = W30-2 AND
                    WS-FX-CURR NOT = WS-FX-CLM-CURR
                    DISPLAY 'CURRENCY : ' WS-FX-CURR
                            ' CLAIM CURRENCY : ' WS-FX-CLM-CURR
                    MOVE W30-MSG-CURRCLM   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE W30-N             TO ERROR-FLAG
           END-EVALUATE.
           IF ERROR-FLAG = W30-N
              IF WS-FX-CURR = SPACES
                 MOVE WS-FX-CLM-CURR   TO WS-FX-CURR
              END-IF
              IF WS-FX-CURR NOT = WS-BOOK-CURR
                 PERFORM 9820-FETCH-FXRATE-PARA
              END-IF
           END-IF.
      ******************************************************************
      *   THE CURRENCY THE CLAIM WAS ADDED IN. A CLAIM THAT CANNOT BE  **
      *   READ IS TAKEN AS BOOK CURRENCY HERE - MF47CB3 REPORTS THE    **
      *   MISSING CLAIM ITSELF                                         **
      ******************************************************************
       9810-FETCH-CLAIM-CURR-PARA.
      *
           MOVE WS-BOOK-CURR        TO WS-FX-CLM-CURR.
           MOVE claimNumI           TO WS-FX-CLAIM.
           EXEC SQL
                SELECT VALUE(ORIGCURR, :WS-BOOK-CURR)
                  INTO :WS-FX-CLM-CURR
                  FROM MFTR47.CLAIMS6
                 WHERE CLAIMNUMBER = :WS-FX-CLAIM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE WS-BOOK-CURR     TO WS-FX-CLM-CURR
           END-IF.
      ******************************************************************
      *   THE RATE IN FORCE TODAY - THE LATEST ONE TREASURY HAS        **
      *   LOADED DATED ON OR BEFORE THE CURRENT DATE                   **
      ******************************************************************
       9820-FETCH-FXRATE-PARA.
      *
           MOVE WS-FX-CURR          TO CURRCODE.
           EXEC SQL
                SELECT BOOKRATE
                  INTO :BOOKRATE
                  FROM MFTR47.CLAIMS6_FXRATE
                 WHERE CURRCODE = :CURRCODE
                   AND RATEDATE =
                       (SELECT MAX(RATEDATE)
                          FROM MFTR47.CLAIMS6_FXRATE
                         WHERE CURRCODE = :CURRCODE
                           AND RATEDATE <= CURRENT DATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 9830-CHECK-CONVERTED-PARA
               WHEN 100
                    DISPLAY 'NO RATE FOR CURRENCY : ' CURRCODE
                    MOVE W30-MSG-FXRATE    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE SQLCODE           TO WS-SQLCODE
                    DISPLAY 'RATE CHECK FAILED RC : ' WS-SQLCODE
                    MOVE W30-MSG-FXRATE    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *   CONVERT THE KEYED AMOUNTS TO BOOK CURRENCY. ON AN ADD OR     **
      *   UPDATE THE PAID AND VALUE FIGURES ARE CONVERTED IN PLACE SO  **
      *   THE POLICY CHECKS THAT FOLLOW COMPARE LIKE WITH LIKE; A      **
      *   LINE ITEM OR PAYMENT IS ONLY CHECKED FOR SIZE                **
      ******************************************************************
       9830-CHECK-CONVERTED-PARA.
      *
           EVALUATE OPTIONI
               WHEN W30-2
               WHEN W30-3
                    COMPUTE WS-PAID-AMT ROUNDED =
                            WS-PAID-AMT * BOOKRATE
                        ON SIZE ERROR
                            MOVE W30-MSG-FXSIZE    TO MSGO
                            MOVE W30-Y             TO ERROR-FLAG
                    END-COMPUTE
                    COMPUTE WS-VALUE-AMT ROUNDED =
                            WS-VALUE-AMT * BOOKRATE
                        ON SIZE ERROR
                            MOVE W30-MSG-FXSIZE    TO MSGO
                            MOVE W30-Y             TO ERROR-FLAG
                    END-COMPUTE
               WHEN W30-6
                    MOVE LAMTI             TO WS-AMT-IN
                    PERFORM 9300-PARSE-AMOUNT-PARA
                    COMPUTE WS-AMT-VALUE ROUNDED =
                            WS-AMT-VALUE * BOOKRATE
                        ON SIZE ERROR
                            MOVE W30-MSG-FXSIZE    TO MSGO
                            MOVE W30-Y             TO ERROR-FLAG
                    END-COMPUTE
               WHEN W30-7
                    MOVE PAYAMTI           TO WS-AMT-IN
                    PERFORM 9300-PARSE-AMOUNT-PARA
                    COMPUTE WS-AMT-VALUE ROUNDED =
                            WS-AMT-VALUE * BOOKRATE
                        ON SIZE ERROR
                            MOVE W30-MSG-FXSIZE    TO MSGO
                            MOVE W30-Y             TO ERROR-FLAG
                    END-COMPUTE
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A VENDOR MASTER REQUEST (OPTION M). A BLANK ACTION  **
      *   JUST SHOWS THE VENDOR; A (ADD), U (UPDATE), S (SUSPEND) AND  **
      *   R (REINSTATE) NEED SUPERVISOR AUTHORITY. AN ADD CARRIES THE  **
      *   FULL DETAIL - LEGAL NAME, REMIT-TO ADDRESS, TAX ID AND       **
      *   PREFERRED PAYMENT METHOD; AN UPDATE CHANGES ONLY WHAT IS     **
      *   KEYED                                                        **
      ******************************************************************
       9900-VALIDT-VENDOR-MAINT.
      *
           MOVE VENDI               TO WS-VENDOR-CHK.
           IF CACTI = SPACE OR CACTI = LOW-VALUE
                SET WS-NOT-SUPERVISOR TO TRUE
           ELSE
                PERFORM 9600-CHECK-SUPERVISOR-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-VENDOR-BLANK
                    MOVE W30-MSG-VENDREQ   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN CACTI = SPACE OR CACTI = LOW-VALUE
                    MOVE W30-N             TO ERROR-FLAG
               WHEN CACTI NOT = 'A' AND CACTI NOT = 'U' AND
                    CACTI NOT = 'S' AND CACTI NOT = 'R'
                    MOVE W30-MSG-VMAINT    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-NOT-SUPERVISOR
                    MOVE W30-MSG-VSUPER    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN CACTI = 'A' AND
                    (CLMNTI = SPACES OR CLMNTI = LOW-VALUES OR
                     CLMADI = SPACES OR CLMADI = LOW-VALUES OR
                     CLMTXI = SPACES OR CLMTXI = LOW-VALUES OR
                     PMETHI = SPACES OR PMETHI = LOW-VALUES)
                    MOVE W30-MSG-VDETAIL   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE W30-N             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE AN OCCURRENCE REQUEST (OPTION O). A (OPEN) STARTS   **
      *   A NEW OCCURRENCE WITH THE KEYED CLAIM AS ITS FIRST MEMBER    **
      *   AND NEEDS A DESCRIPTION; L (LINK) PUTS THE CLAIM UNDER THE   **
      *   KEYED OCCURRENCE; U (UNLINK) TAKES IT OUT AGAIN. A BLANK     **
      *   ACTION LISTS THE OCCURRENCE KEYED, OR THE ONE THE KEYED      **
      *   CLAIM BELONGS TO                                             **
      ******************************************************************
       9950-VALIDT-OCCURRENCE.
      *
           MOVE OCCI                TO WS-OCC-CHK.
           EVALUATE TRUE
               WHEN CACTI = SPACE OR CACTI = LOW-VALUE
                    IF WS-OCC-BLANK
                       IF claimNumI = SPACES OR claimNumI = LOW-VALUES
                          MOVE W30-MSG-OCCKEY TO MSGO
                          MOVE W30-Y          TO ERROR-FLAG
                       ELSE
                          PERFORM 1000-VALIDT-CLAIM-NUM
                       END-IF
                    ELSE
                       PERFORM 9960-VALIDT-OCC-NUM
                    END-IF
               WHEN CACTI NOT = 'A' AND CACTI NOT = 'L' AND
                    CACTI NOT = 'U'
                    MOVE W30-MSG-OACT      TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    PERFORM 1000-VALIDT-CLAIM-NUM
                    EVALUATE TRUE
                        WHEN ERROR-FLAG = W30-Y
                             CONTINUE
                        WHEN CACTI = 'A' AND
                             (CDESCI = SPACES OR CDESCI = LOW-VALUES)
                             MOVE W30-MSG-ODESC  TO MSGO
                             MOVE W30-Y          TO ERROR-FLAG
                        WHEN CACTI = 'L' AND WS-OCC-BLANK
                             MOVE W30-MSG-OCCREQ TO MSGO
                             MOVE W30-Y          TO ERROR-FLAG
                        WHEN CACTI = 'L'
                             PERFORM 9960-VALIDT-OCC-NUM
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      *   A KEYED OCCURRENCE NUMBER MUST BE NUMERIC - MF47CB3 MOVES    **
      *   IT STRAIGHT INTO A BINARY HOST VARIABLE. BLANK IS ALLOWED    **
      *   (NO OCCURRENCE) WHERE THE CALLER HAS NOT ALREADY REQUIRED IT **
      ******************************************************************
       9960-VALIDT-OCC-NUM.
      *
           MOVE OCCI                TO WS-OCC-CHK.
           EVALUATE TRUE
               WHEN WS-OCC-BLANK
                    MOVE W30-N             TO ERROR-FLAG
               WHEN OCCI IS NUMERIC AND OCCI NOT = ZERO
                    MOVE W30-N             TO ERROR-FLAG
               WHEN OTHER
                    MOVE W30-MSG-OCCNUM    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *   A CLAIM SEARCH NEEDS EXACTLY ONE KEY. A NAME PREFIX MUST     **
      *   CARRY AT LEAST THREE LEADING CHARACTERS SO ONE LETTER DOES   **
      *   NOT LIST HALF THE BOOK                                       **
      ******************************************************************
       9970-VALIDT-SEARCH.
      *
           MOVE 0                   TO WS-SRCH-KEYS.
           MOVE CLMNTI              TO WS-SRCH-NAME.
           MOVE CLMTXI              TO WS-SRCH-TAXID.
           MOVE POLNOI              TO WS-SRCH-POLNUM.
           IF NOT WS-SRCH-NAME-BLANK
              ADD 1                 TO WS-SRCH-KEYS
           END-IF.
           IF NOT WS-SRCH-TAXID-BLANK
              ADD 1                 TO WS-SRCH-KEYS
           END-IF.
           IF NOT WS-SRCH-POLNUM-BLANK
              ADD 1                 TO WS-SRCH-KEYS
           END-IF.
           INSPECT WS-SRCH-NAME REPLACING ALL LOW-VALUE BY SPACE.
           EVALUATE TRUE
               WHEN WS-SRCH-KEYS = 0
                    MOVE W30-MSG-SRCHKEY   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-SRCH-KEYS > 1
                    MOVE W30-MSG-SRCHONE   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-SRCH-NAME NOT = SPACES AND
                    (WS-SRCH-NAME(1:1) = SPACE OR
                     WS-SRCH-NAME(2:1) = SPACE OR
                     WS-SRCH-NAME(3:1) = SPACE)
                    MOVE W30-MSG-SRCHNAM   TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    MOVE W30-N             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *   VALIDATE A PAYMENT SCHEDULE REQUEST (OPTION K). A BLANK      **
      *   ACTION LISTS THE CLAIM'S SCHEDULES; X CANCELS THE ONE KEYED  **
      *   IN THE SEQUENCE FIELD; A ADDS ONE, WHOSE PAYMENT DETAIL IS   **
      *   CHECKED THE WAY AN OPTION 7 PAYMENT IS, PLUS ITS TERMS       **
      ******************************************************************
       9980-VALIDT-SCHEDULE.
      *
           EVALUATE TRUE
               WHEN CACTI = SPACE OR CACTI = LOW-VALUE
                    PERFORM 1000-VALIDT-CLAIM-NUM
               WHEN CACTI NOT = 'A' AND CACTI NOT = 'X'
                    MOVE W30-MSG-KACT      TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN OTHER
                    PERFORM 1000-VALIDT-CLAIM-NUM
                    EVALUATE TRUE
                        WHEN ERROR-FLAG = W30-Y
                             CONTINUE
                        WHEN CACTI = 'X'
                             IF PSEQI IS NUMERIC AND PSEQI NOT = ZERO
                                MOVE W30-N       TO ERROR-FLAG
                             ELSE
                                MOVE W30-MSG-KSEQ TO MSGO
                                MOVE W30-Y       TO ERROR-FLAG
                             END-IF
                        WHEN OTHER
                             PERFORM 6600-VALIDT-PAYAMT
                             IF ERROR-FLAG = W30-N
                                PERFORM 6700-VALIDT-PMETH
                             END-IF
                             IF ERROR-FLAG = W30-N
                                PERFORM 6750-VALIDT-PAYEE
                             END-IF
                             IF ERROR-FLAG = W30-N
                                PERFORM 9570-VALIDT-COSTTYPE
                             END-IF
                             IF ERROR-FLAG = W30-N
                                PERFORM 9800-VALIDT-CURRENCY
                             END-IF
                             IF ERROR-FLAG = W30-N
                                PERFORM 9985-VALIDT-SCHED-TERMS
                             END-IF
                    END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      *   THE TERMS OF A NEW SCHEDULE - A KNOWN FREQUENCY, A REAL      **
      *   START DATE THAT IS TODAY OR LATER, AND EITHER AN END DATE    **
      *   AFTER THE START OR A WHOLE NUMBER OF PAYMENTS FROM 1 TO 999, **
      *   NOT BOTH, SO THE SCHEDULE IS SURE TO RUN OUT                 **
      ******************************************************************
       9985-VALIDT-SCHED-TERMS.
      *
           MOVE FREQI               TO WS-FREQ-CHK.
           MOVE TODTI               TO WS-SCHED-END.
           MOVE NPAYI               TO WS-SCHED-NPAY.
           MOVE dateI               TO WS-SCHED-DATE-CHK.
           PERFORM 9990-VALIDT-SCHED-DATE.
           IF WS-SCHED-DATE-OK
              MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
              IF WS-CLAIM-DT < WS-CURR-DT(1:8)
                 SET WS-SCHED-DATE-BAD TO TRUE
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-FREQ-VALID
                    MOVE W30-MSG-KFREQ     TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-SCHED-DATE-BAD
                    MOVE W30-MSG-KSTART    TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN WS-SCHED-END-BLANK AND WS-SCHED-NPAY-BLANK
                    MOVE W30-MSG-KLAST     TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN NOT WS-SCHED-END-BLANK AND NOT WS-SCHED-NPAY-BLANK
                    MOVE W30-MSG-KLAST     TO MSGO
                    MOVE W30-Y             TO ERROR-FLAG
               WHEN NOT WS-SCHED-END-BLANK
                    MOVE WS-SCHED-END      TO WS-SCHED-DATE-CHK
                    PERFORM 9990-VALIDT-SCHED-DATE
                    IF WS-SCHED-DATE-OK AND WS-SCHED-END > dateI
                       MOVE W30-N          TO ERROR-FLAG
                    ELSE
                       MOVE W30-MSG-KEND   TO MSGO
                       MOVE W30-Y          TO ERROR-FLAG
                    END-IF
               WHEN OTHER
                    MOVE WS-SCHED-NPAY     TO WS-AMT-IN
                    PERFORM 9300-PARSE-AMOUNT-PARA
                    IF WS-AMT-OK AND WS-AMT-VALUE >= 1
                       AND WS-AMT-VALUE <= 999
                       AND WS-AMT-DEC-SW = W30-N
                       MOVE W30-N          TO ERROR-FLAG
                    ELSE
                       MOVE W30-MSG-KNPAY  TO MSGO
                       MOVE W30-Y          TO ERROR-FLAG
                    END-IF
           END-EVALUATE.
      ******************************************************************
      *   A SCHEDULE DATE MUST BE A REAL CALENDAR DATE (YYYY-MM-DD),   **
      *   CHECKED THE WAY 9710-VALIDT-SUIT-DATE CHECKS A SUIT DATE     **
      ******************************************************************
       9990-VALIDT-SCHED-DATE.
      *
           MOVE WS-SCHED-DATE-CHK(1:4) TO WS-YYYY
           MOVE WS-SCHED-DATE-CHK(6:2) TO WS-MM
           MOVE WS-SCHED-DATE-CHK(9:2) TO WS-DD
           IF WS-SCHED-DATE-CHK(1:4) IS NOT NUMERIC OR
              WS-SCHED-DATE-CHK(6:2) IS NOT NUMERIC OR
              WS-SCHED-DATE-CHK(9:2) IS NOT NUMERIC OR
              WS-SCHED-DATE-CHK(5:1) NOT = '-' OR
              WS-SCHED-DATE-CHK(8:1) NOT = '-' OR
              WS-MM-N < 1 OR WS-MM-N > 12
                SET WS-SCHED-DATE-BAD  TO TRUE
           ELSE
                PERFORM 4060-SET-LEAP-YEAR-PARA
                MOVE WS-DAYS-IN-MONTH(WS-MM-N) TO WS-MAX-DAY
                IF WS-MM-N = 2 AND WS-LEAP-YEAR
                   ADD 1               TO WS-MAX-DAY
                END-IF
                IF WS-DD-N < 1 OR WS-DD-N > WS-MAX-DAY
                   SET WS-SCHED-DATE-BAD TO TRUE
                ELSE
                   SET WS-SCHED-DATE-OK  TO TRUE
                END-IF
           END-IF.
      ******************************************************************
      *   PARSE A SCREEN AMOUNT INTO PACKED DOLLARS AND CENTS. THE     **
      *   FIELD MAY CARRY DIGITS WITH AT MOST ONE DECIMAL POINT AND    **
      *   AT MOST TWO DECIMAL PLACES, WITH LEADING AND/OR TRAILING     **
