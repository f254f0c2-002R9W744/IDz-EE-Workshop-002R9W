        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47CB10.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
      ****************************************************************
      * REMARK     - WEB FIRST-NOTICE-OF-LOSS INTAKE (MF4F). READS   **
      *              THE FNOL MESSAGES THE CUSTOMER PORTAL PUTS ON   **
      *              MFTR47.FNOL.REQUEST (LAYOUT MF47BRF) AND ADDS   **
      *              EACH CLAIM THROUGH THE SAME MF47CB2 VALIDATION  **
      *              AND MF47CB3 ADD AS OPTION 2 ON THE SCREEN - THE **
      *              CLAIMANT PARTY, HISTORY, ACK LETTER AND         **
      *              APPROVAL HOLD INCLUDED - UNDER THE WEBFNOL      **
      *              DESK. EACH MESSAGE IS ANSWERED ON               **
      *              MFTR47.FNOL.REPLY, CORRELATED TO ITS MESSAGE    **
      *              ID, WITH THE CLAIM NUMBER ASSIGNED OR THE       **
      *              REASON IT WAS TURNED AWAY, AND RECORDED ON      **
      *              CLAIMS6_FNOLLOG FOR THE MF47B23 MORNING         **
      *              SUMMARY. THE GET, THE CLAIM, THE LOG ROW AND    **
      *              THE REPLY ARE ONE UNIT OF WORK. A DB2 FAILURE   **
      *              ROLLS IT BACK AND THE MESSAGE IS RETRIED; ONE   **
      *              THAT HAS FAILED WS-BACKOUT-LIMIT TIMES, OR IS   **
      *              NOT AN FNOL MESSAGE AT ALL, IS MOVED TO         **
      *              MFTR47.FNOL.BACKOUT WITH A CLAIMS6_DIAGLOG ROW  **
      *              SO IT CANNOT BLOCK THE QUEUE. STARTED BY THE    **
      *              MQ TRIGGER MONITOR ON THE FIRST MESSAGE; RUNS   **
      *              UNTIL THE QUEUE HAS BEEN EMPTY FOR WS-WAIT-MS   **
      *              OR MQ IS QUIESCING, AND IS TRIGGERED AGAIN BY   **
      *              THE NEXT MESSAGE TO ARRIVE.                     **
      * CALLED BY  - MQ TRIGGER MONITOR (CKTI), TRANSACTION MF4F     **
      ****************************************************************
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-DIAG-SQLCODE   PIC S9(9) USAGE COMP-5 VALUE 0.
        01 WS-ERROR-FLAG     PIC X(01) VALUE SPACES.
            88 ERROR-TRUE              VALUE 'Y'.
            88 ERROR-FALSE             VALUE 'N'.
        01 WS-MF47CB2        PIC X(08) VALUE 'MF47CB2'.
        01 WS-MF47CB3        PIC X(08) VALUE 'MF47CB3'.
        01 WS-STOP-SW        PIC X(01) VALUE 'N'.
            88 INTAKE-STOP             VALUE 'Y'.
            88 INTAKE-RUNNING          VALUE 'N'.
        01 WS-MSG-SW         PIC X(01) VALUE 'N'.
            88 MSG-WHOLE               VALUE 'W'.
            88 MSG-UNUSABLE            VALUE 'U'.
            88 MSG-NONE                VALUE 'N'.
        01 WS-RESENT-SW      PIC X(01) VALUE 'N'.
            88 FNOL-RESENT             VALUE 'Y'.
            88 FNOL-NEW                VALUE 'N'.
        01 WS-UOW-SW         PIC X(01) VALUE 'Y'.
            88 UOW-OK                  VALUE 'Y'.
            88 UOW-FAILED              VALUE 'N'.
        01 WS-DIAG-SW        PIC X(01) VALUE 'N'.
            88 DIAG-PENDING            VALUE 'Y'.
            88 DIAG-NONE               VALUE 'N'.
      *    THE QUEUES - REQUESTS IN, REPLIES OUT, AND WHERE A MESSAGE
      *    THAT CANNOT BE PROCESSED IS PARKED
        01 WS-REQUEST-Q      PIC X(48) VALUE 'MFTR47.FNOL.REQUEST'.
        01 WS-REPLY-Q        PIC X(48) VALUE 'MFTR47.FNOL.REPLY'.
        01 WS-BACKOUT-Q      PIC X(48) VALUE 'MFTR47.FNOL.BACKOUT'.
        01 WS-HOBJ-REQUEST   PIC S9(9) BINARY VALUE 0.
        01 WS-HOBJ-REPLY     PIC S9(9) BINARY VALUE 0.
        01 WS-HOBJ-BACKOUT   PIC S9(9) BINARY VALUE 0.
        01 WS-HOBJ           PIC S9(9) BINARY VALUE 0.
        01 WS-OPEN-OPTIONS   PIC S9(9) BINARY VALUE 0.
        01 WS-COMPCODE       PIC S9(9) BINARY VALUE 0.
        01 WS-REASON         PIC S9(9) BINARY VALUE 0.
        01 WS-REASON-D       PIC 9(04).
      *    HOW LONG AN EMPTY QUEUE IS WAITED ON BEFORE THE TASK ENDS,
      *    AND HOW MANY FAILED ATTEMPTS A MESSAGE GETS BEFORE IT IS
      *    BACKED OUT
        01 WS-WAIT-MS        PIC S9(9) BINARY VALUE 300000.
        01 WS-BACKOUT-LIMIT  PIC S9(9) BINARY VALUE 3.
      *    THE MESSAGE AS RECEIVED - THE BUFFER IS LONGER THAN AN FNOL
      *    REQUEST SO A MESSAGE OF THE WRONG LENGTH IS SEEN FOR WHAT
      *    IT IS
        01 WS-MSG-BUFFER     PIC X(1000).
        01 WS-BUFLEN         PIC S9(9) BINARY VALUE 0.
        01 WS-DATALEN        PIC S9(9) BINARY VALUE 0.
        01 WS-PUTLEN         PIC S9(9) BINARY VALUE 0.
        01 WS-REQ-MSGID      PIC X(24).
        01 WS-FAIL-REASON    PIC X(60).
        01 WS-DIAG-PARA      PIC X(18).
        01 WS-DIAG-TEXT      PIC X(70).
        01 WS-CLAIM-IND      PIC S9(4) USAGE COMP-5.
      *    THE FNOL ESTIMATE HAS TWO IMPLIED DECIMALS; THE SHARED
      *    SCREEN LAYOUT CARRIES AN EXPLICIT POINT, AS ON THE MF47B02
      *    FEED
        01 WS-VALUE-ED       PIC 9(09).9(2).
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP5
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP30
            END-EXEC.
      ****************************************************************
            COPY MF47BRQ.
            COPY MF47BRF.
            COPY MF47BMS.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
      ****************************************************************
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-OPEN-QUEUES-PARA.
            PERFORM 2000-PROCESS-MSG-PARA
               UNTIL INTAKE-STOP.
            PERFORM 3000-CLOSE-QUEUES-PARA.
            EXEC CICS RETURN
            END-EXEC.
      ****************************************************************
      *   OPEN THE REQUEST QUEUE FOR INPUT AND THE REPLY AND BACKOUT **
      *   QUEUES FOR OUTPUT - ANY ONE FAILING ENDS THE TASK          **
      ****************************************************************
        1000-OPEN-QUEUES-PARA.
      *
            MOVE WS-REQUEST-Q        TO MQOD-OBJECTNAME.
            COMPUTE WS-OPEN-OPTIONS = MQOO-INPUT-SHARED
                                    + MQOO-FAIL-IF-QUIESCING.
            PERFORM 1100-OPEN-ONE-PARA.
            MOVE WS-HOBJ             TO WS-HOBJ-REQUEST.
            IF INTAKE-RUNNING
               MOVE WS-REPLY-Q       TO MQOD-OBJECTNAME
               COMPUTE WS-OPEN-OPTIONS = MQOO-OUTPUT
                                       + MQOO-FAIL-IF-QUIESCING
               PERFORM 1100-OPEN-ONE-PARA
               MOVE WS-HOBJ          TO WS-HOBJ-REPLY
            END-IF.
            IF INTAKE-RUNNING
               MOVE WS-BACKOUT-Q     TO MQOD-OBJECTNAME
               PERFORM 1100-OPEN-ONE-PARA
               MOVE WS-HOBJ          TO WS-HOBJ-BACKOUT
            END-IF.
      ****************************************************************
      *              OPEN THE QUEUE NAMED IN MQOD                    **
      ****************************************************************
        1100-OPEN-ONE-PARA.
      *
            MOVE MQOT-Q              TO MQOD-OBJECTTYPE.
            MOVE 0                   TO WS-HOBJ.
            CALL 'MQOPEN' USING MQ-HCONN
                                MQOD
                                WS-OPEN-OPTIONS
                                WS-HOBJ
                                WS-COMPCODE
                                WS-REASON.
            IF WS-COMPCODE NOT = MQCC-OK
               MOVE WS-REASON        TO WS-REASON-D
               MOVE SPACES           TO WS-DIAG-TEXT
               STRING 'MQOPEN FAILED REASON ' WS-REASON-D ' '
                      MQOD-OBJECTNAME DELIMITED BY SIZE
                 INTO WS-DIAG-TEXT
               END-STRING
               MOVE '1100-OPEN-ONE'  TO WS-DIAG-PARA
               MOVE 0                TO WS-DIAG-SQLCODE
               PERFORM 9800-WRITE-DIAGLOG-PARA
               SET INTAKE-STOP       TO TRUE
            END-IF.
      ****************************************************************
      *   TAKE THE NEXT MESSAGE AND DEAL WITH IT - PARK IT IF IT HAS **
      *   FAILED TOO OFTEN OR IS NOT AN FNOL REQUEST, ANSWER A       **
      *   RESENT REPORT WITH ITS ORIGINAL CLAIM, OTHERWISE ADD THE   **
      *   CLAIM. EACH MESSAGE ENDS IN A SYNCPOINT OR A ROLLBACK      **
      ****************************************************************
        2000-PROCESS-MSG-PARA.
      *
            SET UOW-OK               TO TRUE.
            SET DIAG-NONE            TO TRUE.
            PERFORM 2100-GET-MSG-PARA.
            EVALUATE TRUE
                WHEN MSG-NONE
                     CONTINUE
                WHEN MQMD-BACKOUTCOUNT >= WS-BACKOUT-LIMIT
                     MOVE 'PROCESSING FAILED - RETRY LIMIT REACHED'
                                                  TO WS-FAIL-REASON
                     PERFORM 2700-BACKOUT-MSG-PARA
                WHEN MSG-UNUSABLE
                     PERFORM 2700-BACKOUT-MSG-PARA
                WHEN WS-DATALEN NOT = LENGTH OF MF47BFNOL
                     MOVE 'MESSAGE LENGTH IS NOT AN FNOL REQUEST'
                                                  TO WS-FAIL-REASON
                     PERFORM 2700-BACKOUT-MSG-PARA
                WHEN OTHER
                     MOVE WS-MSG-BUFFER(1:LENGTH OF MF47BFNOL)
                                                  TO MF47BFNOL
                     IF FN-IS-FNOL AND FN-VERSION-OK
                        PERFORM 2200-CHECK-RESENT-PARA
                     ELSE
                        MOVE 'MESSAGE TYPE OR VERSION NOT RECOGNISED'
                                                  TO WS-FAIL-REASON
                        PERFORM 2700-BACKOUT-MSG-PARA
                     END-IF
            END-EVALUATE.
            IF NOT MSG-NONE
               IF UOW-OK
                  EXEC CICS SYNCPOINT
                  END-EXEC
               ELSE
                  EXEC CICS SYNCPOINT ROLLBACK
                  END-EXEC
                  IF DIAG-PENDING
                     PERFORM 9800-WRITE-DIAGLOG-PARA
                     EXEC CICS SYNCPOINT
                     END-EXEC
                  END-IF
               END-IF
            END-IF.
      ****************************************************************
      *   GET THE NEXT REQUEST UNDER SYNCPOINT, WAITING UP TO        **
      *   WS-WAIT-MS FOR ONE. AN EMPTY QUEUE OR A QUIESCING QUEUE    **
      *   MANAGER ENDS THE TASK; A TRUNCATED OR UNCONVERTIBLE        **
      *   MESSAGE IS TAKEN SO IT CAN BE PARKED                       **
      ****************************************************************
        2100-GET-MSG-PARA.
      *
            SET MSG-NONE             TO TRUE.
            MOVE MQMI-NONE           TO MQMD-MSGID.
            MOVE MQCI-NONE           TO MQMD-CORRELID.
            MOVE MQENC-NATIVE        TO MQMD-ENCODING.
            MOVE MQCCSI-Q-MGR        TO MQMD-CODEDCHARSETID.
            COMPUTE MQGMO-OPTIONS = MQGMO-WAIT
                                  + MQGMO-SYNCPOINT
                                  + MQGMO-ACCEPT-TRUNCATED-MSG
                                  + MQGMO-CONVERT
                                  + MQGMO-FAIL-IF-QUIESCING.
            MOVE WS-WAIT-MS          TO MQGMO-WAITINTERVAL.
            MOVE LENGTH OF WS-MSG-BUFFER TO WS-BUFLEN.
            MOVE SPACES              TO WS-MSG-BUFFER.
            CALL 'MQGET' USING MQ-HCONN
                               WS-HOBJ-REQUEST
                               MQMD
                               MQGMO
                               WS-BUFLEN
                               WS-MSG-BUFFER
                               WS-DATALEN
                               WS-COMPCODE
                               WS-REASON.
            MOVE WS-REASON           TO WS-REASON-D.
            EVALUATE TRUE
                WHEN WS-COMPCODE = MQCC-OK
                     SET MSG-WHOLE   TO TRUE
                WHEN WS-REASON = MQRC-NO-MSG-AVAILABLE
                     SET INTAKE-STOP TO TRUE
                WHEN WS-COMPCODE = MQCC-WARNING
                     SET MSG-UNUSABLE TO TRUE
                     MOVE SPACES     TO WS-FAIL-REASON
                     STRING 'MESSAGE TRUNCATED OR NOT CONVERTED - '
                            'REASON ' WS-REASON-D DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                     END-STRING
                WHEN OTHER
                     MOVE SPACES     TO WS-DIAG-TEXT
                     STRING 'MQGET FAILED REASON ' WS-REASON-D
                            DELIMITED BY SIZE
                       INTO WS-DIAG-TEXT
                     END-STRING
                     MOVE '2100-GET-MSG'  TO WS-DIAG-PARA
                     MOVE 0          TO WS-DIAG-SQLCODE
                     PERFORM 9800-WRITE-DIAGLOG-PARA
                     SET INTAKE-STOP TO TRUE
            END-EVALUATE.
            IF NOT MSG-NONE
               MOVE MQMD-MSGID       TO WS-REQ-MSGID
            END-IF.
      ****************************************************************
      *   A REPORT THE PORTAL RESENDS UNDER A REFERENCE ALREADY      **
      *   ADDED - TYPICALLY BECAUSE THE FIRST REPLY WAS NOT SEEN -   **
      *   IS ANSWERED WITH THE CLAIM IT ALREADY RAISED, NOT ADDED    **
      *   TWICE                                                      **
      ****************************************************************
        2200-CHECK-RESENT-PARA.
      *
            SET FNOL-NEW             TO TRUE.
            MOVE FN-PORTALREF        TO PORTALREF.
            EXEC SQL
                 SELECT CLAIMNUMBER
                   INTO :CLAIMS62.CLAIMNUMBER
                   FROM MFTR47.CLAIMS6_FNOLLOG
                  WHERE PORTALREF   = :PORTALREF
                    AND FNOLOUTCOME = 'A'
                  FETCH FIRST 1 ROW ONLY
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                     SET FNOL-RESENT TO TRUE
                     MOVE CLAIMNUMBER OF CLAIMS62 TO FR-CLAIMNUMBER
                     MOVE 'D'        TO FNOLOUTCOME
                     SET FR-ADDED    TO TRUE
                     MOVE 'REPORT RESENT - CLAIM ALREADY ADDED'
                                     TO FR-REASON
                     PERFORM 2500-REPLY-AND-LOG-PARA
                WHEN 100
                     PERFORM 2300-ADD-CLAIM-PARA
                WHEN OTHER
                     MOVE '2200-CHECK-RESENT' TO WS-DIAG-PARA
                     PERFORM 2900-SQL-FAILED-PARA
            END-EVALUATE.
      ****************************************************************
      *   RUN THE REPORT THROUGH OPTION 2 - MF47CB2 VALIDATES IT AND *
      *   MF47CB3 ADDS IT, EXACTLY AS FROM THE SCREEN. A VALIDATION  *
      *   OR BUSINESS REFUSAL IS ANSWERED WITH ITS MESSAGE; A DB2    *
      *   FAILURE ROLLS THE MESSAGE BACK FOR ANOTHER ATTEMPT         *
      ****************************************************************
        2300-ADD-CLAIM-PARA.
      *
            PERFORM 2350-BUILD-MAP-PARA.
            CALL WS-MF47CB2 USING MF47BMSI
                                  MF47BMSO
                                  WS-ERROR-FLAG.
            IF ERROR-TRUE
               MOVE 'R'              TO FNOLOUTCOME
               SET FR-REJECTED       TO TRUE
               MOVE 0                TO FR-CLAIMNUMBER
               MOVE MSGO             TO FR-REASON
               PERFORM 2500-REPLY-AND-LOG-PARA
            ELSE
               CALL WS-MF47CB3 USING MF47BMSI
                                     MF47BMSO
               EVALUATE TRUE
                   WHEN MSGO(1:11) = 'CLAIM ADDED'
                        MOVE 'A'         TO FNOLOUTCOME
                        SET FR-ADDED     TO TRUE
                        MOVE claimNumO   TO FR-CLAIMNUMBER
                        MOVE MSGO        TO FR-REASON
                        PERFORM 2500-REPLY-AND-LOG-PARA
                   WHEN MSGO(1:9) = 'SQL ERROR'
                        SET UOW-FAILED   TO TRUE
                   WHEN OTHER
                        MOVE 'R'         TO FNOLOUTCOME
                        SET FR-REJECTED  TO TRUE
                        MOVE 0           TO FR-CLAIMNUMBER
                        MOVE MSGO        TO FR-REASON
                        PERFORM 2500-REPLY-AND-LOG-PARA
               END-EVALUATE
            END-IF.
      ****************************************************************
      *   MOVE THE REPORT INTO THE SHARED SCREEN LAYOUT AS AN OPTION *
      *   2 ADD. THE CLAIM NUMBER IS LEFT TO BE ASSIGNED, NOTHING IS *
      *   PAID YET, AND WITH NO ADJUSTER OR REGION KEYED THE CLAIM   *
      *   LANDS ON THE WEBFNOL DESK UNTIL REASSIGNED                 *
      ****************************************************************
        2350-BUILD-MAP-PARA.
      *
            MOVE LOW-VALUES          TO MF47BMSI.
            MOVE LOW-VALUES          TO MF47BMSO.
            MOVE 'N'                 TO WS-ERROR-FLAG.
            MOVE 'WEBFNOL'           TO USERIDI.
            MOVE '2'                 TO OPTIONI.
            MOVE ZEROS               TO claimNumI.
            MOVE FN-LOSSDATE         TO dateI.
            MOVE '000000000.00'      TO paidI.
            MOVE FN-ESTVALUE         TO WS-VALUE-ED.
            MOVE WS-VALUE-ED         TO tvalueI.
            MOVE FN-CAUSE            TO CAUSEI.
            MOVE FN-DESCRIPTION      TO observI.
            MOVE FN-POLICYNUM        TO POLNOI.
            MOVE FN-CLAIMANT         TO CLMNTI.
            MOVE FN-CLMADDR          TO CLMADI.
            MOVE FN-CLMTAXID         TO CLMTXI.
            MOVE SPACES              TO ADJI.
            MOVE SPACES              TO REGIONI.
            MOVE FN-EVENTCODE        TO EVENTI.
            MOVE FN-CURRCODE         TO CURRI.
      ****************************************************************
      *   RECORD THE OUTCOME ON CLAIMS6_FNOLLOG AND PUT THE REPLY -  **
      *   BOTH INSIDE THE MESSAGE'S UNIT OF WORK                     **
      ****************************************************************
        2500-REPLY-AND-LOG-PARA.
      *
            MOVE FN-PORTALREF        TO PORTALREF.
            MOVE FR-REASON           TO FNOLREASON.
            IF FR-ADDED
               MOVE 0                TO WS-CLAIM-IND
               MOVE FR-CLAIMNUMBER   TO CLAIMNUMBER OF CLAIMS62
            ELSE
               MOVE -1               TO WS-CLAIM-IND
               MOVE 0                TO CLAIMNUMBER OF CLAIMS62
            END-IF.
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_FNOLLOG
                        ( PORTALREF
                         ,CLAIMNUMBER
                         ,FNOLOUTCOME
                         ,FNOLREASON
                         ,FNOLTS)
                 VALUES ( :PORTALREF
                         ,:CLAIMS62.CLAIMNUMBER :WS-CLAIM-IND
                         ,:FNOLOUTCOME
                         ,:FNOLREASON
                         ,CURRENT TIMESTAMP)
            END-EXEC.
            IF SQLCODE = 0
               PERFORM 2600-PUT-REPLY-PARA
            ELSE
               MOVE '2500-REPLY-AND-LOG' TO WS-DIAG-PARA
               PERFORM 2900-SQL-FAILED-PARA
            END-IF.
      ****************************************************************
      *   ANSWER THE PORTAL ON THE REPLY QUEUE, CORRELATED TO THE    **
      *   REQUEST'S MESSAGE ID. A FAILED PUT ROLLS THE WHOLE MESSAGE **
      *   BACK AND ENDS THE TASK                                     **
      ****************************************************************
        2600-PUT-REPLY-PARA.
      *
            MOVE FN-PORTALREF        TO FR-PORTALREF.
            MOVE MQMT-REPLY          TO MQMD-MSGTYPE.
            MOVE MQFMT-STRING        TO MQMD-FORMAT.
            MOVE MQMI-NONE           TO MQMD-MSGID.
            MOVE WS-REQ-MSGID        TO MQMD-CORRELID.
            MOVE MQPER-PERSISTENT    TO MQMD-PERSISTENCE.
            MOVE MQENC-NATIVE        TO MQMD-ENCODING.
            MOVE MQCCSI-Q-MGR        TO MQMD-CODEDCHARSETID.
            MOVE 0                   TO MQMD-REPORT.
            COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                  + MQPMO-FAIL-IF-QUIESCING.
            MOVE LENGTH OF MF47BFRPY TO WS-PUTLEN.
            CALL 'MQPUT' USING MQ-HCONN
                               WS-HOBJ-REPLY
                               MQMD
                               MQPMO
                               WS-PUTLEN
                               MF47BFRPY
                               WS-COMPCODE
                               WS-REASON.
            IF WS-COMPCODE NOT = MQCC-OK
               MOVE WS-REASON        TO WS-REASON-D
               MOVE SPACES           TO WS-DIAG-TEXT
               STRING 'MQPUT TO REPLY QUEUE FAILED REASON '
                      WS-REASON-D DELIMITED BY SIZE
                 INTO WS-DIAG-TEXT
               END-STRING
               MOVE '2600-PUT-REPLY'  TO WS-DIAG-PARA
               MOVE 0                TO WS-DIAG-SQLCODE
               SET DIAG-PENDING      TO TRUE
               SET UOW-FAILED        TO TRUE
               SET INTAKE-STOP       TO TRUE
            END-IF.
      ****************************************************************
      *   PARK A MESSAGE THAT CANNOT BE PROCESSED ON THE BACKOUT     **
      *   QUEUE, DESCRIPTOR AND ALL, RECORD WHY ON CLAIMS6_DIAGLOG,  **
      *   AND TELL THE PORTAL IT FAILED SO IT IS NOT LEFT WAITING    **
      ****************************************************************
        2700-BACKOUT-MSG-PARA.
      *
            COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                  + MQPMO-FAIL-IF-QUIESCING.
            IF WS-DATALEN > WS-BUFLEN
               MOVE WS-BUFLEN        TO WS-PUTLEN
            ELSE
               MOVE WS-DATALEN       TO WS-PUTLEN
            END-IF.
            CALL 'MQPUT' USING MQ-HCONN
                               WS-HOBJ-BACKOUT
                               MQMD
                               MQPMO
                               WS-PUTLEN
                               WS-MSG-BUFFER
                               WS-COMPCODE
                               WS-REASON.
            IF WS-COMPCODE NOT = MQCC-OK
               MOVE WS-REASON        TO WS-REASON-D
               MOVE SPACES           TO WS-DIAG-TEXT
               STRING 'MQPUT TO BACKOUT QUEUE FAILED REASON '
                      WS-REASON-D DELIMITED BY SIZE
                 INTO WS-DIAG-TEXT
               END-STRING
               MOVE '2700-BACKOUT-MSG' TO WS-DIAG-PARA
               MOVE 0                TO WS-DIAG-SQLCODE
               SET DIAG-PENDING      TO TRUE
               SET UOW-FAILED        TO TRUE
               SET INTAKE-STOP       TO TRUE
            ELSE
               MOVE SPACES           TO WS-DIAG-TEXT
               STRING 'FNOL MESSAGE BACKED OUT - ' WS-FAIL-REASON
                      DELIMITED BY SIZE
                 INTO WS-DIAG-TEXT
               END-STRING
               MOVE '2700-BACKOUT-MSG' TO WS-DIAG-PARA
               MOVE 0                TO WS-DIAG-SQLCODE
               PERFORM 9800-WRITE-DIAGLOG-PARA
               IF WS-DATALEN >= LENGTH OF FN-MSGTYPE
                                + LENGTH OF FN-VERSION
                                + LENGTH OF FN-PORTALREF
                  MOVE WS-MSG-BUFFER(7:20) TO FN-PORTALREF
               ELSE
                  MOVE SPACES        TO FN-PORTALREF
               END-IF
               MOVE 'B'              TO FNOLOUTCOME
               SET FR-FAILED         TO TRUE
               MOVE 0                TO FR-CLAIMNUMBER
               MOVE WS-FAIL-REASON   TO FR-REASON
               PERFORM 2500-REPLY-AND-LOG-PARA
            END-IF.
      ****************************************************************
      *   A DB2 FAILURE ON THE LOG - NOTE IT FOR CLAIMS6_DIAGLOG     **
      *   ONCE THE MESSAGE HAS BEEN ROLLED BACK FOR ANOTHER ATTEMPT  **
      ****************************************************************
        2900-SQL-FAILED-PARA.
      *
            MOVE SQLCODE             TO WS-DIAG-SQLCODE.
            MOVE SQLERRMC            TO WS-DIAG-TEXT.
            SET DIAG-PENDING         TO TRUE.
            SET UOW-FAILED           TO TRUE.
      ****************************************************************
      *                 CLOSE WHATEVER WAS OPENED                    **
      ****************************************************************
        3000-CLOSE-QUEUES-PARA.
      *
            IF WS-HOBJ-REQUEST NOT = 0
               MOVE WS-HOBJ-REQUEST  TO WS-HOBJ
               PERFORM 3100-CLOSE-ONE-PARA
            END-IF.
            IF WS-HOBJ-REPLY NOT = 0
               MOVE WS-HOBJ-REPLY    TO WS-HOBJ
               PERFORM 3100-CLOSE-ONE-PARA
            END-IF.
            IF WS-HOBJ-BACKOUT NOT = 0
               MOVE WS-HOBJ-BACKOUT  TO WS-HOBJ
               PERFORM 3100-CLOSE-ONE-PARA
            END-IF.
      ****************************************************************
      *                    CLOSE ONE QUEUE                           **
      ****************************************************************
        3100-CLOSE-ONE-PARA.
      *
            CALL 'MQCLOSE' USING MQ-HCONN
                                 WS-HOBJ
                                 MQCO-NONE
                                 WS-COMPCODE
                                 WS-REASON.
      ****************************************************************
      *   LOG AN MQ OR DB2 FAILURE TO MFTR47.CLAIMS6_DIAGLOG THE WAY **
      *   MF47CB3 DOES - WS-DIAG-PARA NAMES THE PARAGRAPH AND        **
      *   WS-DIAG-TEXT SAYS WHAT WENT WRONG, SINCE AN MQ REASON CODE **
      *   HAS NO SQLCODE TO CARRY IT. A FAILURE INSIDE A MESSAGE'S   **
      *   UNIT OF WORK IS WRITTEN AFTER THE ROLLBACK SO IT SURVIVES  **
      ****************************************************************
        9800-WRITE-DIAGLOG-PARA.
      *
            MOVE WS-DIAG-SQLCODE     TO DIAGSQLCODE.
            MOVE SPACES              TO DIAGSQLSTATE.
            MOVE WS-DIAG-PARA        TO DIAGPARA.
            MOVE WS-DIAG-TEXT        TO DIAGSQLERRMC.
            MOVE 'MF47CB10'          TO DIAGSQLERRP.
            MOVE -1                  TO WS-CLAIM-IND.
            MOVE 0                   TO CLAIMNUMBER OF CLAIMS6D.
            EXEC SQL
                 INSERT INTO MFTR47.CLAIMS6_DIAGLOG
                        ( CLAIMNUMBER
                         ,DIAGPARA
                         ,DIAGSQLCODE
                         ,DIAGSQLSTATE
                         ,DIAGSQLERRMC
                         ,DIAGSQLERRP
                         ,DIAGTS)
                 VALUES ( :CLAIMS6D.CLAIMNUMBER :WS-CLAIM-IND
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
