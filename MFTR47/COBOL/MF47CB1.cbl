       01 WS-MF47CB5            PIC X(08) VALUE 'MF47CB5'.
       01 WS-MF47CB6            PIC X(08) VALUE 'MF47CB6'.
       01 WS-MF47CB7            PIC X(08) VALUE 'MF47CB7'.
       01 WS-MF47CB8            PIC X(08) VALUE 'MF47CB8'.
       01 WS-MF47CB9            PIC X(08) VALUE 'MF47CB9'.
       01 WS-MSG                PIC X(24) VALUE 'TRANSACTION ENDED'.
       01 WS-INIT               PIC X(01) VALUE 'Y'.
      ****************************************************************
        COPY MF47BRH.
        COPY MF47BRN.
        COPY MF47BRW.
        COPY MF47BRD.
        COPY MF47BRS.
      ****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA    PIC X(6000).
           05 LK-WL-USERID       PIC X(08).
           05 LK-WL-LASTCLM      PIC 9(09).
           05 FILLER             PIC X(5983).
      *    A FIFTH VIEW AS THE DOCUMENT-LIST CONTINUATION LAYOUT
      *    MF47CB8 XCTLS BACK WITH (SAME FIELDS AS MF47BRD)
       01 LK-DOC-COMMAREA REDEFINES DFHCOMMAREA.
           05 LK-DC-CLAIMNUM     PIC 9(09).
           05 LK-DC-LASTDATE     PIC X(10).
           05 LK-DC-LASTDOC      PIC X(20).
           05 FILLER             PIC X(5961).
      *    A SIXTH VIEW AS THE CLAIM-SEARCH CONTINUATION LAYOUT
      *    MF47CB9 XCTLS BACK WITH (SAME FIELDS AS MF47BRS). IT IS
      *    THE ONLY LAYOUT OF ITS LENGTH, SO EIBCALEN TELLS IT APART
       01 LK-SRCH-COMMAREA REDEFINES DFHCOMMAREA.
           05 LK-SR-NAME         PIC X(40).
           05 LK-SR-TAXID        PIC X(11).
           05 LK-SR-POLNUM       PIC X(12).
           05 LK-SR-LASTCLM      PIC 9(09).
           05 LK-SR-LASTSEQ      PIC 9(09).
           05 LK-SR-PAGE-LINE    OCCURS 10 TIMES.
              10 LK-SR-PAGE-CLM  PIC 9(09).
              10 LK-SR-PAGE-ARCH PIC X(01).
           05 LK-SR-JUMPOPT      PIC X(01).
           05 LK-SR-JUMPCLM      PIC 9(09).
           05 FILLER             PIC X(5809).
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
      ****************************************************************
       0000-MAIN-PARA.
               MOVE LOW-VALUES TO MF47BMSI
               MOVE LOW-VALUES TO MF47BMSO.
      *    A LINE PICKED ON THE MF47CB9 SEARCH COMES BACK AS AN
      *    OPTION AND CLAIM TO OPEN STRAIGHT AWAY, WITHOUT A KEY PRESS
               IF EIBCALEN = LENGTH OF MF47BSCOMM
                  AND LK-SR-JUMPOPT NOT = SPACE
                  PERFORM 2500-SEARCH-JUMP-PARA
               ELSE
                  PERFORM 1000-SEND-MAP-PARA
                  PERFORM 2000-RECEIVE-MAP-PARA
               END-IF.
               PERFORM 3000-PROCESS-PARA.
               PERFORM 8000-EXIT-PARA.
      ****************************************************************
           END-EXEC.
           MOVE EIBUSERID TO USERIDI.
      ****************************************************************
      *   OPEN THE CLAIM PICKED ON THE SEARCH - OPTION 1 FOR AN      **
      *   ACTIVE CLAIM, OPTION A FOR AN ARCHIVED ONE - AS IF THE     **
      *   USER HAD KEYED IT                                          **
      ****************************************************************
       2500-SEARCH-JUMP-PARA.
           MOVE LK-SR-JUMPOPT TO OPTIONI.
           MOVE LK-SR-JUMPCLM TO claimNumI.
           MOVE EIBUSERID     TO USERIDI.
      ****************************************************************
      *                     PROCESS PARA                            **
      ****************************************************************
       3000-PROCESS-PARA.
               WHEN 'T'
               WHEN 'E'
               WHEN 'V'
               WHEN 'L'
               WHEN 'M'
               WHEN 'O'
               WHEN 'K'
               WHEN 'X'
                    CALL WS-MF47CB2 USING MF47BMSI
                                          MF47BMSO
                                          WS-ERROR-FLAG
                    PERFORM 5000-HISTORY-PARA
               WHEN 'D'
                    PERFORM 6000-DIARY-PARA
               WHEN 'I'
                    PERFORM 6500-DOCUMENT-PARA
               WHEN 'W'
                    PERFORM 7000-WORKLIST-PARA
               WHEN 'S'
                    PERFORM 7500-SEARCH-PARA
               WHEN 8
                    CALL WS-MF47CB3 USING MF47BMSI
                                          MF47BMSO
                    END-EXEC
           END-EVALUATE.
      ****************************************************************
      *   CLAIM DOCUMENT LIST (OPTION I) - HAND OFF TO MF47CB8 TO    **
      *   PAGE THE CLAIM'S IMAGING INDEX, WITH THE SAME              **
      *   CONTINUATION RULE AS 6000-DIARY-PARA: IF MF47CB8 XCTL'D    **
      *   BACK WITH A COMMAREA FOR THIS SAME CLAIM, CARRY THE LAST   **
      *   SCAN DATE AND DOCUMENT ID SHOWN FORWARD, OTHERWISE START   **
      *   AT THE EARLIEST SCAN                                       **
      ****************************************************************
       6500-DOCUMENT-PARA.
      *    THE CLAIM NUMBER GETS THE SAME MF47CB2 CHECK AS OPTION 9 -
      *    MF47CB8 MOVES IT STRAIGHT INTO A BINARY HOST VARIABLE
           CALL WS-MF47CB2 USING MF47BMSI
                                 MF47BMSO
                                 WS-ERROR-FLAG.
           IF ERROR-TRUE
              PERFORM 1000-SEND-MAP-PARA
           ELSE
              MOVE claimNumI          TO DC-CLAIMNUM
              IF EIBCALEN > 0
                 AND LK-DC-CLAIMNUM = DC-CLAIMNUM
                 MOVE LK-DC-LASTDATE  TO DC-LASTDATE
                 MOVE LK-DC-LASTDOC   TO DC-LASTDOC
              ELSE
                 MOVE '0001-01-01'    TO DC-LASTDATE
                 MOVE SPACES          TO DC-LASTDOC
              END-IF
              EXEC CICS XCTL
                  PROGRAM(WS-MF47CB8)
                  COMMAREA(MF47BDCOMM)
                  LENGTH(LENGTH OF MF47BDCOMM)
              END-EXEC
           END-IF.
      ****************************************************************
      *   HAND OFF TO THE ADJUSTER WORKLIST (OPTION W) - THE SIGNED- **
      *   ON USER'S OWN OPEN CLAIMS, PAGED WITH THE SAME             **
      *   CONTINUATION RULE AS 4000-BROWSE-PARA: IF MF47CB7 XCTL'D   **
               COMMAREA(MF47BWCOMM)
               LENGTH(LENGTH OF MF47BWCOMM)
           END-EXEC.
      ****************************************************************
      *   CLAIM SEARCH (OPTION S) BY NAME PREFIX, TAX ID OR POLICY - **
      *   MF47CB2 CHECKS EXACTLY ONE WAS KEYED, THEN MF47CB9 PAGES   **
      *   THE MATCHES WITH THE SAME CONTINUATION RULE AS             **
      *   4000-BROWSE-PARA: IF MF47CB9 XCTL'D BACK WITH A COMMAREA   **
      *   FOR THE SAME SEARCH, CARRY THE LAST CLAIM AND PARTY SHOWN  **
      *   FORWARD, OTHERWISE START AT THE TOP OF THE MATCHES         **
      ****************************************************************
       7500-SEARCH-PARA.
           CALL WS-MF47CB2 USING MF47BMSI
                                 MF47BMSO
                                 WS-ERROR-FLAG.
           IF ERROR-TRUE
              PERFORM 1000-SEND-MAP-PARA
           ELSE
              MOVE CLMNTI             TO SR-NAME
              MOVE CLMTXI             TO SR-TAXID
              MOVE POLNOI             TO SR-POLNUM
              INSPECT SR-NAME   REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SR-TAXID  REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SR-POLNUM REPLACING ALL LOW-VALUE BY SPACE
              IF EIBCALEN = LENGTH OF MF47BSCOMM
                 AND LK-SR-NAME   = SR-NAME
                 AND LK-SR-TAXID  = SR-TAXID
                 AND LK-SR-POLNUM = SR-POLNUM
                 MOVE LK-SR-LASTCLM   TO SR-LASTCLM
                 MOVE LK-SR-LASTSEQ   TO SR-LASTSEQ
              ELSE
                 MOVE 0               TO SR-LASTCLM
                 MOVE 0               TO SR-LASTSEQ
              END-IF
              EXEC CICS XCTL
                  PROGRAM(WS-MF47CB9)
                  COMMAREA(MF47BSCOMM)
                  LENGTH(LENGTH OF MF47BSCOMM)
              END-EXEC
           END-IF.
      ***************************************************************
      *                      EXIT PARA                             **
      ***************************************************************
