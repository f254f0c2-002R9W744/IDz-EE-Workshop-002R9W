        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47CB8.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
      ****************************************************************
      * REMARK     - CLAIM DOCUMENT LIST. PAGES A CLAIM'S MFTR47.    **
      *              CLAIMS6_DOC IMAGING INDEX ROWS A SCREENFUL AT A **
      *              TIME, IN SCAN-DATE ORDER, THE WAY MF47CB6 PAGES **
      *              THE DIARY - THE COMMAREA CARRIES THE SCAN DATE  **
      *              AND DOCUMENT ID OF THE LAST DOCUMENT SHOWN SO   **
      *              THE NEXT PAGE'S CURSOR OPENS PAST IT. THE INDEX **
      *              IS LOADED NIGHTLY FROM IMAGING BY MF47B32; THIS **
      *              PROGRAM ONLY READS. DOCUMENTS STAY ON           **
      *              CLAIMS6_DOC WHEN A CLAIM IS ARCHIVED, SO THE    **
      *              LIST SERVES ACTIVE AND ARCHIVED CLAIMS ALIKE.   **
      * CALLED BY  - PROGRAM: MF47CB1 (XCTL, OPTIONI=I)              **
      ****************************************************************
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-SQLCODE        PIC -9(03).
        01 WS-ROWCNT         PIC 9(02) VALUE 0.
        01 WS-SCAN-DATE-D    PIC X(10).
        01 WS-LOAD-TS-D      PIC X(26).
            EXEC SQL
                INCLUDE SQLCA
            END-EXEC.
            EXEC SQL
                INCLUDE MF47CP24
            END-EXEC.
      ****************************************************************
            COPY MF47BMS.
        LINKAGE SECTION.
      *    CICS ONLY ESTABLISHES ADDRESSABILITY TO THE PASSED COMMAREA
      *    THROUGH A LINKAGE SECTION RECORD NAMED DFHCOMMAREA, SO THE
      *    01-LEVEL FROM MF47BRD IS RENAMED ON THE WAY IN HERE, THE
      *    SAME WAY MF47CB6 RENAMES ITS COMMAREA
            COPY MF47BRD REPLACING ==MF47BDCOMM== BY ==DFHCOMMAREA==.
      ****************************************************************
      *                  PROCEDURE DIVISION                         **
      ****************************************************************
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            MOVE LOW-VALUES TO MF47BMSO.
            PERFORM 1000-LOAD-PAGE-PARA.
            PERFORM 2000-SEND-MAP-PARA.
            PERFORM 3000-RECEIVE-MAP-PARA.
      ****************************************************************
      *   OPEN A CURSOR OVER CLAIMS6_DOC PAST THE LAST DOCUMENT      **
      *   SHOWN - SCAN DATE, THEN DOCUMENT ID WITHIN THE SAME DATE   **
      ****************************************************************
        1000-LOAD-PAGE-PARA.
      *
            MOVE 0 TO WS-ROWCNT.
            MOVE DC-CLAIMNUM TO CLAIMNUMBER.
            MOVE FUNCTION NATIONAL-OF(DC-LASTDATE) TO SCANDATE.
            MOVE DC-LASTDOC  TO DOCID.
            EXEC SQL
                 DECLARE DOCCSR CURSOR FOR
                 SELECT DOCID, DOCTYPE, SCANDATE, DOCLOADTS
                   FROM MFTR47.CLAIMS6_DOC
                  WHERE CLAIMNUMBER = :CLAIMNUMBER
                    AND (SCANDATE > :SCANDATE
                         OR (SCANDATE = :SCANDATE
                             AND DOCID > :DOCID))
                  ORDER BY SCANDATE, DOCID
            END-EXEC.
            EXEC SQL
                 OPEN DOCCSR
            END-EXEC.
            IF SQLCODE = 0
               PERFORM 1100-FETCH-DOC-PARA
                  UNTIL WS-ROWCNT = 10 OR SQLCODE NOT = 0
            END-IF.
            EXEC SQL
                 CLOSE DOCCSR
            END-EXEC.
            MOVE DC-CLAIMNUM TO claimNumO.
            MOVE WS-ROWCNT   TO BRWCNTO.
            EVALUATE TRUE
                WHEN WS-ROWCNT = 0
                     MOVE 'NO MORE DOCUMENTS FOR THIS CLAIM'
                                                             TO MSGO
                WHEN WS-ROWCNT = 10
                     MOVE 'PRESS ENTER WITH OPTION I FOR MORE DOCUMENTS'
                                                             TO MSGO
                WHEN OTHER
                     MOVE 'DOCUMENT LIST COMPLETE - ALL DOCUMENTS SHOWN'
                                                             TO MSGO
            END-EVALUATE.
      ****************************************************************
      *        FETCH ONE DOCUMENT INTO THE NEXT LIST LINE            **
      ****************************************************************
        1100-FETCH-DOC-PARA.
      *
            EXEC SQL
                 FETCH DOCCSR
                  INTO :DOCID, :DOCTYPE, :SCANDATE, :DOCLOADTS
            END-EXEC.
            IF SQLCODE = 0
               ADD 1                    TO WS-ROWCNT
               MOVE FUNCTION DISPLAY-OF(SCANDATE)  TO WS-SCAN-DATE-D
               MOVE FUNCTION DISPLAY-OF(DOCLOADTS) TO WS-LOAD-TS-D
               MOVE WS-SCAN-DATE-D      TO DC-LASTDATE
               MOVE DOCID               TO DC-LASTDOC
               STRING WS-SCAN-DATE-D     DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      DOCTYPE            DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      DOCID              DELIMITED BY SIZE
                      ' INDEXED '        DELIMITED BY SIZE
                      WS-LOAD-TS-D(1:10) DELIMITED BY SIZE
                 INTO BRWLNO(WS-ROWCNT)
               END-STRING
            END-IF.
      ****************************************************************
      *              SEND THE DOCUMENT LIST MAP                      *
      ****************************************************************
        2000-SEND-MAP-PARA.
            EXEC CICS SEND
               MAP('MF47BMS')
               MAPSET('MF47BMS')
               FROM(MF47BMSO)
               ERASE
           END-EXEC.
      ****************************************************************
      *     RECEIVE THE NEXT KEY PRESS AND RETURN TO THE MAIN MAP     *
      ****************************************************************
        3000-RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE
               MAP('MF47BMS')
               MAPSET('MF47BMS')
               INTO(MF47BMSI)
           END-EXEC.
      *    HAND BACK THE COMMAREA, NOT JUST CONTROL - DC-LASTDATE AND
      *    DC-LASTDOC WERE ADVANCED BY 1100-FETCH-DOC-PARA AS THIS
      *    PAGE WAS BUILT, AND MF47CB1'S 6500-DOCUMENT-PARA NEEDS
      *    THEM BACK TO OPEN THE NEXT PAGE'S CURSOR PAST THIS ONE
           EXEC CICS XCTL
               PROGRAM('MF47CB1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
      ***************************************************************
      ***************XXXXXXXXXXXXEOPXXXXXXXXXXXXXXX******************
      ***************************************************************
