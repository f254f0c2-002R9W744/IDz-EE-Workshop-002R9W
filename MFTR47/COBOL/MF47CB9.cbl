        IDENTIFICATION DIVISION.
        PROGRAM-ID. MF47CB9.
        AUTHOR. SONALI.
        DATE-WRITTEN. 15/10/2026.
      ****************************************************************
      * REMARK     - CLAIM SEARCH. FINDS CLAIMS WITHOUT A CLAIM      **
      *              NUMBER - BY A CLAIMANT OR PAYEE NAME PREFIX OR  **
      *              A TAX ID ON MFTR47.CLAIMS6_PARTY, OR BY THE     **
      *              POLICY NUMBER ON CLAIMS6 - ACROSS THE ACTIVE    **
      *              AND _ARCH TABLES, AND PAGES THE RESULTS A       **
      *              SCREENFUL AT A TIME THE WAY MF47CB4 PAGES THE   **
      *              BROWSE. EACH LINE SHOWS THE CLAIM, THE PARTY'S  **
      *              ROLE (POLICY ON A POLICY SEARCH), LOSS DATE,    **
      *              STATUS AND REGION. KEYING A LINE NUMBER IN SEL  **
      *              OPENS THAT CLAIM ON OPTION 1, OR ON OPTION A IF **
      *              IT HAS BEEN ARCHIVED.                           **
      * CALLED BY  - PROGRAM: MF47CB1 (XCTL, OPTIONI=S)              **
      ****************************************************************
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-SQLCODE        PIC -9(03).
        01 WS-ROWCNT         PIC 9(02) VALUE 0.
        01 WS-SEL-NUM        PIC 9(02) VALUE 0.
        01 WS-SR-MODE        PIC X(01).
            88 WS-SR-BY-NAME            VALUE 'N'.
            88 WS-SR-BY-TAXID           VALUE 'T'.
            88 WS-SR-BY-POLICY          VALUE 'P'.
        01 WS-SR-TRAIL       PIC S9(4) USAGE COMP-5.
        01 WS-SR-NAME-UP     PIC X(40).
      *    THE NAME PREFIX GOES TO DB2 AS A VARYING-LENGTH LIKE
      *    PATTERN SO TRAILING BLANKS DO NOT BECOME PART OF THE MATCH
        01 WS-SR-PATTERN.
            49 WS-SR-PATTERN-LEN  PIC S9(4) USAGE COMP-5.
            49 WS-SR-PATTERN-TEXT PIC X(41).
        01 WS-SR-CLAIM       PIC S9(9) USAGE COMP-5.
        01 WS-SR-SEQ         PIC S9(9) USAGE COMP-5.
        01 WS-SR-ROLE        PIC X(10).
        01 WS-SR-DATE        PIC X(10).
        01 WS-SR-STATUS      PIC X(07).
        01 WS-SR-REGION      PIC X(08).
        01 WS-SR-ARCH        PIC X(01).
        01 WS-LINE-NO        PIC 9(02).
        01 WS-LINE-CLAIMNUM  PIC 9(09).
        01 WS-LINE-SIDE      PIC X(08).
        01 WS-ACC-IX         PIC 9(02) VALUE 0.
        01 WS-DIAG-PARA      PIC X(18).
            EXEC SQL
                INCLUDE SQLCA
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
      *    CICS ONLY ESTABLISHES ADDRESSABILITY TO THE PASSED COMMAREA
      *    THROUGH A LINKAGE SECTION RECORD NAMED DFHCOMMAREA, SO THE
      *    01-LEVEL FROM MF47BRS IS RENAMED ON THE WAY IN HERE, THE
      *    SAME WAY MF47CB4 RENAMES ITS COMMAREA
            COPY MF47BRS REPLACING ==MF47BSCOMM== BY ==DFHCOMMAREA==.
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
      *   OPEN ONE CURSOR OVER ALL FOUR SOURCES - ACTIVE AND         **
      *   ARCHIVED PARTIES FOR A NAME OR TAX ID SEARCH, ACTIVE AND   **
      *   ARCHIVED CLAIMS FOR A POLICY SEARCH - PAST THE LAST CLAIM  **
      *   AND PARTY SHOWN. ONLY THE BRANCHES FOR THE SEARCH MODE     **
      *   RETURN ROWS. A CLAIM IS ON ONE SIDE OR THE OTHER, NEVER    **
      *   BOTH, SO CLAIM PLUS PARTYSEQ IS A UNIQUE PAGING KEY        **
      ****************************************************************
        1000-LOAD-PAGE-PARA.
      *
            MOVE 0      TO WS-ROWCNT.
            MOVE SPACE  TO SR-JUMPOPT.
            MOVE 0      TO SR-JUMPCLM.
            INITIALIZE SR-PAGE-LINE(1) SR-PAGE-LINE(2) SR-PAGE-LINE(3)
                       SR-PAGE-LINE(4) SR-PAGE-LINE(5) SR-PAGE-LINE(6)
                       SR-PAGE-LINE(7) SR-PAGE-LINE(8) SR-PAGE-LINE(9)
                       SR-PAGE-LINE(10).
            MOVE 0      TO WS-SR-PATTERN-LEN.
            MOVE SPACES TO WS-SR-PATTERN-TEXT.
            EVALUATE TRUE
                WHEN SR-TAXID NOT = SPACES
                     SET WS-SR-BY-TAXID  TO TRUE
                WHEN SR-NAME NOT = SPACES
                     SET WS-SR-BY-NAME   TO TRUE
                     PERFORM 1050-SET-PATTERN-PARA
                WHEN OTHER
                     SET WS-SR-BY-POLICY TO TRUE
            END-EVALUATE.
            EXEC SQL
                 DECLARE SRCSR CURSOR FOR
                 SELECT S.CLAIMNUMBER, S.PARTYSEQ, S.PARTYROLE
                       ,S.CLAIMDATE, S.STATUS, S.REGION, S.ARCHSW
                   FROM (SELECT C.CLAIMNUMBER, P.PARTYSEQ, P.PARTYROLE
                               ,C.CLAIMDATE, C.STATUS
                               ,COALESCE(C.REGION, ' ') AS REGION
                               ,'N' AS ARCHSW
                           FROM MFTR47.CLAIMS6_PARTY P
                               ,MFTR47.CLAIMS6       C
                          WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                            AND ((:WS-SR-MODE = 'N'
                                  AND UPPER(P.PARTYNAME)
                                      LIKE :WS-SR-PATTERN)
                                 OR (:WS-SR-MODE = 'T'
                                  AND P.PARTYTAXID = :SR-TAXID))
                         UNION ALL
                         SELECT C.CLAIMNUMBER, P.PARTYSEQ, P.PARTYROLE
                               ,C.CLAIMDATE, C.STATUS
                               ,COALESCE(C.REGION, ' ')
                               ,'Y'
                           FROM MFTR47.CLAIMS6_PARTY_ARCH P
                               ,MFTR47.CLAIMS6_ARCH       C
                          WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                            AND ((:WS-SR-MODE = 'N'
                                  AND UPPER(P.PARTYNAME)
                                      LIKE :WS-SR-PATTERN)
                                 OR (:WS-SR-MODE = 'T'
                                  AND P.PARTYTAXID = :SR-TAXID))
                         UNION ALL
                         SELECT C.CLAIMNUMBER, 0, 'POLICY'
                               ,C.CLAIMDATE, C.STATUS
                               ,COALESCE(C.REGION, ' ')
                               ,'N'
                           FROM MFTR47.CLAIMS6 C
                          WHERE :WS-SR-MODE = 'P'
                            AND C.POLICYNUM = :SR-POLNUM
                         UNION ALL
                         SELECT C.CLAIMNUMBER, 0, 'POLICY'
                               ,C.CLAIMDATE, C.STATUS
                               ,COALESCE(C.REGION, ' ')
                               ,'Y'
                           FROM MFTR47.CLAIMS6_ARCH C
                          WHERE :WS-SR-MODE = 'P'
                            AND C.POLICYNUM = :SR-POLNUM) AS S
                  WHERE S.CLAIMNUMBER > :SR-LASTCLM
                     OR (S.CLAIMNUMBER = :SR-LASTCLM
                         AND S.PARTYSEQ > :SR-LASTSEQ)
                  ORDER BY S.CLAIMNUMBER, S.PARTYSEQ
            END-EXEC.
            EXEC SQL
                 OPEN SRCSR
            END-EXEC.
            IF SQLCODE = 0
               PERFORM 1100-FETCH-ROW-PARA
                  UNTIL WS-ROWCNT = 10 OR SQLCODE NOT = 0
            END-IF.
            EXEC SQL
                 CLOSE SRCSR
            END-EXEC.
            PERFORM 1200-LOG-ACCESS-PARA
               VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ROWCNT.
            MOVE WS-ROWCNT TO BRWCNTO.
            EVALUATE TRUE
                WHEN WS-ROWCNT = 0
                     MOVE 'NO MORE CLAIMS MATCH THE SEARCH' TO MSGO
                WHEN WS-ROWCNT = 10
                     MOVE 'KEY SEL TO OPEN A CLAIM - OPTION S FOR MORE'
                                                             TO MSGO
                WHEN OTHER
                     MOVE 'SEARCH COMPLETE - KEY SEL TO OPEN A CLAIM'
                                                             TO MSGO
            END-EVALUATE.
      ****************************************************************
      *   BUILD THE LIKE PATTERN - THE KEYED PREFIX, UPPER-CASED,    **
      *   WITH A TRAILING WILDCARD                                   **
      ****************************************************************
        1050-SET-PATTERN-PARA.
      *
            MOVE SR-NAME TO WS-SR-NAME-UP.
            INSPECT WS-SR-NAME-UP CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE 0 TO WS-SR-TRAIL.
            INSPECT FUNCTION REVERSE(WS-SR-NAME-UP)
                    TALLYING WS-SR-TRAIL FOR LEADING SPACES.
            COMPUTE WS-SR-PATTERN-LEN = 40 - WS-SR-TRAIL + 1.
            STRING WS-SR-NAME-UP(1:40 - WS-SR-TRAIL)
                                               DELIMITED BY SIZE
                   '%'                         DELIMITED BY SIZE
              INTO WS-SR-PATTERN-TEXT
            END-STRING.
      ****************************************************************
      *      FETCH ONE MATCH INTO THE NEXT NUMBERED LIST LINE        **
      ****************************************************************
        1100-FETCH-ROW-PARA.
      *
            EXEC SQL
                 FETCH SRCSR
                  INTO :WS-SR-CLAIM, :WS-SR-SEQ, :WS-SR-ROLE
                      ,:WS-SR-DATE, :WS-SR-STATUS, :WS-SR-REGION
                      ,:WS-SR-ARCH
            END-EXEC.
            IF SQLCODE = 0
               ADD 1                    TO WS-ROWCNT
               MOVE WS-SR-CLAIM         TO SR-LASTCLM
               MOVE WS-SR-SEQ           TO SR-LASTSEQ
               MOVE WS-SR-CLAIM         TO SR-PAGE-CLM(WS-ROWCNT)
               MOVE WS-SR-ARCH          TO SR-PAGE-ARCH(WS-ROWCNT)
               MOVE WS-ROWCNT           TO WS-LINE-NO
               MOVE WS-SR-CLAIM         TO WS-LINE-CLAIMNUM
               IF WS-SR-ARCH = 'Y'
                  MOVE 'ARCHIVED'       TO WS-LINE-SIDE
               ELSE
                  MOVE SPACES           TO WS-LINE-SIDE
               END-IF
               STRING WS-LINE-NO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-LINE-CLAIMNUM  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-SR-ROLE        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-SR-DATE        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-SR-STATUS      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-SR-REGION      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-LINE-SIDE      DELIMITED BY SIZE
                 INTO BRWLNO(WS-ROWCNT)
               END-STRING
            END-IF.
      ****************************************************************
      *   RECORD EACH CLAIM LISTED ON THE PAGE ON CLAIMS6_ACCESS AS  **
      *   VIEWED BY THE SIGNED-ON USER ON THE SEARCH (OPTION S). A   **
      *   CLAIM LISTED ON SEVERAL CONSECUTIVE PARTY LINES IS LOGGED  **
      *   ONCE                                                       **
      ****************************************************************
        1200-LOG-ACCESS-PARA.
      *
            IF WS-ACC-IX = 1 OR
               SR-PAGE-CLM(WS-ACC-IX) NOT = SR-PAGE-CLM(WS-ACC-IX - 1)
               MOVE EIBUSERID              TO ACCUSER
               MOVE SR-PAGE-CLM(WS-ACC-IX) TO CLAIMNUMBER OF CLAIMS6Z
               MOVE 'S'                    TO ACCOPT
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
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE SQLCODE              TO WS-SQLCODE
                  MOVE '1200-LOG-ACCESS'    TO WS-DIAG-PARA
                  PERFORM 9800-WRITE-DIAGLOG-PARA
               END-IF
            END-IF.
      ****************************************************************
      *               SEND THE SEARCH RESULTS MAP                    *
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
           MOVE LOW-VALUES TO MF47BMSI.
           EXEC CICS RECEIVE
               MAP('MF47BMS')
               MAPSET('MF47BMS')
               INTO(MF47BMSI)
           END-EXEC.
           PERFORM 3100-CHECK-SELECT-PARA.
      *    HAND BACK THE COMMAREA, NOT JUST CONTROL - SR-LASTCLM AND
      *    SR-LASTSEQ WERE ADVANCED BY 1100-FETCH-ROW-PARA AS THIS
      *    PAGE WAS BUILT, AND MF47CB1'S 7500-SEARCH-PARA NEEDS THEM
      *    BACK TO OPEN THE NEXT PAGE PAST THIS ONE. A SELECTED LINE
      *    COMES BACK IN SR-JUMPOPT AND SR-JUMPCLM
           EXEC CICS XCTL
               PROGRAM('MF47CB1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
      ****************************************************************
      *   A LINE NUMBER KEYED IN SEL (1-10, WITH OR WITHOUT A        **
      *   LEADING ZERO) PICKS ONE OF THE CLAIMS JUST LISTED - AN      **
      *   ACTIVE CLAIM OPENS ON OPTION 1, AN ARCHIVED ONE ON A       **
      ****************************************************************
        3100-CHECK-SELECT-PARA.
      *
           MOVE 0 TO WS-SEL-NUM.
           EVALUATE TRUE
               WHEN SELI IS NUMERIC
                    MOVE SELI          TO WS-SEL-NUM
               WHEN SELI(1:1) IS NUMERIC AND
                    (SELI(2:1) = SPACE OR SELI(2:1) = LOW-VALUE)
                    MOVE SELI(1:1)     TO WS-SEL-NUM
               WHEN SELI(2:1) IS NUMERIC AND
                    (SELI(1:1) = SPACE OR SELI(1:1) = LOW-VALUE)
                    MOVE SELI(2:1)     TO WS-SEL-NUM
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF WS-SEL-NUM > 0 AND WS-SEL-NUM <= WS-ROWCNT
              MOVE SR-PAGE-CLM(WS-SEL-NUM)  TO SR-JUMPCLM
              IF SR-PAGE-ARCH(WS-SEL-NUM) = 'Y'
                 MOVE 'A'                   TO SR-JUMPOPT
              ELSE
                 MOVE '1'                   TO SR-JUMPOPT
              END-IF
           END-IF.
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
