            05 PF-EXPDATE            PIC X(10).
            05 PF-COVLIMIT           PIC 9(09)V9(2).
            05 PF-DEDUCTIBLE         PIC 9(09)V9(2).
      *    THE PER-OCCURRENCE LIMIT IS OPTIONAL - BLANK OR ZERO MEANS
      *    THE POLICY CARRIES NONE
            05 PF-OCCLIMIT           PIC 9(09)V9(2).
            05 PF-OCCLIMIT-X REDEFINES PF-OCCLIMIT
                                     PIC X(11).
      *    THE HEADER AND TRAILER SHARE THE FEED RECORD AREA THE WAY
      *    THE MF47B02 CLAIM FEED'S DO
        01  PF-HEADER.
            05 FH-FEEDDATE           PIC X(10).
            05 FH-REGION             PIC X(08).
            05 FH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(85).
        01  PF-TRAILER.
            05 FT-RECTYPE            PIC X(01).
            05 FT-REC-COUNT          PIC 9(07).
            05 FT-LIMIT-HASH         PIC 9(11)V9(2).
            05 FILLER                PIC X(85).

        FD  REJECT-FILE
            RECORDING MODE IS F.
            05 RJ-EXPDATE            PIC X(10).
            05 RJ-COVLIMIT           PIC 9(09)V9(2).
            05 RJ-DEDUCTIBLE         PIC 9(09)V9(2).
            05 RJ-OCCLIMIT           PIC 9(09)V9(2).
            05 RJ-OCCLIMIT-X REDEFINES RJ-OCCLIMIT
                                     PIC X(11).
            05 RJ-REASON             PIC X(60).
        01  REJ-HEADER.
            05 RH-RECTYPE            PIC X(01).
            05 RH-FEEDDATE           PIC X(10).
            05 RH-REGION             PIC X(08).
            05 RH-RESUBSEQ           PIC 9(02).
            05 FILLER                PIC X(145).
        01  REJ-TRAILER.
            05 RT-RECTYPE            PIC X(01).
            05 RT-REC-COUNT          PIC 9(07).
            05 RT-LIMIT-HASH         PIC 9(11)V9(2).
            05 FILLER                PIC X(145).

        WORKING-STORAGE SECTION.
        01 WS-FEED-EOF-SW        PIC X(01) VALUE 'N'.
        01 WS-HDR-FEEDDATE       PIC X(10).
        01 WS-HDR-REGION         PIC X(08).
        01 WS-HDR-RESUBSEQ       PIC 9(02).
        01 WS-OCCLIM-IND         PIC S9(4) USAGE COMP-5.
        COPY MF47BRK.
            EXEC SQL
                INCLUDE SQLCA
                                      TO EXPDATE OF CLAIMS6Y.
            MOVE PF-COVLIMIT          TO COVLIMIT.
            MOVE PF-DEDUCTIBLE        TO DEDUCTIBLE.
            MOVE -1                   TO WS-OCCLIM-IND.
            MOVE 0                    TO OCCLIMIT.
            IF PF-OCCLIMIT IS NUMERIC AND PF-OCCLIMIT > 0
               MOVE 0                 TO WS-OCCLIM-IND
               MOVE PF-OCCLIMIT       TO OCCLIMIT
            END-IF.
            EVALUATE TRUE
                WHEN PF-POLICYNUM = SPACES
                     MOVE 'POLICY NUMBER IS REQUIRED'
                WHEN PF-DEDUCTIBLE IS NOT NUMERIC
                     MOVE 'DEDUCTIBLE IS NOT NUMERIC'
                                      TO WS-REJ-REASON
                WHEN PF-OCCLIMIT-X NOT = SPACES AND
                     PF-OCCLIMIT IS NOT NUMERIC
                     MOVE 'PER-OCCURRENCE LIMIT IS NOT NUMERIC'
                                      TO WS-REJ-REASON
                WHEN PF-TRANCODE = 'A' OR PF-TRANCODE = 'R'
                     IF PF-EFFDATE > PF-EXPDATE
                        MOVE 'TERM EFFECTIVE DATE IS PAST EXPIRY'
                         ,EXPDATE
                         ,COVLIMIT
                         ,POLSTATUS
                         ,DEDUCTIBLE
                         ,OCCLIMIT)
                 VALUES ( :CLAIMS6Y.POLICYNUM
                         ,:HOLDERNAME
                         ,:CLAIMS6Y.EFFDATE
                         ,:CLAIMS6Y.EXPDATE
                         ,:COVLIMIT
                         ,'INFORCE'
                         ,:DEDUCTIBLE
                         ,:OCCLIMIT :WS-OCCLIM-IND)
            END-EXEC.
            EVALUATE SQLCODE
                WHEN 0
                       ,EXPDATE    = :CLAIMS6Y.EXPDATE
                       ,COVLIMIT   = :COVLIMIT
                       ,DEDUCTIBLE = :DEDUCTIBLE
                       ,OCCLIMIT   = :OCCLIMIT :WS-OCCLIM-IND
                       ,POLSTATUS  = 'INFORCE'
                  WHERE POLICYNUM  = :CLAIMS6Y.POLICYNUM
            END-EXEC.
            MOVE PF-EXPDATE      TO RJ-EXPDATE.
            MOVE PF-COVLIMIT     TO RJ-COVLIMIT.
            MOVE PF-DEDUCTIBLE   TO RJ-DEDUCTIBLE.
            MOVE PF-OCCLIMIT-X   TO RJ-OCCLIMIT-X.
            MOVE WS-REJ-REASON   TO RJ-REASON.
            ADD PF-COVLIMIT      TO WS-REJ-LIMIT-HASH.
            WRITE REJ-RECORD.
