      ******************************************************************
      * COPYBOOK  : MF47BRQ                                           *
      * REMARK     - MQI AREAS FOR THE MQ-DRIVEN TRANSACTIONS - THE   *
      *              VERSION-1 OBJECT DESCRIPTOR, MESSAGE DESCRIPTOR, *
      *              GET AND PUT OPTIONS, FIELD FOR FIELD AS THE      *
      *              PRODUCT'S CMQODV, CMQMDV, CMQGMOV AND CMQPMOV    *
      *              LAY THEM OUT, WITH THE CMQV CONSTANTS THOSE      *
      *              TRANSACTIONS USE. UNDER CICS THE CONNECTION IS   *
      *              THE REGION'S OWN, SO MQ-HCONN STAYS AT THE       *
      *              DEFAULT HANDLE AND NO MQCONN IS ISSUED.          *
      ******************************************************************
       01  MQ-HCONN           PIC S9(9) BINARY VALUE 0.
       01  MQ-CONSTANTS.
           10 MQOT-Q                    PIC S9(9) BINARY VALUE 1.
           10 MQOO-INPUT-SHARED         PIC S9(9) BINARY VALUE 2.
           10 MQOO-OUTPUT               PIC S9(9) BINARY VALUE 16.
           10 MQOO-FAIL-IF-QUIESCING    PIC S9(9) BINARY VALUE 8192.
           10 MQCO-NONE                 PIC S9(9) BINARY VALUE 0.
           10 MQGMO-WAIT                PIC S9(9) BINARY VALUE 1.
           10 MQGMO-SYNCPOINT           PIC S9(9) BINARY VALUE 2.
           10 MQGMO-ACCEPT-TRUNCATED-MSG
                                        PIC S9(9) BINARY VALUE 64.
           10 MQGMO-FAIL-IF-QUIESCING   PIC S9(9) BINARY VALUE 8192.
           10 MQGMO-CONVERT             PIC S9(9) BINARY VALUE 16384.
           10 MQPMO-SYNCPOINT           PIC S9(9) BINARY VALUE 2.
           10 MQPMO-FAIL-IF-QUIESCING   PIC S9(9) BINARY VALUE 8192.
           10 MQCC-OK                   PIC S9(9) BINARY VALUE 0.
           10 MQCC-WARNING              PIC S9(9) BINARY VALUE 1.
           10 MQCC-FAILED               PIC S9(9) BINARY VALUE 2.
           10 MQRC-NONE                 PIC S9(9) BINARY VALUE 0.
           10 MQRC-NO-MSG-AVAILABLE     PIC S9(9) BINARY VALUE 2033.
           10 MQRC-TRUNCATED-MSG-ACCEPTED
                                        PIC S9(9) BINARY VALUE 2079.
           10 MQMT-REPLY                PIC S9(9) BINARY VALUE 2.
           10 MQMT-DATAGRAM             PIC S9(9) BINARY VALUE 8.
           10 MQENC-NATIVE              PIC S9(9) BINARY VALUE 785.
           10 MQCCSI-Q-MGR              PIC S9(9) BINARY VALUE 0.
           10 MQPER-PERSISTENT          PIC S9(9) BINARY VALUE 1.
           10 MQFMT-STRING              PIC X(08) VALUE 'MQSTR'.
           10 MQMI-NONE                 PIC X(24) VALUE LOW-VALUES.
           10 MQCI-NONE                 PIC X(24) VALUE LOW-VALUES.
      *
      *    OBJECT DESCRIPTOR
       01  MQOD.
           10 MQOD-STRUCID              PIC X(04) VALUE 'OD  '.
           10 MQOD-VERSION              PIC S9(9) BINARY VALUE 1.
           10 MQOD-OBJECTTYPE           PIC S9(9) BINARY VALUE 1.
           10 MQOD-OBJECTNAME           PIC X(48) VALUE SPACES.
           10 MQOD-OBJECTQMGRNAME       PIC X(48) VALUE SPACES.
           10 MQOD-DYNAMICQNAME         PIC X(48) VALUE 'AMQ.*'.
           10 MQOD-ALTERNATEUSERID      PIC X(12) VALUE SPACES.
      *
      *    MESSAGE DESCRIPTOR
       01  MQMD.
           10 MQMD-STRUCID              PIC X(04) VALUE 'MD  '.
           10 MQMD-VERSION              PIC S9(9) BINARY VALUE 1.
           10 MQMD-REPORT               PIC S9(9) BINARY VALUE 0.
           10 MQMD-MSGTYPE              PIC S9(9) BINARY VALUE 8.
           10 MQMD-EXPIRY               PIC S9(9) BINARY VALUE -1.
           10 MQMD-FEEDBACK             PIC S9(9) BINARY VALUE 0.
           10 MQMD-ENCODING             PIC S9(9) BINARY VALUE 785.
           10 MQMD-CODEDCHARSETID       PIC S9(9) BINARY VALUE 0.
           10 MQMD-FORMAT               PIC X(08) VALUE SPACES.
           10 MQMD-PRIORITY             PIC S9(9) BINARY VALUE -1.
           10 MQMD-PERSISTENCE          PIC S9(9) BINARY VALUE 2.
           10 MQMD-MSGID                PIC X(24) VALUE LOW-VALUES.
           10 MQMD-CORRELID             PIC X(24) VALUE LOW-VALUES.
           10 MQMD-BACKOUTCOUNT         PIC S9(9) BINARY VALUE 0.
           10 MQMD-REPLYTOQ             PIC X(48) VALUE SPACES.
           10 MQMD-REPLYTOQMGR          PIC X(48) VALUE SPACES.
           10 MQMD-USERIDENTIFIER       PIC X(12) VALUE SPACES.
           10 MQMD-ACCOUNTINGTOKEN      PIC X(32) VALUE LOW-VALUES.
           10 MQMD-APPLIDENTITYDATA     PIC X(32) VALUE SPACES.
           10 MQMD-PUTAPPLTYPE          PIC S9(9) BINARY VALUE 0.
           10 MQMD-PUTAPPLNAME          PIC X(28) VALUE SPACES.
           10 MQMD-PUTDATE              PIC X(08) VALUE SPACES.
           10 MQMD-PUTTIME              PIC X(08) VALUE SPACES.
           10 MQMD-APPLORIGINDATA       PIC X(04) VALUE SPACES.
      *
      *    GET-MESSAGE OPTIONS
       01  MQGMO.
           10 MQGMO-STRUCID             PIC X(04) VALUE 'GMO '.
           10 MQGMO-VERSION             PIC S9(9) BINARY VALUE 1.
           10 MQGMO-OPTIONS             PIC S9(9) BINARY VALUE 0.
           10 MQGMO-WAITINTERVAL        PIC S9(9) BINARY VALUE 0.
           10 MQGMO-SIGNAL1             PIC S9(9) BINARY VALUE 0.
           10 MQGMO-SIGNAL2             PIC S9(9) BINARY VALUE 0.
           10 MQGMO-RESOLVEDQNAME       PIC X(48) VALUE SPACES.
      *
      *    PUT-MESSAGE OPTIONS
       01  MQPMO.
           10 MQPMO-STRUCID             PIC X(04) VALUE 'PMO '.
           10 MQPMO-VERSION             PIC S9(9) BINARY VALUE 1.
           10 MQPMO-OPTIONS             PIC S9(9) BINARY VALUE 0.
           10 MQPMO-TIMEOUT             PIC S9(9) BINARY VALUE -1.
           10 MQPMO-CONTEXT             PIC S9(9) BINARY VALUE 0.
           10 MQPMO-KNOWNDESTCOUNT      PIC S9(9) BINARY VALUE 0.
           10 MQPMO-UNKNOWNDESTCOUNT    PIC S9(9) BINARY VALUE 0.
           10 MQPMO-INVALIDDESTCOUNT    PIC S9(9) BINARY VALUE 0.
           10 MQPMO-RESOLVEDQNAME       PIC X(48) VALUE SPACES.
           10 MQPMO-RESOLVEDQMGRNAME    PIC X(48) VALUE SPACES.
