           02  RREASI       PICTURE X(30).
           02  NOTEI        PICTURE X(60).
           02  FUPDTI       PICTURE X(10).
           02  SACTI        PICTURE X(01).
           02  DOCKETI      PICTURE X(20).
           02  COURTI       PICTURE X(40).
           02  PATTYI       PICTURE X(40).
           02  DCNSLI       PICTURE X(40).
           02  SRVDTI       PICTURE X(10).
           02  TRLDTI       PICTURE X(10).
           02  NXTDTI       PICTURE X(10).
           02  NXTDSI       PICTURE X(20).
           02  OUTCMI       PICTURE X(10).
           02  CURRI        PICTURE X(03).
           02  VENDI        PICTURE X(10).
           02  OCCI         PICTURE X(09).
           02  SELI         PICTURE X(02).
           02  FREQI        PICTURE X(01).
           02  NPAYI        PICTURE X(03).
       01  MF47BMSO.
           02  OPTIONO      PICTURE X(01).
           02  claimNumO    PICTURE X(09).
           02  POLLIMO      PICTURE -9(09).99.
           02  REMCOVO      PICTURE -9(11).99.
           02  DEDREMO      PICTURE -9(09).99.
           02  ORIGCURO     PICTURE X(03).
           02  ORIGPDO      PICTURE -9(09).99.
           02  ORIGVALO     PICTURE -9(09).99.
           02  OCCO         PICTURE X(09).
           02  MSGO         PICTURE X(60).
