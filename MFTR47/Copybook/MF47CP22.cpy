      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_SUIT)                              *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS6S))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS6S)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_SUIT TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             SUITDOCKET                     CHAR(20) NOT NULL,
             SUITCOURT                      CHAR(40) NOT NULL,
             SUITPLTFSEQ                    INTEGER,
             SUITDEFSEQ                     INTEGER,
             SUITSERVEDDT                   DATE,
             SUITTRIALDT                    DATE,
             SUITNEXTDT                     DATE,
             SUITNEXTDESC                   CHAR(20),
             SUITOUTCOME                    CHAR(10),
             SUITOUTCMDT                    DATE,
             SUITSTATUS                     CHAR(6) NOT NULL,
             SUITOPENDT                     DATE NOT NULL,
             SUITUSER                       CHAR(8) NOT NULL,
             SUITTS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_SUIT                *
      ******************************************************************
       01  CLAIMS6S.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SUITDOCKET           PIC X(20).
      *    *************************************************************
           10 SUITCOURT            PIC X(40).
      *    *************************************************************
           10 SUITPLTFSEQ          PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SUITDEFSEQ           PIC S9(9) USAGE COMP-5.
      *    *************************************************************
           10 SUITSERVEDDT         PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SUITTRIALDT          PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SUITNEXTDT           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SUITNEXTDESC         PIC X(20).
      *    *************************************************************
           10 SUITOUTCOME          PIC X(10).
      *    *************************************************************
           10 SUITOUTCMDT          PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SUITSTATUS           PIC X(06).
      *    *************************************************************
           10 SUITOPENDT           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SUITUSER             PIC X(08).
      *    *************************************************************
           10 SUITTS               PIC N(26) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS6S.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
