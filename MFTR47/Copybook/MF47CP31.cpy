      ******************************************************************
      * DCLGEN TABLE(MFTR47.CLAIMS6_CDCCTL)                            *
      *        LIBRARY(MFTR47.DCLGEN.COPYLIB(CLAIMS63))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIMS63)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR47.CLAIMS6_CDCCTL TABLE
           ( CDCNAME                        CHAR(8) NOT NULL,
             LASTMARK                       TIMESTAMP NOT NULL,
             LASTRUNTS                      TIMESTAMP NOT NULL,
             LASTCOUNT                      INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR47.CLAIMS6_CDCCTL              *
      ******************************************************************
       01  CLAIMS63.
      *    *************************************************************
           10 CDCNAME              PIC X(08).
      *    *************************************************************
           10 LASTMARK             PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 LASTRUNTS            PIC N(26) USAGE NATIONAL.
      *    *************************************************************
           10 LASTCOUNT            PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS63.
           10 INDSTRUC           PIC S9(4) USAGE COMP-5 OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
