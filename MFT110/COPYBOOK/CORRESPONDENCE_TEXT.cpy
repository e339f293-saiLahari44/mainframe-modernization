      ******************************************************************
      * DCLGEN TABLE(MFTR110.CORRESPONDENCE_TEXT)                       *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CORRTEXT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CORRESPONDENCE-TEXT)                          *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CORRESPONDENCE_TEXT TABLE
           ( CORRID                         INTEGER NOT NULL,
             LINENBR                        SMALLINT NOT NULL,
             LINETEXT                       CHAR(100)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CORRESPONDENCE_TEXT         *
      * CORRESPONDENCE TEXT - THE PRINTED LINES OF EVERY LETTER LOGGED  *
      * ON MFTR110.CLAIM_CORRESPONDENCE, ONE ROW PER LINE IN LINENBR    *
      * ORDER, BLANK LINES INCLUDED, SO A REPRINT NEEDS NOTHING FROM    *
      * THE CLAIM AS IT STANDS TODAY. LETTER LINES ARE 80 BYTES; AN     *
      * FNOL ACKNOWLEDGMENT IS ONE LINE HOLDING THE ACKNOWLEDGMENT      *
      * RECORD AS SENT TO THE CHANNEL.                                  *
      ******************************************************************
       01  CORRESPONDENCE-TEXT.
      *    *************************************************************
           10 CT-CORR-ID           PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 CT-LINE-NBR          PIC S9(4) USAGE COMP.
      *    *************************************************************
           10 CT-LINE-TEXT         PIC X(100).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICORRESPONDENCE-TEXT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
