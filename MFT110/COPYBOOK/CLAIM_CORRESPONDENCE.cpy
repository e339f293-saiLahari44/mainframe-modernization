      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_CORRESPONDENCE)                      *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CLMCORR))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-CORRESPONDENCE)                         *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_CORRESPONDENCE TABLE
           ( CORRID                         INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             LETTERTYPE                     CHAR(1) NOT NULL,
             LETTERDATE                     DATE NOT NULL,
             ADDRESSEE                      CHAR(40),
             ADDRESSUSED                    CHAR(60),
             JOBNAME                        CHAR(8) NOT NULL,
             CREATEDTS                      TIMESTAMP NOT NULL,
             LINECOUNT                      SMALLINT,
             REPRINTOF                      INTEGER,
             REQUESTEDBY                    CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_CORRESPONDENCE        *
      * CLAIM CORRESPONDENCE LOG - ONE ROW PER LETTER OR                *
      * ACKNOWLEDGMENT THE BATCH SYSTEM PRODUCES FOR A CLAIM, KEYED BY  *
      * CORRID FROM SEQUENCE MFTR110.CORRID_SEQ. LETTERTYPE 'P' IS A    *
      * MF110B4 PAYMENT LETTER, 'D' A MF110B23 DENIAL LETTER, 'A' A     *
      * MF110B28 FNOL ACKNOWLEDGMENT AND 'E' A MF110B33 ESCHEAT         *
      * DUE-DILIGENCE LETTER. ADDRESSEE AND ADDRESSUSED ARE WHAT WAS    *
      * PRINTED, NOT THE CLAIM'S CURRENT ADDRESS. THE LINES THEMSELVES  *
      * ARE KEPT ON MFTR110.CORRESPONDENCE_TEXT SO MF110B43 CAN         *
      * REPRINT THE LETTER EXACTLY AS FIRST ISSUED. A REPRINT IS        *
      * LOGGED AS ITS OWN ROW WITH JOBNAME 'MF110B43', REPRINTOF        *
      * POINTING AT THE ORIGINAL CORRID AND REQUESTEDBY THE USER WHO    *
      * ASKED FOR IT; IT CARRIES NO TEXT ROWS OF ITS OWN. BROWSED ON    *
      * MF110BMS OPTION 'M' (MAIL HISTORY).                             *
      ******************************************************************
       01  CLAIM-CORRESPONDENCE.
      *    *************************************************************
           10 CORR-ID              PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 CORR-LETTER-TYPE     PIC X(01).
      *    *************************************************************
           10 CORR-LETTER-DATE     PIC X(10).
      *    *************************************************************
           10 CORR-ADDRESSEE       PIC X(40).
      *    *************************************************************
           10 CORR-ADDRESS         PIC X(60).
      *    *************************************************************
           10 CORR-JOB-NAME        PIC X(08).
      *    *************************************************************
           10 CORR-CREATED-TS      PIC X(26).
      *    *************************************************************
           10 CORR-LINE-COUNT      PIC S9(4) USAGE COMP.
      *    *************************************************************
           10 CORR-REPRINT-OF      PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 CORR-REQUESTED-BY    PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-CORRESPONDENCE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
