      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_ASSIGNMENT)                          *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CLMASSGN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-ASSIGNMENT)                             *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_ASSIGNMENT TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             ASSIGNTS                       TIMESTAMP NOT NULL,
             ASSIGNTYPE                     CHAR(1) NOT NULL,
             OLDADJUSTERID                  CHAR(8),
             NEWADJUSTERID                  CHAR(8) NOT NULL,
             POOLID                         CHAR(8),
             DIARYCOUNT                     INTEGER,
             ASSIGNEDBY                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_ASSIGNMENT            *
      * CLAIM OWNERSHIP HISTORY - ONE ROW EACH TIME A CLAIM OR ITS      *
      * OPEN DIARIES CHANGE ADJUSTER. ASSIGNTYPE 'R' IS A NEW CLAIM     *
      * ROUTED BY MF110B28 OR MF110B3, 'P' AN UNOWNED CLAIM PICKED UP   *
      * BY THE ADJUSTER WHO UPDATED IT ON MF110BMS, 'B' A CLAIM MOVED   *
      * BY THE MF110B46 BULK REASSIGNMENT (WITH DIARYCOUNT OPEN         *
      * DIARIES MOVED WITH IT) AND 'D' OPEN DIARIES B46 MOVED ON A      *
      * CLAIM THE DEPARTING ADJUSTER DID NOT OWN. POOLID IS THE POOL    *
      * THE NEW ADJUSTER WAS TAKEN FROM, ASSIGNEDBY THE JOB OR USER     *
      * THAT MADE THE CHANGE.                                           *
      ******************************************************************
       01  CLAIM-ASSIGNMENT.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 ASGN-TS              PIC X(26).
      *    *************************************************************
           10 ASGN-TYPE            PIC X(01).
      *    *************************************************************
           10 ASGN-OLD-ADJUSTER    PIC X(08).
      *    *************************************************************
           10 ASGN-NEW-ADJUSTER    PIC X(08).
      *    *************************************************************
           10 ASGN-POOL-ID         PIC X(08).
      *    *************************************************************
           10 ASGN-DIARY-COUNT     PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 ASGN-BY              PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-ASSIGNMENT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
