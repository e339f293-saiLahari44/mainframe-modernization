      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_LARGE_LOSS)                          *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CLMLGLS))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-LARGE-LOSS)                             *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_LARGE_LOSS TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             THRESHOLDCODE                  CHAR(8) NOT NULL,
             MEASURE                        CHAR(1) NOT NULL,
             THRESHOLDAMOUNT                DECIMAL(11,2) NOT NULL,
             VALUE1                         DECIMAL(11,2),
             RESERVE                        INTEGER,
             NOTICEFLAG                     CHAR(1) NOT NULL,
             REPORTEDDATE                   DATE NOT NULL,
             REPORTEDTS                     TIMESTAMP NOT NULL,
             OCCURRENCENUMBER               INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_LARGE_LOSS            *
      * ONE ROW PER CLAIM PER LARGE-LOSS THRESHOLD IT HAS BEEN          *
      * REPORTED AGAINST BY MF110B51, KEYED CLAIMNUMBER/THRESHOLDCODE,  *
      * SO A CLAIM IS REPORTED - AND NOTIFIED TO THE REINSURER - ONCE   *
      * PER THRESHOLD CROSSED, HOWEVER OFTEN IT MOVES ABOUT THE LINE    *
      * AFTERWARDS. VALUE1 AND RESERVE ARE THE CLAIM'S FIGURES WHEN IT  *
      * WAS REPORTED; NOTICEFLAG 'Y' WHEN IT WENT ON THE REINSURER      *
      * NOTICE FILE. THRESHOLDCODE IS A MFTR110.LARGE_LOSS_RULE CODE    *
      * OR RETN50, THE TREATY HALF-RETENTION POINT. A CLAIM IN A        *
      * MFTR110.OCCURRENCE IS MEASURED WITH THE OCCURRENCE'S OTHER      *
      * CLAIMS: THE ROW THEN CARRIES OCCURRENCENUMBER, VALUE1 AND       *
      * RESERVE ARE THE OCCURRENCE TOTALS, AND IT STANDS FOR THE WHOLE  *
      * OCCURRENCE SO NO CLAIM OF IT IS REPORTED AGAINST THAT THRESHOLD *
      * AGAIN. NULL FOR A CLAIM MEASURED ON ITS OWN.                    *
      ******************************************************************
       01  CLAIM-LARGE-LOSS.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LL-THRESHOLD-CODE    PIC X(08).
      *    *************************************************************
           10 LL-MEASURE           PIC X(01).
      *    *************************************************************
           10 LL-THRESHOLD-AMOUNT  PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 LL-VALUE1            PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 LL-RESERVE           PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LL-NOTICE-FLAG       PIC X(01).
      *    *************************************************************
           10 LL-REPORTED-DATE     PIC X(10).
      *    *************************************************************
           10 LL-REPORTED-TS       PIC X(26).
      *    *************************************************************
           10 LL-OCCURRENCE-NUMBER PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-LARGE-LOSS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
