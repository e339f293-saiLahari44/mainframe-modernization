      ******************************************************************
      * DCLGEN TABLE(MFTR110.LARGE_LOSS_RULE)                           *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(LLRULE))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(LARGE-LOSS-RULE)                              *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.LARGE_LOSS_RULE TABLE
           ( THRESHOLDCODE                  CHAR(8) NOT NULL,
             THRESHOLDDESC                  CHAR(30),
             MEASURE                        CHAR(1) NOT NULL,
             AMOUNT                         DECIMAL(11,2) NOT NULL,
             REINSNOTICE                    CHAR(1) NOT NULL,
             ACTIVEFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.LARGE_LOSS_RULE             *
      * THE LARGE-LOSS THRESHOLDS MF110B51 REPORTS A CLAIM AGAINST THE  *
      * DAY IT FIRST REACHES THEM - ONE ROW PER THRESHOLD, MAINTAINED   *
      * BY CLAIMS MANAGEMENT AND REINSURANCE. MEASURE 'V' TESTS THE     *
      * CLAIM'S INCURRED (VALUE1), 'R' ITS RESERVE. REINSNOTICE 'Y'     *
      * PUTS A CLAIM CROSSING THE THRESHOLD ON THE REINSURER NOTICE     *
      * FILE AS WELL AS THE MANAGEMENT REPORT. ACTIVEFLAG 'N' RETIRES   *
      * A THRESHOLD WITHOUT LOSING WHAT WAS REPORTED UNDER IT. CODE     *
      * RETN50 IS RESERVED: HALF THE TREATY RETENTION ON THE RETCTL     *
      * CARD IS ALWAYS APPLIED UNDER IT, SO THE TREATY NOTICE POINT     *
      * CANNOT DRIFT FROM THE RETENTION MF110B11 CEDES AT.              *
      ******************************************************************
       01  LARGE-LOSS-RULE.
      *    *************************************************************
           10 THRESHOLD-CODE       PIC X(08).
      *    *************************************************************
           10 THRESHOLD-DESC       PIC X(30).
      *    ** 'V' INCURRED (VALUE1), 'R' RESERVE.                     **
      *    *************************************************************
           10 THRESHOLD-MEASURE    PIC X(01).
      *    *************************************************************
           10 THRESHOLD-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 REINS-NOTICE         PIC X(01).
      *    *************************************************************
           10 THRESHOLD-ACTIVE     PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILARGE-LOSS-RULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
