      ******************************************************************
      * DCLGEN TABLE(MFTR110.ACCOUNTING_PERIOD)                         *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(ACCTPER))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(ACCOUNTING-PERIOD)                            *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.ACCOUNTING_PERIOD TABLE
           ( ACCTPERIOD                     CHAR(7) NOT NULL,
             PERIODSTART                    DATE NOT NULL,
             PERIODEND                      DATE NOT NULL,
             PERIODSTATUS                   CHAR(1) NOT NULL,
             CLOSEDTS                       TIMESTAMP,
             CLOSEDUSERID                   CHAR(8),
             SNAPCLAIMCOUNT                 INTEGER,
             SNAPLINECOUNT                  INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.ACCOUNTING_PERIOD           *
      * ACCOUNTING PERIODS - ONE ROW PER CALENDAR MONTH ('YYYY-MM')     *
      * THE MONTH-END CLOSE HAS RUN FOR, KEYED ACCTPERIOD, WRITTEN BY   *
      * MF110B41 IN THE SAME UNIT OF WORK AS THE PERIOD'S               *
      * MFTR110.CLAIM_SNAPSHOT ROWS, WITH THE SNAPSHOT ROW COUNTS,      *
      * WHEN AND BY WHOM. PERIODSTATUS 'C' CLOSED - NO CHECKDATE OR     *
      * VOIDDATE BETWEEN PERIODSTART AND PERIODEND IS ACCEPTED ANY      *
      * LONGER: THE MF110BMS PAYMENT (8) AND VOID (V) OPTIONS AND THE   *
      * MF110B21 VOID FEED REFUSE IT, AND MF110B5 HOLDS BACK A LEDGER   *
      * ROW DATED INSIDE IT RATHER THAN BOOK IT. FINANCE REOPENS A      *
      * PERIOD ONLY BY SETTING PERIODSTATUS 'O', WHICH LEAVES THE       *
      * SNAPSHOT AS IT WAS BOOKED.                                      *
      ******************************************************************
       01  ACCOUNTING-PERIOD.
      *    *************************************************************
           10 ACCT-PERIOD          PIC X(07).
      *    *************************************************************
           10 PERIOD-START         PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 PERIOD-END           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 PERIOD-STATUS        PIC X(01).
      *    *************************************************************
           10 CLOSED-TS            PIC X(26).
      *    *************************************************************
           10 CLOSED-USERID        PIC X(08).
      *    *************************************************************
           10 SNAP-CLAIM-COUNT     PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SNAP-LINE-COUNT      PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IACCOUNTING-PERIOD.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
