      ******************************************************************
      * DCLGEN TABLE(MFTR110.PAYMENT_SCHEDULE)                          *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(PAYSCHED))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(PAYMENT-SCHEDULE)                             *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.PAYMENT_SCHEDULE TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             SCHEDULEID                     INTEGER NOT NULL,
             LINENBR                        INTEGER,
             PAYMENTTYPE                    CHAR(1) NOT NULL,
             EXPENSETYPE                    CHAR(3),
             PAYEENAME                      VARCHAR(40),
             PAYEEADDRESS                   VARCHAR(60),
             PAYEETYPE                      CHAR(10),
             AMOUNT                         DECIMAL(11,2) NOT NULL,
             FREQUENCY                      CHAR(1) NOT NULL,
             STARTDATE                      DATE NOT NULL,
             ENDDATE                        DATE,
             NBRPAYMENTS                    INTEGER,
             PAYMENTSMADE                   INTEGER NOT NULL
                                            WITH DEFAULT 0,
             NEXTDUEDATE                    DATE,
             SCHEDSTATUS                    CHAR(8) NOT NULL,
             SETUPUSERID                    CHAR(8),
             SETUPDATE                      DATE,
             STOPUSERID                     CHAR(8),
             STOPDATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.PAYMENT_SCHEDULE            *
      * A RECURRING PAYMENT SET UP AGAINST A CLAIM - RENTAL,            *
      * ADDITIONAL LIVING EXPENSE, WEEKLY DISABILITY - KEYED            *
      * CLAIMNUMBER/SCHEDULEID. ONE INSTALLMENT OF AMOUNT FALLS DUE     *
      * EVERY FREQUENCY ('W' WEEKLY, 'B' EVERY TWO WEEKS, 'M' MONTHLY)  *
      * FROM STARTDATE UNTIL ENDDATE OR UNTIL NBRPAYMENTS HAVE BEEN     *
      * MADE, WHICHEVER COMES FIRST. SET UP AND STOPPED FROM THE        *
      * MF110BMS SCHEDULE OPTION; A SCHEDULE WHOSE TOTAL IS OVER THE    *
      * ADJUSTER'S AUTHORITYLIMIT NEEDS A SUPERVISOR. THE NIGHTLY       *
      * MF110B36 RUN QUEUES EACH INSTALLMENT AS IT FALLS DUE ON         *
      * MFTR110.PAYMENT_QUEUE FOR MF110B8 TO AUTHORIZE, ADVANCES        *
      * PAYMENTSMADE AND NEXTDUEDATE, AND SETS SCHEDSTATUS FROM         *
      * 'ACTIVE' TO 'ENDED' AFTER THE LAST ONE. 'STOPPED' IS A          *
      * SCHEDULE ENDED EARLY FROM THE SCREEN OR BY THE CLAIM CLOSING.   *
      ******************************************************************
       01  PAYMENT-SCHEDULE.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SCHEDULE-ID          PIC S9(9) USAGE COMP.
      *    ** THE MFTR110.CLAIM_LINE COVERAGE LINE THE INSTALLMENTS   **
      *    ** ARE PAID AGAINST - ZERO FOR A CLAIM-LEVEL SCHEDULE.     **
      *    *************************************************************
           10 LINE-NBR             PIC S9(9) USAGE COMP.
      *    ** 'I' INDEMNITY OR 'E' EXPENSE WITH EXPENSETYPE, AS ON    **
      *    ** THE LEDGER.                                             **
      *    *************************************************************
           10 SCHED-PAY-TYPE       PIC X(01).
      *    *************************************************************
           10 SCHED-EXPENSE-TYPE   PIC X(03).
      *    ** THE PAYEE EVERY INSTALLMENT IS MADE OUT TO, RESOLVED    **
      *    ** WHEN THE SCHEDULE IS SET UP.                            **
      *    *************************************************************
           10 PAYEE-NAME           PIC N(40) USAGE NATIONAL.
      *    *************************************************************
           10 PAYEE-ADDRESS        PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 PAYEE-TYPE           PIC X(10).
      *    *************************************************************
           10 SCHED-AMOUNT         PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 FREQUENCY            PIC X(01).
      *    *************************************************************
           10 SCHED-START-DATE     PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SCHED-END-DATE       PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 NBR-PAYMENTS         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 PAYMENTS-MADE        PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 NEXT-DUE-DATE        PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SCHED-STATUS         PIC X(08).
      *    *************************************************************
           10 SETUP-USERID         PIC X(08).
      *    *************************************************************
           10 SETUP-DATE           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 STOP-USERID          PIC X(08).
      *    *************************************************************
           10 STOP-DATE            PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAYMENT-SCHEDULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 20 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
