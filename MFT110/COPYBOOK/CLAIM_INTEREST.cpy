      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_INTEREST)                            *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CLMINT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-INTEREST)                               *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_INTEREST TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             CHECKNUMBER                    CHAR(10) NOT NULL,
             POLICYSTATE                    CHAR(2) NOT NULL,
             ADJUSTERID                     CHAR(8),
             PRINCIPAL                      DECIMAL(11,2) NOT NULL,
             DAYSELAPSED                    INTEGER NOT NULL,
             PAYDAYS                        INTEGER NOT NULL,
             INTERESTDAYS                   INTEGER NOT NULL,
             ANNUALRATE                     DECIMAL(5,3) NOT NULL,
             DAYBASIS                       INTEGER NOT NULL,
             INTERESTAMOUNT                 DECIMAL(11,2) NOT NULL,
             STATUTECITE                    CHAR(30),
             INTERESTDATE                   DATE NOT NULL,
             POSTEDTS                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_INTEREST              *
      * STATUTORY INTEREST PAID ON LATE CLAIM PAYMENTS - ONE ROW PER    *
      * INTEREST CHECK MF110B8 CUTS, KEYED CLAIMNUMBER/CHECKNUMBER,     *
      * THE CHECKNUMBER BEING THE INTEREST ROW'S OWN CLAIM_PAYMENT      *
      * LEDGER ROW (PAYMENTTYPE 'N'). CARRIES HOW THE FIGURE WAS        *
      * WORKED: THE PRINCIPAL PAID THAT NIGHT, DAYS FROM REPORT TO      *
      * PAYMENT, THE STATE'S DEADLINE, THE DAYS INTEREST RAN, AND THE   *
      * RATE, DAY BASIS AND CITATION IN FORCE FROM                      *
      * MFTR110.INTEREST_RULE - SO THE PAYMENT LETTER (MF110B4) CAN     *
      * STATE THE REASON AND THE FIGURE STILL STANDS IF THE RULE IS     *
      * LATER CHANGED. POLICYSTATE AND ADJUSTERID ARE AS OF THE         *
      * PAYMENT, FOR THE MF110B37 MONTHLY INTEREST REPORT.              *
      ******************************************************************
       01  CLAIM-INTEREST.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INT-CHECK-NUMBER     PIC X(10).
      *    *************************************************************
           10 INT-STATE            PIC X(02).
      *    *************************************************************
           10 INT-ADJUSTER-ID      PIC X(08).
      *    *************************************************************
           10 INT-PRINCIPAL        PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 INT-DAYS-ELAPSED     PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INT-PAY-DAYS         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INT-DAYS             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INT-RATE             PIC S9(2)V9(3) USAGE COMP-3.
      *    *************************************************************
           10 INT-DAY-BASIS        PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INT-AMOUNT           PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 INT-STATUTE          PIC X(30).
      *    *************************************************************
           10 INT-DATE             PIC X(10).
      *    *************************************************************
           10 INT-POSTED-TS        PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-INTEREST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
