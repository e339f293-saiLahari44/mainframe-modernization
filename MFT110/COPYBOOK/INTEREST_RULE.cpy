      ******************************************************************
      * DCLGEN TABLE(MFTR110.INTEREST_RULE)                             *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(INTRULE))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(INTEREST-RULE)                                *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.INTEREST_RULE TABLE
           ( STATECODE                      CHAR(2) NOT NULL,
             PAYDAYS                        INTEGER NOT NULL,
             ANNUALRATE                     DECIMAL(5,3) NOT NULL,
             DAYBASIS                       INTEGER NOT NULL
                                            WITH DEFAULT 365,
             ACCRUEFROM                     CHAR(1) NOT NULL
                                            WITH DEFAULT 'D',
             MININTEREST                    DECIMAL(11,2),
             STATUTECITE                    CHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.INTEREST_RULE               *
      * STATUTORY INTEREST RULES PER STATE FOR LATE CLAIM PAYMENTS -    *
      * ONE ROW PER POLICY STATE THAT REQUIRES INTEREST. A CLAIM        *
      * MF110B8 PAYS MORE THAN PAYDAYS AFTER ITS REPORT DATE            *
      * (CLAIMDATE) - THE SAME PAY/DENY CLOCK THE PPAYCTL FILE GIVES    *
      * MF110B24 - OWES SIMPLE INTEREST AT ANNUALRATE PERCENT A YEAR    *
      * ON THE AMOUNT PAID, OVER A YEAR OF DAYBASIS DAYS (365 OR 360).  *
      * ACCRUEFROM 'D' RUNS THE INTEREST FROM THE DAY AFTER THE         *
      * DEADLINE, 'R' FROM THE REPORT DATE ITSELF. INTEREST UNDER       *
      * MININTEREST IS NOT PAID. STATUTECITE IS THE CITATION THE        *
      * PAYMENT LETTER QUOTES AS THE REASON. A STATE WITH NO ROW PAYS   *
      * NO INTEREST. MAINTAINED BY COMPLIANCE THROUGH THE               *
      * REFERENCE-TABLE UPDATE PROCESS.                                 *
      ******************************************************************
       01  INTEREST-RULE.
      *    *************************************************************
           10 INT-RULE-STATE       PIC X(02).
      *    *************************************************************
           10 RULE-PAY-DAYS        PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 RULE-RATE            PIC S9(2)V9(3) USAGE COMP-3.
      *    *************************************************************
           10 RULE-DAY-BASIS       PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 RULE-ACCRUE-FROM     PIC X(01).
      *    *************************************************************
           10 RULE-MIN-INTEREST    PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 RULE-STATUTE         PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IINTEREST-RULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
