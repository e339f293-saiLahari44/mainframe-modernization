      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_SNAPSHOT)                            *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CLMSNAP))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-SNAPSHOT)                               *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_SNAPSHOT TABLE
           ( SNAPPERIOD                     CHAR(7) NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             LINENBR                        INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER,
             CLAIMDATE                      DATE,
             CAUSE                          VARCHAR(255),
             STATUS                         CHAR(10),
             PAID                           DECIMAL(11,2),
             VALUE1                         DECIMAL(11,2),
             RESERVE                        INTEGER,
             EXPENSEPAID                    DECIMAL(11,2),
             ADJUSTERID                     CHAR(8),
             SNAPSHOTDATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_SNAPSHOT              *
      * MONTH-END CLAIM SNAPSHOT - A PERMANENT COPY OF EVERY CLAIM AND  *
      * COVERAGE LINE AS IT STOOD WHEN MF110B41 CLOSED THE PERIOD,      *
      * KEYED SNAPPERIOD/CLAIMNUMBER/LINENBR. LINENBR ZERO IS THE       *
      * CLAIM ITSELF (THE MFTR110.CLAIMS ROLLED-UP FIGURES); EACH       *
      * MFTR110.CLAIM_LINE ROW IS COPIED UNDER ITS OWN LINENBR WITH     *
      * THE CLAIM'S POLICY, DATE, STATUS AND ADJUSTER. EXPENSEPAID IS   *
      * THE UNVOIDED EXPENSE ('E') LEDGER DOLLARS TO DATE, FOR THE      *
      * CLAIM OR THE LINE. SNAPSHOTDATE IS THE DATE THE CLOSE RAN -     *
      * THE AS-OF DATE AGING IS MEASURED FROM. ROWS ARE NEVER UPDATED:  *
      * MF110B6, B27, B29 AND B30 READ A NAMED SNAPSHOT INSTEAD OF THE  *
      * LIVE TABLES TO REPRODUCE THE FIGURES FINANCE BOOKED.            *
      ******************************************************************
       01  CLAIM-SNAPSHOT.
      *    *************************************************************
           10 SNAP-PERIOD          PIC X(07).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    ** COLUMNS RENAMED WITH A SNAP- PREFIX - THE CLAIMS AND    **
      *    ** CLAIM_LINE DCLGENS ALREADY USE THE BARE NAMES           **
      *    *************************************************************
           10 SNAP-LINE-NBR        PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SNAP-POLICYNUMBER    PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SNAP-CLAIMDATE       PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SNAP-CAUSE           PIC N(255) USAGE NATIONAL.
      *    *************************************************************
           10 SNAP-STATUS          PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 SNAP-PAID            PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 SNAP-VALUE1          PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 SNAP-RESERVE         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SNAP-EXPENSE-PAID    PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 SNAP-ADJUSTER-ID     PIC X(08).
      *    *************************************************************
           10 SNAPSHOT-DATE        PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-SNAPSHOT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
