      ******************************************************************
      * DCLGEN TABLE(MFTR110.MEDICARE_CLAIM)                            *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(MEDCLAIM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(MEDICARE-CLAIM)                               *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.MEDICARE_CLAIM TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             CLAIMANTID                     INTEGER,
             MEDICAREID                     CHAR(11),
             ORMSTARTDATE                   DATE,
             ORMENDDATE                     DATE,
             TPOCAMOUNT                     DECIMAL(11,2),
             TPOCDATE                       DATE,
             LASTACTION                     CHAR(1),
             LASTREPORTDATE                 DATE,
             CMSDISPOSITION                 CHAR(2),
             CMSERRORCODE                   CHAR(8),
             CMSRESPDATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.MEDICARE_CLAIM              *
      * CMS SECTION 111 CLAIM INPUT HISTORY - ONE ROW PER               *
      * BODILY-INJURY CLAIM WHOSE CLAIMANT IS A MEDICARE BENEFICIARY,   *
      * HOLDING WHAT WAS LAST REPORTED: THE MBI, THE DATES OF ONGOING   *
      * RESPONSIBILITY FOR MEDICALS (ORMSTARTDATE IS THE DATE OF        *
      * INJURY, ORMENDDATE THE DATE THE CLAIM CLOSED) AND THE TOTAL     *
      * PAYMENT OBLIGATION TO THE CLAIMANT (TPOCAMOUNT, THE UNVOIDED    *
      * INDEMNITY ON MFTR110.CLAIM_PAYMENT, AS OF TPOCDATE). MF110B34   *
      * ADDS THE ROW WITH LASTACTION 'A' AND RE-REPORTS IT AS 'U' WHEN  *
      * ANY OF THOSE CHANGE OR CMS REJECTED THE LAST SUBMISSION.        *
      * MF110B35 LOADS THE CMS RESPONSE - CMSDISPOSITION '01'           *
      * ACCEPTED, ANYTHING ELSE IS AN ERROR WITH ITS CMSERRORCODE,      *
      * RESENT ON THE NEXT QUARTERLY RUN.                               *
      ******************************************************************
       01  MEDICARE-CLAIM.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    ** COLUMN CLAIMANTID RENAMED CLAIMANT-ID - QUALIFY AS OF   **
      *    ** MEDICARE-CLAIM                                          **
      *    *************************************************************
           10 CLAIMANT-ID          PIC S9(9) USAGE COMP.
      *    ** COLUMN MEDICAREID - QUALIFY AS OF MEDICARE-CLAIM, THE   **
      *    ** CLAIMANT DCLGEN USES THE SAME NAME                      **
      *    *************************************************************
           10 MEDICARE-ID          PIC X(11).
      *    *************************************************************
           10 ORM-START-DATE       PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 ORM-END-DATE         PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 TPOC-AMOUNT          PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 TPOC-DATE            PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 LAST-ACTION          PIC X(01).
      *    *************************************************************
           10 LAST-REPORT-DATE     PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 CMS-DISPOSITION      PIC X(02).
      *    *************************************************************
           10 CMS-ERROR-CODE       PIC X(08).
      *    *************************************************************
           10 CMS-RESP-DATE        PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IMEDICARE-CLAIM.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
