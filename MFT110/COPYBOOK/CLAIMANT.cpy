             BANKROUTING                    CHAR(9),
             BANKACCOUNT                    CHAR(17),
             TIN                            CHAR(9),
             TINTYPE                        CHAR(1),
             MEDICAREBENE                   CHAR(1),
             MEDICAREID                     CHAR(11),
             MEDICAREQUERYDATE              DATE,
             MEDICARERESPDATE               DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIMANT                    *
      * TIN/TINTYPE ('S' SSN, 'E' EIN) FEED THE MF110B22 YEAR-END 1099  *
      * RUN; MF110B8 HOLDS A CLAIMANT DISBURSEMENT AT OR OVER THE IRS   *
      * REPORTING THRESHOLD UNTIL A TIN IS ON FILE.                     *
      * MEDICAREBENE/MEDICAREID ARE THE CMS SECTION 111 QUERY ANSWER    *
      * LOADED BY MF110B35 - 'Y' BENEFICIARY (WITH THE MBI), 'N' NOT    *
      * MATCHED, NULL NEVER QUERIED. MEDICAREQUERYDATE IS WHEN MF110B34 *
      * LAST SENT THE CLAIMANT, MEDICARERESPDATE WHEN CMS ANSWERED.     *
      * THE MF110BMS SCREENS SHOW TIN AND BANKACCOUNT MASKED TO THE     *
      * LAST 4 UNLESS THE USER'S ROLE HAS VIEWPII 'Y' ON                *
      * MFTR110.ROLE_ACCESS, AND LOG EVERY LOOKUP ON                    *
      * MFTR110.CLAIM_ACCESS_LOG.                                       *
      ******************************************************************
       01  CLAIMANT.
      *    *************************************************************
           10 TIN                  PIC X(09).
      *    *************************************************************
           10 TIN-TYPE             PIC X(01).
      *    *************************************************************
           10 MEDICARE-BENE        PIC X(01).
      *    *************************************************************
           10 MEDICARE-ID          PIC X(11).
      *    *************************************************************
           10 MEDICARE-QUERY-DATE  PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 MEDICARE-RESP-DATE   PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMANT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
