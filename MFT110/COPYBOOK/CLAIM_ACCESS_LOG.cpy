      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_ACCESS_LOG)                          *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(ACCESSLG))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-ACCESS-LOG)                             *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_ACCESS_LOG TABLE
           ( ACCESSTS                       TIMESTAMP NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             ACCESSOPTION                   CHAR(1) NOT NULL,
             CLAIMNUMBER                    INTEGER,
             CLAIMANTID                     INTEGER,
             OWNERADJUSTERID                CHAR(8),
             MASKEDFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_ACCESS_LOG            *
      * PRIVACY ACCESS LOG - ONE ROW EACH TIME AN MF110BMS INQUIRY      *
      * PUTS CLAIMANT PERSONAL DATA ON THE SCREEN: OPTION 1 (CLAIM      *
      * INQUIRY - CLAIMANT NAME AND ADDRESS) OR OPTION C (CLAIMANT      *
      * MASTER - ADDRESS, PHONE, BIRTH DATE, BANK AND TIN). USERID IS   *
      * THE SIGNED-ON USER AND ACCESSOPTION THE OPTION USED.            *
      * CLAIMNUMBER IS NULL FOR A CLAIMANT LOOKUP; CLAIMANTID IS NULL   *
      * FOR A CLAIM WITH NO CLAIMANT MASTER ROW. OWNERADJUSTERID IS     *
      * THE ADJUSTER WHO OWNED THE CLAIM AT THE TIME OF THE INQUIRY.    *
      * MASKEDFLAG 'Y' MEANS THE USER SEES TIN AND BANK ACCOUNT         *
      * MASKED (ALL BUT THE LAST 4), 'N' THAT THE USER'S ROLE MAY SEE   *
      * THEM IN FULL PER MFTR110.ROLE_ACCESS. CLAIMANT DATA IS NOT      *
      * SHOWN UNLESS ITS ROW IS WRITTEN. MF110B47 REPORTS THE LOG       *
      * MONTHLY.                                                        *
      ******************************************************************
       01  CLAIM-ACCESS-LOG.
      *    *************************************************************
           10 ACC-TS               PIC X(26).
      *    *************************************************************
           10 ACC-USERID           PIC X(08).
      *    *************************************************************
           10 ACC-OPTION           PIC X(01).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 ACC-CLAIMANT-ID      PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 ACC-OWNER-ID         PIC X(08).
      *    *************************************************************
           10 ACC-MASKED-FLAG      PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-ACCESS-LOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
