      ******************************************************************
      * DCLGEN TABLE(MFTR110.SANCTIONS_HIT)                             *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(SDNHIT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(SANCTIONS-HIT)                                *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.SANCTIONS_HIT TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             HITNAME                        VARCHAR(60) NOT NULL,
             PAYEEROLE                      CHAR(10),
             SDNENTRYID                     INTEGER,
             SDNNAME                        VARCHAR(60),
             HITDATE                        DATE NOT NULL,
             HITSOURCE                      CHAR(8),
             DISPOSITION                    CHAR(10) NOT NULL,
             REVIEWERID                     CHAR(8),
             DISPOSITIONDATE                DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.SANCTIONS_HIT               *
      * POSSIBLE SANCTIONS HITS - ONE ROW PER CLAIM AND PAYEE NAME      *
      * THAT MATCHED THE SDN LIST WHEN IT WAS SCREENED, BY MF110B8      *
      * BEFORE AN AUTHORIZATION (CLAIMANT OR PAYEE OF RECORD) OR BY     *
      * THE MF110BMS PAYMENT OPTION BEFORE A CHECK IS RECORDED (PAYEE   *
      * OR EXPENSE PAYEE). HITSOURCE IS THE JOB OR USER THAT FOUND IT.  *
      * DISPOSITION SPACES = AWAITING COMPLIANCE REVIEW, AND THE PAYEE  *
      * IS HELD; COMPLIANCE DISPOSITIONS THE HIT FROM THE MF110BMS      *
      * SANCTIONS OPTION AS RELEASED (FALSE POSITIVE - THE NAME IS NOT  *
      * SCREENED AGAIN ON THE CLAIM) OR CONFIRMED (TRUE MATCH -         *
      * PAYMENT STAYS BLOCKED), WITH REVIEWER AND DATE RECORDED HERE.   *
      ******************************************************************
       01  SANCTIONS-HIT.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 HIT-NAME             PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 PAYEE-ROLE           PIC X(10).
      *    ** COLUMNS SDNENTRYID/SDNNAME/DISPOSITION/REVIEWERID/      **
      *    ** DISPOSITIONDATE RENAMED WITH A HIT- PREFIX - THE SAME   **
      *    ** NAMES ARE ON SANCTIONS_LIST AND FRAUD_REVIEW            **
      *    *************************************************************
           10 HIT-SDN-ENTRY-ID     PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 HIT-SDN-NAME         PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 HIT-DATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 HIT-SOURCE           PIC X(08).
      *    *************************************************************
           10 HIT-DISPOSITION      PIC X(10).
      *    *************************************************************
           10 HIT-REVIEWER-ID      PIC X(08).
      *    *************************************************************
           10 HIT-DISPOSITION-DATE PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISANCTIONS-HIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
