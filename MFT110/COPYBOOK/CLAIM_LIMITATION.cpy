      ******************************************************************
      * DCLGEN TABLE(MFTR110.CLAIM_LIMITATION)                          *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(CLAIMLIM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CLAIM-LIMITATION)                             *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.CLAIM_LIMITATION TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             RECOVERYTYPE                   CHAR(10) NOT NULL,
             RECOVERYDATE                   DATE,
             LIMITKIND                      CHAR(1) NOT NULL,
             STATECODE                      CHAR(2),
             LIMITMONTHS                    INTEGER NOT NULL,
             EXPIRYDATE                     DATE NOT NULL,
             DIARY90DATE                    DATE,
             DIARY30DATE                    DATE,
             COMPUTEDDATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_LIMITATION            *
      * LIMITATION EXPIRY DATES KEPT BY THE MF110B44 NIGHTLY SWEEP -    *
      * ONE ROW PER OPEN CLAIM (RECOVERYTYPE BLANK, RECOVERYDATE NULL)  *
      * AND ONE PER OPEN RECOVERY (KEYED AS ON                          *
      * MFTR110.CLAIM_RECOVERY). LIMITKIND IS 'C' FOR A SUIT ON THE     *
      * CLAIM, 'I' FOR A BODILY-INJURY SUIT AND 'S' FOR SUBROGATION.    *
      * EXPIRYDATE IS CLAIMDATE PLUS LIMITMONTHS FROM                   *
      * MFTR110.LIMITATION_RULE FOR THE POLICY STATE. DIARY90DATE AND   *
      * DIARY30DATE RECORD WHEN THE 90 AND 30 DAY DIARIES WENT ON THE   *
      * ADJUSTER'S QUEUE SO EACH IS SET ONCE; BOTH ARE CLEARED IF THE   *
      * EXPIRY DATE MOVES. MF110B45 REPORTS FROM IT WEEKLY.             *
      ******************************************************************
       01  CLAIM-LIMITATION.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LIM-RECOVERY-TYPE    PIC X(10).
      *    *************************************************************
           10 LIM-RECOVERY-DATE    PIC X(10).
      *    *************************************************************
           10 LIM-KIND             PIC X(01).
      *    *************************************************************
           10 LIM-STATE-CODE       PIC X(02).
      *    *************************************************************
           10 LIM-MONTHS           PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LIM-EXPIRY-DATE      PIC X(10).
      *    *************************************************************
           10 LIM-DIARY90-DATE     PIC X(10).
      *    *************************************************************
           10 LIM-DIARY30-DATE     PIC X(10).
      *    *************************************************************
           10 LIM-COMPUTED-DATE    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-LIMITATION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
