      ******************************************************************
      * DCLGEN TABLE(MFTR110.LIMITATION_RULE)                           *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(LIMRULE))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(LIMITATION-RULE)                              *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.LIMITATION_RULE TABLE
           ( STATECODE                      CHAR(2) NOT NULL,
             CAUSEKEY                       CHAR(20) NOT NULL,
             CLAIMMONTHS                    INTEGER,
             INJURYMONTHS                   INTEGER,
             SUBROMONTHS                    INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.LIMITATION_RULE             *
      * STATUTE-OF-LIMITATIONS PERIODS PER POLICY STATE FOR THE         *
      * MF110B44 LIMITATION SWEEP, IN MONTHS FROM THE CLAIM DATE.       *
      * CLAIMMONTHS IS THE PERIOD FOR A SUIT ON THE CLAIM,              *
      * INJURYMONTHS FOR A BODILY-INJURY SUIT AND SUBROMONTHS FOR OUR   *
      * OWN SUBROGATION AND RECOVERY RIGHTS ON MFTR110.CLAIM_RECOVERY.  *
      * THE ROW WITH A BLANK CAUSEKEY IS THE STATE DEFAULT; A ROW WITH  *
      * A CAUSEKEY APPLIES TO A CLAIM WHOSE CAUSE OF LOSS CONTAINS      *
      * THAT TEXT (THE SHORTEST MATCHING PERIOD WINS) AND A NULL        *
      * PERIOD ON IT FALLS BACK TO THE STATE DEFAULT. A STATE WITH NO   *
      * ROW TAKES THE B44 DEFAULTS (24, 24 AND 36 MONTHS). MAINTAINED   *
      * BY CLAIMS LEGAL THROUGH THE REFERENCE-TABLE UPDATE PROCESS.     *
      ******************************************************************
       01  LIMITATION-RULE.
      *    *************************************************************
           10 STATE-CODE           PIC X(02).
      *    *************************************************************
           10 CAUSE-KEY            PIC X(20).
      *    *************************************************************
           10 CLAIM-MONTHS         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INJURY-MONTHS        PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SUBRO-MONTHS         PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILIMITATION-RULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
