      ******************************************************************
      * DCLGEN TABLE(MFTR110.ASSIGNMENT_RULE)                           *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(ASGNRULE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(ASSIGNMENT-RULE)                              *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.ASSIGNMENT_RULE TABLE
           ( RULESEQ                        SMALLINT NOT NULL,
             STATECODE                      CHAR(2) NOT NULL,
             LOSSCAUSE                      CHAR(30) NOT NULL,
             MINVALUE                       DECIMAL(11,2),
             MAXVALUE                       DECIMAL(11,2),
             POOLID                         CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.ASSIGNMENT_RULE             *
      * CLAIM ROUTING RULES FOR NEW CLAIMS TAKEN IN BY MF110B28 (FNOL)  *
      * AND MF110B3 (BULK LOAD). A CLAIM TAKES THE LOWEST RULESEQ       *
      * WHOSE STATECODE (THE POLICY STATE) AND LOSSCAUSE MATCH - A      *
      * BLANK MATCHES ANY - AND WHOSE VALUE BAND HOLDS THE CLAIM VALUE  *
      * (A NULL MINVALUE OR MAXVALUE LEAVES THAT END OPEN). THE RULE    *
      * NAMES A POOL ON MFTR110.ADJUSTER_POOL; THE CLAIM GOES TO THE    *
      * ACTIVE ADJUSTER IN THE POOL WITH THE FEWEST OPEN CLAIMS WHOSE   *
      * AUTHORITYLIMIT COVERS THE VALUE. MAINTAINED BY CLAIMS           *
      * MANAGEMENT THROUGH THE REFERENCE-TABLE UPDATE PROCESS.          *
      ******************************************************************
       01  ASSIGNMENT-RULE.
      *    *************************************************************
           10 RULE-SEQ             PIC S9(4) USAGE COMP.
      *    *************************************************************
           10 STATE-CODE           PIC X(02).
      *    *************************************************************
           10 LOSS-CAUSE           PIC X(30).
      *    *************************************************************
           10 MIN-VALUE            PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 MAX-VALUE            PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 POOL-ID              PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IASSIGNMENT-RULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
