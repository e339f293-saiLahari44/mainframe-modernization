      ******************************************************************
      * DCLGEN TABLE(MFTR110.ESCHEAT_RULE)                              *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(ESCHRULE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(ESCHEAT-RULE)                                 *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.ESCHEAT_RULE TABLE
           ( STATECODE                      CHAR(2) NOT NULL,
             DORMANCYYEARS                  INTEGER NOT NULL,
             DDMINDAYS                      INTEGER,
             DDMAXDAYS                      INTEGER,
             DDMINAMOUNT                    DECIMAL(11,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.ESCHEAT_RULE                *
      * UNCLAIMED-PROPERTY RULES PER STATE FOR THE MF110B33 ESCHEAT     *
      * RUN - ONE ROW PER POLICY STATE. DORMANCYYEARS IS HOW LONG       *
      * AFTER ITS CHECK DATE A STALE-DATED CHECK THAT WAS NEVER         *
      * REISSUED BECOMES REPORTABLE. THE DUE-DILIGENCE LETTER TO THE    *
      * LAST KNOWN PAYEE ADDRESS MUST GO OUT NO MORE THAN DDMAXDAYS     *
      * AND NO FEWER THAN DDMINDAYS BEFORE THE STATE REPORT IS FILED,   *
      * AND IS ONLY REQUIRED FOR AN ITEM OF DDMINAMOUNT OR MORE. A      *
      * STATE WITH NO ROW TAKES THE B33 DEFAULTS (3 YEARS, 60 TO 120    *
      * DAYS, 50.00). MAINTAINED BY FINANCE THROUGH THE                 *
      * REFERENCE-TABLE UPDATE PROCESS.                                 *
      ******************************************************************
       01  ESCHEAT-RULE.
      *    *************************************************************
           10 STATE-CODE           PIC X(02).
      *    *************************************************************
           10 DORMANCY-YEARS       PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 DD-MIN-DAYS          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 DD-MAX-DAYS          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 DD-MIN-AMOUNT        PIC S9(9)V99 USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IESCHEAT-RULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
