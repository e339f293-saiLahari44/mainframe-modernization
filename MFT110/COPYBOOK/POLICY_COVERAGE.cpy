           ( POLICYNUMBER                   INTEGER NOT NULL,
             LOSSCAUSE                      VARCHAR(255) NOT NULL,
             COVERAGELIMIT                  DECIMAL(11,2),
             DEDUCTIBLE                     DECIMAL(11,2),
             AGGREGATELIMIT                 DECIMAL(11,2),
             OCCURRENCELIMIT                DECIMAL(11,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.POLICY_COVERAGE             *
      * SO A CLAIM OVER ITS COVERAGE IS BLOCKED BEFORE MONEY MOVES.     *
      * A POLICY/CAUSE WITH NO ROW HERE IS ACCEPTED UNCHECKED (LEGACY   *
      * POLICIES WRITTEN BEFORE COVERAGE ROWS WERE LOADED).             *
      * AGGREGATELIMIT IS THE MOST THE POLICY PAYS FOR THE CAUSE ACROSS *
      * EVERY CLAIM IN ONE POLICY TERM. EACH CLAIM (OR COVERAGE LINE)   *
      * OF THE CAUSE DATED INSIDE THE TERM ERODES IT BY THE GREATER OF  *
      * ITS INCURRED (VALUE1) AND PAID - A DENIED CLAIM BY WHAT WAS     *
      * PAID ON IT ONLY. NULL OR ZERO MEANS NO AGGREGATE APPLIES.       *
      * OCCURRENCELIMIT IS THE MOST THE POLICY PAYS FOR THE CAUSE FOR   *
      * ONE ACCIDENT - EVERY CLAIM (OR COVERAGE LINE) OF THE CAUSE      *
      * LINKED TO THE SAME MFTR110.OCCURRENCE ERODES IT THE SAME WAY.   *
      * NULL OR ZERO MEANS NO PER-OCCURRENCE LIMIT APPLIES.             *
      ******************************************************************
       01  POLICY-COVERAGE.
      *    *************************************************************
           10 COVERAGE-LIMIT       PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 DEDUCTIBLE           PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 AGGREGATE-LIMIT      PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 OCCURRENCE-LIMIT     PIC S9(9)V99 USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPOLICY-COVERAGE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
