      ******************************************************************
      * DCLGEN TABLE(MFTR110.ADJUSTER_POOL)                             *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(ADJPOOL))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(ADJUSTER-POOL)                                *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.ADJUSTER_POOL TABLE
           ( POOLID                         CHAR(8) NOT NULL,
             ADJUSTERID                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.ADJUSTER_POOL               *
      * ADJUSTER POOLS - ONE ROW PER ADJUSTER IN A POOL (AN ADJUSTER    *
      * MAY SIT IN SEVERAL). MFTR110.ASSIGNMENT_RULE ROUTES NEW CLAIMS  *
      * TO A POOL, AND MF110B46 MOVES THE OPEN WORK OF AN ADJUSTER WHO  *
      * HAS LEFT OR GONE ON LEAVE TO THE OTHER ACTIVE ADJUSTERS IN      *
      * THEIR POOLS. MAINTAINED BY CLAIMS MANAGEMENT THROUGH THE        *
      * REFERENCE-TABLE UPDATE PROCESS.                                 *
      ******************************************************************
       01  ADJUSTER-POOL.
      *    *************************************************************
           10 POOL-ID              PIC X(08).
      *    *************************************************************
           10 ADJUSTER-ID          PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IADJUSTER-POOL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 2 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
