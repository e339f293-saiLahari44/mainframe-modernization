      ******************************************************************
      * DCLGEN TABLE(MFTR110.BATCH_SCHEDULE)                            *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(BATSCHED))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(BATCH-SCHEDULE)                               *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.BATCH_SCHEDULE TABLE
           ( JOBNAME                        CHAR(8) NOT NULL,
             FREQUENCY                      CHAR(1) NOT NULL,
             RUNDAY                         SMALLINT,
             JOBDESC                        CHAR(30),
             ACTIVE                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.BATCH_SCHEDULE              *
      * BATCH SCHEDULE - ONE ROW PER MF110B BATCH JOB OPERATIONS        *
      * EXPECT TO RUN IN THE NIGHTLY CYCLE, MAINTAINED BY OPERATIONS.   *
      * FREQUENCY 'D' RUNS EVERY NIGHT, 'W' ONCE A WEEK IN THE CYCLE    *
      * ENDING ON THE MORNING OF RUNDAY (DB2 DAYOFWEEK, 1 = SUNDAY),    *
      * 'M' IN THE CYCLE THAT CROSSES A MONTH END, 'Q' A QUARTER END    *
      * AND 'Y' THE YEAR END. ON-DEMAND JOBS (MF110B12, MF110B17,       *
      * MF110B43) ARE LEFT OFF OR CARRIED WITH ACTIVE 'N'. MF110B42     *
      * LISTS EVERY ACTIVE JOB DUE IN THE CYCLE IT REPORTS ON WITH ITS  *
      * RUN FROM MFTR110.BATCH_RUN_LOG AND FLAGS ONE THAT DID NOT RUN.  *
      ******************************************************************
       01  BATCH-SCHEDULE.
      *    *************************************************************
           10 SCHED-JOB-NAME       PIC X(08).
      *    *************************************************************
           10 SCHED-FREQUENCY      PIC X(01).
      *    *************************************************************
           10 SCHED-RUN-DAY        PIC S9(4) USAGE COMP.
      *    *************************************************************
           10 SCHED-JOB-DESC       PIC X(30).
      *    *************************************************************
           10 SCHED-ACTIVE         PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBATCH-SCHEDULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
