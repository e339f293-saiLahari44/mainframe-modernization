      ******************************************************************
      * DCLGEN TABLE(MFTR110.BATCH_RUN_LOG)                             *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(RUNLOG))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(BATCH-RUN-LOG)                                *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.BATCH_RUN_LOG TABLE
           ( JOBNAME                        CHAR(8) NOT NULL,
             STARTTS                        TIMESTAMP NOT NULL,
             ENDTS                          TIMESTAMP,
             RECSREAD                       INTEGER,
             RECSWRITTEN                    INTEGER,
             RECSREJECTED                   INTEGER,
             CONTROLDESC                    CHAR(20),
             CONTROLAMT                     DECIMAL(15,2),
             RETURNCODE                     SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.BATCH_RUN_LOG               *
      * BATCH RUN LOG - ONE ROW PER RUN OF EVERY MF110B BATCH PROGRAM,  *
      * KEYED JOBNAME + STARTTS. THE PROGRAM INSERTS AND COMMITS ITS    *
      * ROW BEFORE IT DOES ANY WORK AND COMPLETES IT AT END OF JOB      *
      * WITH ENDTS, ITS RECORD COUNTS, ITS KEY CONTROL TOTAL AND THE    *
      * RETURN CODE IT ENDED WITH - SO A ROW WITH NO ENDTS IS A RUN     *
      * THAT ABENDED OR WAS CANCELLED. RECSREAD IS THE INPUT THE RUN    *
      * WORKED THROUGH, RECSWRITTEN WHAT IT LOADED, POSTED, PAID OR     *
      * LISTED AND RECSREJECTED WHAT IT REJECTED, HELD OR REPORTED AS   *
      * AN EXCEPTION; A PROGRAM THAT KEEPS NO SUCH COUNT LOGS ZERO.     *
      * CONTROLDESC NAMES CONTROLAMT (BLANK WHEN THE PROGRAM HAS NO     *
      * DOLLAR CONTROL). MF110B42 READS THE NIGHT'S ROWS AGAINST        *
      * MFTR110.BATCH_SCHEDULE EACH MORNING.                            *
      ******************************************************************
       01  BATCH-RUN-LOG.
      *    *************************************************************
           10 LOG-JOB-NAME         PIC X(08).
      *    *************************************************************
           10 LOG-START-TS         PIC X(26).
      *    *************************************************************
           10 LOG-END-TS           PIC X(26).
      *    *************************************************************
           10 LOG-RECS-READ        PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LOG-RECS-WRITTEN     PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LOG-RECS-REJECTED    PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LOG-CONTROL-DESC     PIC X(20).
      *    *************************************************************
           10 LOG-CONTROL-AMT      PIC S9(13)V99 USAGE COMP-3.
      *    *************************************************************
           10 LOG-RETURN-CODE      PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBATCH-RUN-LOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
