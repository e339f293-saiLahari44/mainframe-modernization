       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B42.
      * MORNING OPERATIONS STATUS REPORT - RUN FIRST THING EACH MORNING
      * AFTER THE NIGHTLY CYCLE. EVERY MF110B BATCH PROGRAM LOGS ITS
      * RUN ON MFTR110.BATCH_RUN_LOG (START, END, RECORDS READ, WRITTEN
      * AND REJECTED, ITS KEY CONTROL TOTAL AND ITS RETURN CODE). THIS
      * JOB TAKES THE CYCLE SINCE ITS OWN LAST SUCCESSFUL RUN (PER THE
      * JOB'S MFTR110.RUN_CONTROL ROW; FROM MIDNIGHT YESTERDAY ON THE
      * FIRST RUN), WORKS OUT WHICH MFTR110.BATCH_SCHEDULE JOBS WERE
      * DUE IN IT - THE NIGHTLY JOBS, THE WEEKLY JOBS FOR THIS MORNING,
      * AND THE MONTH-END, QUARTER-END AND YEAR-END JOBS WHEN THE CYCLE
      * CROSSED ONE - AND LISTS EACH WITH ITS LATEST RUN IN THE CYCLE
      * ON THE OPSRPT REPORT. A JOB THAT DID NOT RUN, STARTED BUT NEVER
      * ENDED (ABENDED OR CANCELLED) OR ENDED RC 8 OR OVER IS FLAGGED,
      * AS IS A RUN WHOSE RECORD COUNTS OR CONTROL TOTAL ARE MORE THAN
      * TWICE OR LESS THAN HALF THE AVERAGE OF THE JOB'S LAST TEN CLEAN
      * RUNS (ONCE IT HAS THREE) - ZERO FNOL REPORTS LOADED, OR THREE
      * TIMES THE USUAL DOLLARS AUTHORIZED. REJECTS ARE FLAGGED ONLY
      * WHEN THEY RISE. THE RUN ENDS RC 8 IF ANY DUE JOB IS MISSING,
      * UNFINISHED OR FAILED, RC 4 IF THERE ARE ONLY WARNINGS OR VOLUME
      * EXCEPTIONS, RC 0 ON A CLEAN NIGHT. AN SQL ERROR ENDS IT RC 8
      * WITH THE WINDOW NOT ADVANCED, SO THE NEXT RUN REPORTS THE SAME
      * CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-REPORT ASSIGN TO OPSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
       01 WS-RAN-SW                   PIC X(01) VALUE 'N'.
          88 WS-JOB-RAN               VALUE 'Y'.
       01 WS-VOLUME-SW                PIC X(01) VALUE 'N'.
          88 WS-VOLUME-EXCEPTION      VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-LAST-RUN-TS              PIC X(26).
       01 WS-THIS-RUN-TS              PIC X(26).
       01 WS-DEFAULT-TS.
          05 WS-DEF-TS-DATE       PIC X(10).
          05 FILLER          PIC X(16)
             VALUE '-00.00.00.000000'.
       01 WS-RUN-CONTROL-FOUND-SW     PIC X(01) VALUE 'N'.
          88 WS-RUN-CONTROL-FOUND     VALUE 'Y'.
       01 WS-CURR-YEAR                PIC 9(4).
       01 WS-CURR-MONTH               PIC 9(2).
       01 WS-CURR-QUARTER             PIC 9(1).
       01 WS-START-YEAR               PIC 9(4).
       01 WS-START-MONTH              PIC 9(2).
       01 WS-START-QUARTER            PIC 9(1).
       01 WS-MONTH-DUE                PIC X(01) VALUE 'N'.
       01 WS-QUARTER-DUE              PIC X(01) VALUE 'N'.
       01 WS-YEAR-DUE                 PIC X(01) VALUE 'N'.
      * LATEST RUN OF THE JOB IN THE CYCLE
       01 WS-R-START-TS               PIC X(26).
       01 WS-R-ENDED                  PIC X(01).
       01 WS-R-READ                   PIC S9(9) COMP.
       01 WS-R-WRITTEN                PIC S9(9) COMP.
       01 WS-R-REJECTED               PIC S9(9) COMP.
       01 WS-R-DESC                   PIC X(20).
       01 WS-R-AMT                    PIC S9(13)V99 COMP-3.
       01 WS-R-RC                     PIC S9(4) COMP.
      * THE JOB'S RECENT HISTORY - ITS LAST TEN CLEAN RUNS
       01 WS-HIST-RUNS                PIC S9(9) COMP.
       01 WS-AVG-READ                 PIC S9(13)V99 COMP-3.
       01 WS-AVG-WRITTEN              PIC S9(13)V99 COMP-3.
       01 WS-AVG-REJECTED             PIC S9(13)V99 COMP-3.
       01 WS-AVG-AMT                  PIC S9(13)V99 COMP-3.
       01 WS-MIN-HISTORY              PIC S9(4) COMP VALUE 3.
       01 WS-VOLUME-FACTOR            PIC S9(4) COMP VALUE 2.
       01 WS-VOL-TABLE.
          05 WS-VOL-ENTRY OCCURS 4 TIMES.
             10 WS-VOL-WHAT           PIC X(20).
             10 WS-VOL-CURR           PIC S9(13)V99 COMP-3.
             10 WS-VOL-AVG            PIC S9(13)V99 COMP-3.
             10 WS-VOL-FLAG           PIC X(01).
       01 WS-VX                       PIC S9(4) COMP.
       01 WS-CHK-CURR                 PIC S9(13)V99 COMP-3.
       01 WS-CHK-AVG                  PIC S9(13)V99 COMP-3.
       01 WS-EDIT-RC                  PIC ZZZ9.
       01 WS-DUE-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-OK-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01 WS-NOT-RUN-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-NOT-ENDED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-FAILED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-WARNING-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-VOLUME-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B42 - NIGHTLY'.
          05 FILLER              PIC X(30) VALUE 'BATCH CYCLE STATUS'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-CYCLE-LINE.
          05 FILLER               PIC X(11) VALUE 'CYCLE FROM '.
          05 WS-CL-FROM           PIC X(19).
          05 FILLER               PIC X(04) VALUE ' TO '.
          05 WS-CL-TO             PIC X(19).
       01 WS-DUE-LINE.
          05 FILLER               PIC X(16) VALUE 'PERIOD-END DUE: '.
          05 WS-DL-MONTH          PIC X(10).
          05 WS-DL-QUARTER        PIC X(12).
          05 WS-DL-YEAR           PIC X(08).
       01 WS-HEADING2.
          05 FILLER               PIC X(10) VALUE 'JOB'.
          05 FILLER               PIC X(03) VALUE 'F'.
          05 FILLER               PIC X(13) VALUE 'STARTED'.
          05 FILLER               PIC X(05) VALUE '  RC'.
          05 FILLER               PIC X(11) VALUE '      READ'.
          05 FILLER               PIC X(11) VALUE '   WRITTEN'.
          05 FILLER               PIC X(09) VALUE 'REJECTED'.
          05 FILLER               PIC X(18) VALUE 'STATUS'.
       01 WS-DETAIL-LINE.
          05 WS-D-JOB                 PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-FREQ                PIC X(01).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-STARTED.
             10 WS-DS-DATE            PIC X(05).
             10 FILLER                PIC X(01).
             10 WS-DS-TIME            PIC X(05).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-RC                  PIC X(04).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-READ                PIC ZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-WRITTEN             PIC ZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-REJECTED            PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-STATUS              PIC X(18).
       01 WS-CONTROL-LINE.
          05 FILLER                   PIC X(13) VALUE SPACES.
          05 WS-C-DESC                PIC X(20).
          05 WS-C-AMT                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-C-AVG-LABEL           PIC X(06).
          05 WS-C-AVG                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-VOLUME-LINE.
          05 FILLER                   PIC X(13) VALUE SPACES.
          05 FILLER                   PIC X(03) VALUE '** '.
          05 WS-V-WHAT                PIC X(20).
          05 WS-V-CURR                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(06) VALUE '  AVG '.
          05 WS-V-AVG                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE1.
          05 FILLER              PIC X(14) VALUE 'JOBS DUE ='.
          05 WS-T-DUE                 PIC ZZ9.
          05 FILLER              PIC X(14) VALUE '   ENDED OK ='.
          05 WS-T-OK                  PIC ZZ9.
          05 FILLER              PIC X(14) VALUE '   WARNINGS ='.
          05 WS-T-WARNING             PIC ZZ9.
       01 WS-TOTAL-LINE2.
          05 FILLER              PIC X(14) VALUE 'NOT RUN ='.
          05 WS-T-NOT-RUN             PIC ZZ9.
          05 FILLER              PIC X(14) VALUE '   NOT ENDED ='.
          05 WS-T-NOT-ENDED           PIC ZZ9.
          05 FILLER              PIC X(14) VALUE '   FAILED ='.
          05 WS-T-FAILED              PIC ZZ9.
          05 FILLER              PIC X(14) VALUE '   VOLUMES ='.
          05 WS-T-VOLUME              PIC ZZ9.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_SCHEDULE
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * A WEEKLY JOB IS DUE WHEN THE CYCLE TAKES IN THE MORNING OF ITS
      * RUNDAY - THE DAYS FROM THE CYCLE'S START DATE TO THE NEXT
      * RUNDAY (1 TO 7) ARE NO MORE THAN THE DAYS THE CYCLE COVERS.
           EXEC SQL
              DECLARE SCHED-CSR CURSOR FOR
                 SELECT JOBNAME,
                        FREQUENCY
                   FROM MFTR110.BATCH_SCHEDULE
                  WHERE ACTIVE = 'Y'
                    AND (FREQUENCY = 'D'
                     OR (FREQUENCY = 'W'
                         AND MOD(COALESCE(RUNDAY, 0)
                                 - DAYOFWEEK(DATE(:WS-LAST-RUN-TS))
                                 + 6, 7) + 1
                             <= DAYS(DATE(:WS-THIS-RUN-TS))
                                - DAYS(DATE(:WS-LAST-RUN-TS)))
                     OR (FREQUENCY = 'M' AND :WS-MONTH-DUE = 'Y')
                     OR (FREQUENCY = 'Q' AND :WS-QUARTER-DUE = 'Y')
                     OR (FREQUENCY = 'Y' AND :WS-YEAR-DUE = 'Y'))
                  ORDER BY JOBNAME
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-JOB UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           IF NOT WS-SQL-ERROR
              PERFORM 3500-UPDATE-RUN-CONTROL
           END-IF
           PERFORM 4000-TERMINATE
           IF WS-SQL-ERROR OR WS-NOT-RUN-COUNT > 0
              OR WS-NOT-ENDED-COUNT > 0 OR WS-FAILED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARNING-COUNT > 0 OR WS-VOLUME-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B42' TO LOG-JOB-NAME
           EXEC SQL
              SET :BATCH-RUN-LOG.LOG-START-TS = CURRENT TIMESTAMP
           END-EXEC
           EXEC SQL
              INSERT INTO MFTR110.BATCH_RUN_LOG
                     (JOBNAME, STARTTS)
              VALUES (:BATCH-RUN-LOG.LOG-JOB-NAME,
                      :BATCH-RUN-LOG.LOG-START-TS)
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              DISPLAY 'MF110B42 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT OPS-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 1200-READ-RUN-CONTROL
           PERFORM 1300-SET-PERIOD-ENDS
           MOVE WS-LAST-RUN-TS(1:19) TO WS-CL-FROM
           MOVE WS-THIS-RUN-TS(1:19) TO WS-CL-TO
           WRITE RPT-LINE FROM WS-CYCLE-LINE
           WRITE RPT-LINE FROM WS-DUE-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           IF WS-SQL-ERROR
              SET WS-EOF TO TRUE
           ELSE
              EXEC SQL
                 OPEN SCHED-CSR
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-SQL-ERROR TO TRUE
                 SET WS-EOF TO TRUE
              ELSE
                 PERFORM 2100-FETCH-NEXT-JOB
              END-IF
           END-IF.
      * THE CYCLE ENDS WHERE THIS RUN STARTED, SO THIS RUN'S OWN LOG
      * ROW IS NEVER PART OF IT.
       1200-READ-RUN-CONTROL.
           MOVE LOG-START-TS TO WS-THIS-RUN-TS
           MOVE 'N' TO WS-RUN-CONTROL-FOUND-SW
           MOVE 'MF110B42' TO JOB-NAME
           EXEC SQL
              SELECT LASTRUNTS
                INTO :RUN-CONTROL.LAST-RUN-TS
                FROM MFTR110.RUN_CONTROL
               WHERE JOBNAME = :RUN-CONTROL.JOB-NAME
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 SET WS-RUN-CONTROL-FOUND TO TRUE
                 MOVE LAST-RUN-TS TO WS-LAST-RUN-TS
              WHEN SQLCODE = 100
                 EXEC SQL
                    SET :WS-DEF-TS-DATE =
                        CHAR(DATE(:WS-THIS-RUN-TS) - 1 DAY, ISO)
                 END-EXEC
                 MOVE WS-DEFAULT-TS  TO WS-LAST-RUN-TS
              WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 MOVE WS-THIS-RUN-TS TO WS-LAST-RUN-TS
                 DISPLAY 'MF110B42 SQL ERROR ON RUN_CONTROL, SQLCODE = '
                         SQLCODE
           END-EVALUATE.
      * A PERIOD END FALLS IN THE CYCLE WHEN THE CYCLE STARTED IN AN
      * EARLIER MONTH, QUARTER OR YEAR THAN TODAY.
       1300-SET-PERIOD-ENDS.
           MOVE WS-TODAY(1:4) TO WS-CURR-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURR-MONTH
           MOVE WS-LAST-RUN-TS(1:4) TO WS-START-YEAR
           MOVE WS-LAST-RUN-TS(6:2) TO WS-START-MONTH
           COMPUTE WS-CURR-QUARTER  = (WS-CURR-MONTH - 1) / 3
           COMPUTE WS-START-QUARTER = (WS-START-MONTH - 1) / 3
           MOVE 'NONE' TO WS-DL-MONTH
           MOVE SPACES TO WS-DL-QUARTER
           MOVE SPACES TO WS-DL-YEAR
           IF WS-START-YEAR NOT = WS-CURR-YEAR
              MOVE 'Y' TO WS-YEAR-DUE
              MOVE 'Y' TO WS-QUARTER-DUE
              MOVE 'Y' TO WS-MONTH-DUE
           ELSE
              IF WS-START-QUARTER NOT = WS-CURR-QUARTER
                 MOVE 'Y' TO WS-QUARTER-DUE
              END-IF
              IF WS-START-MONTH NOT = WS-CURR-MONTH
                 MOVE 'Y' TO WS-MONTH-DUE
              END-IF
           END-IF
           IF WS-MONTH-DUE = 'Y'
              MOVE 'MONTH-END' TO WS-DL-MONTH
           END-IF
           IF WS-QUARTER-DUE = 'Y'
              MOVE 'QUARTER-END' TO WS-DL-QUARTER
           END-IF
           IF WS-YEAR-DUE = 'Y'
              MOVE 'YEAR-END' TO WS-DL-YEAR
           END-IF.
       2000-PROCESS-JOB.
           ADD 1 TO WS-DUE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SCHED-JOB-NAME  TO WS-D-JOB
           MOVE SCHED-FREQUENCY TO WS-D-FREQ
           MOVE 'N' TO WS-VOLUME-SW
           PERFORM 2200-GET-LATEST-RUN
           EVALUATE TRUE
             WHEN WS-SQL-ERROR
                MOVE 'SQL ERROR' TO WS-D-STATUS
             WHEN NOT WS-JOB-RAN
                MOVE 'NOT RUN' TO WS-D-STATUS
                ADD 1 TO WS-NOT-RUN-COUNT
             WHEN OTHER
                MOVE WS-R-START-TS(6:5)  TO WS-DS-DATE
                MOVE WS-R-START-TS(12:5) TO WS-DS-TIME
                IF WS-R-ENDED = 'N'
                   MOVE 'STARTED, NOT ENDED' TO WS-D-STATUS
                   ADD 1 TO WS-NOT-ENDED-COUNT
                ELSE
                   MOVE WS-R-RC TO WS-EDIT-RC
                   MOVE WS-EDIT-RC TO WS-D-RC
                   MOVE WS-R-READ     TO WS-D-READ
                   MOVE WS-R-WRITTEN  TO WS-D-WRITTEN
                   MOVE WS-R-REJECTED TO WS-D-REJECTED
                   PERFORM 2300-CHECK-VOLUMES
                   EVALUATE TRUE
                     WHEN WS-R-RC >= 8
                        MOVE 'FAILED' TO WS-D-STATUS
                        ADD 1 TO WS-FAILED-COUNT
                     WHEN WS-R-RC > 0
                        MOVE 'ENDED WITH WARNING' TO WS-D-STATUS
                        ADD 1 TO WS-WARNING-COUNT
                     WHEN WS-VOLUME-EXCEPTION
                        MOVE 'VOLUME EXCEPTION' TO WS-D-STATUS
                     WHEN OTHER
                        MOVE 'OK' TO WS-D-STATUS
                        ADD 1 TO WS-OK-COUNT
                   END-EVALUATE
                END-IF
           END-EVALUATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF WS-JOB-RAN AND WS-R-ENDED = 'Y'
              PERFORM 2500-WRITE-CONTROL-LINES
           END-IF
           PERFORM 2100-FETCH-NEXT-JOB.
       2100-FETCH-NEXT-JOB.
           EXEC SQL
              FETCH SCHED-CSR
              INTO :BATCH-SCHEDULE.SCHED-JOB-NAME,
                   :BATCH-SCHEDULE.SCHED-FREQUENCY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 SET WS-EOF TO TRUE
                 SET WS-SQL-ERROR TO TRUE
                 DISPLAY 'MF110B42 SQL ERROR ON FETCH, SQLCODE = '
                         SQLCODE
           END-EVALUATE.
      * THE JOB'S LATEST RUN IN THE CYCLE - A RERUN AFTER A FAILURE
      * STANDS IN FOR THE FAILED RUN.
       2200-GET-LATEST-RUN.
           MOVE 'N' TO WS-RAN-SW
           EXEC SQL
              SELECT STARTTS,
                     CASE WHEN ENDTS IS NULL THEN 'N' ELSE 'Y' END,
                     COALESCE(RECSREAD, 0),
                     COALESCE(RECSWRITTEN, 0),
                     COALESCE(RECSREJECTED, 0),
                     COALESCE(CONTROLDESC, ' '),
                     COALESCE(CONTROLAMT, 0),
                     COALESCE(RETURNCODE, 0)
                INTO :WS-R-START-TS,
                     :WS-R-ENDED,
                     :WS-R-READ,
                     :WS-R-WRITTEN,
                     :WS-R-REJECTED,
                     :WS-R-DESC,
                     :WS-R-AMT,
                     :WS-R-RC
                FROM MFTR110.BATCH_RUN_LOG
               WHERE JOBNAME = :BATCH-SCHEDULE.SCHED-JOB-NAME
                 AND STARTTS =
                     (SELECT MAX(STARTTS)
                        FROM MFTR110.BATCH_RUN_LOG
                       WHERE JOBNAME = :BATCH-SCHEDULE.SCHED-JOB-NAME
                         AND STARTTS > :WS-LAST-RUN-TS
                         AND STARTTS < :WS-THIS-RUN-TS)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 SET WS-JOB-RAN TO TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 DISPLAY 'MF110B42 SQL ERROR ON RUN LOG, SQLCODE = '
                         SQLCODE
           END-EVALUATE.
      * COMPARES THE RUN WITH THE AVERAGE OF THE JOB'S LAST TEN CLEAN
      * RUNS BEFORE IT. A COUNT OR CONTROL TOTAL MORE THAN
      * WS-VOLUME-FACTOR TIMES THE AVERAGE, OR LESS THAN THE AVERAGE
      * OVER WS-VOLUME-FACTOR, IS AN EXCEPTION; FOR REJECTS ONLY A
      * RISE IS. CONTROL TOTALS ARE COMPARED BY SIZE, SIGN IGNORED.
       2300-CHECK-VOLUMES.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(DEC(AVG(H.RECSREAD), 15, 2), 0),
                     COALESCE(DEC(AVG(H.RECSWRITTEN), 15, 2), 0),
                     COALESCE(DEC(AVG(H.RECSREJECTED), 15, 2), 0),
                     COALESCE(DEC(AVG(H.CONTROLAMT), 15, 2), 0)
                INTO :WS-HIST-RUNS,
                     :WS-AVG-READ,
                     :WS-AVG-WRITTEN,
                     :WS-AVG-REJECTED,
                     :WS-AVG-AMT
                FROM (SELECT DEC(COALESCE(RECSREAD, 0), 15, 2)
                                AS RECSREAD,
                             DEC(COALESCE(RECSWRITTEN, 0), 15, 2)
                                AS RECSWRITTEN,
                             DEC(COALESCE(RECSREJECTED, 0), 15, 2)
                                AS RECSREJECTED,
                             ABS(COALESCE(CONTROLAMT, 0))
                                AS CONTROLAMT
                        FROM MFTR110.BATCH_RUN_LOG
                       WHERE JOBNAME = :BATCH-SCHEDULE.SCHED-JOB-NAME
                         AND ENDTS IS NOT NULL
                         AND COALESCE(RETURNCODE, 0) < 8
                         AND STARTTS < :WS-R-START-TS
                       ORDER BY STARTTS DESC
                       FETCH FIRST 10 ROWS ONLY) AS H
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              DISPLAY 'MF110B42 SQL ERROR ON HISTORY, SQLCODE = '
                      SQLCODE
              MOVE ZERO TO WS-HIST-RUNS
           END-IF
           MOVE 'RECORDS READ'     TO WS-VOL-WHAT(1)
           MOVE WS-R-READ          TO WS-VOL-CURR(1)
           MOVE WS-AVG-READ        TO WS-VOL-AVG(1)
           MOVE 'RECORDS WRITTEN'  TO WS-VOL-WHAT(2)
           MOVE WS-R-WRITTEN       TO WS-VOL-CURR(2)
           MOVE WS-AVG-WRITTEN     TO WS-VOL-AVG(2)
           MOVE 'RECORDS REJECTED' TO WS-VOL-WHAT(3)
           MOVE WS-R-REJECTED      TO WS-VOL-CURR(3)
           MOVE WS-AVG-REJECTED    TO WS-VOL-AVG(3)
           MOVE WS-R-DESC          TO WS-VOL-WHAT(4)
           MOVE WS-R-AMT           TO WS-VOL-CURR(4)
           MOVE WS-AVG-AMT         TO WS-VOL-AVG(4)
           PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > 4
              MOVE 'N' TO WS-VOL-FLAG(WS-VX)
              MOVE WS-VOL-CURR(WS-VX) TO WS-CHK-CURR
              IF WS-CHK-CURR < ZERO
                 COMPUTE WS-CHK-CURR = ZERO - WS-CHK-CURR
              END-IF
              MOVE WS-VOL-AVG(WS-VX) TO WS-CHK-AVG
              IF WS-HIST-RUNS >= WS-MIN-HISTORY
                 AND (WS-VX NOT = 4 OR WS-R-DESC NOT = SPACES)
                 IF WS-CHK-CURR > WS-CHK-AVG * WS-VOLUME-FACTOR
                    MOVE 'Y' TO WS-VOL-FLAG(WS-VX)
                 END-IF
                 IF WS-VX NOT = 3
                    AND WS-CHK-CURR * WS-VOLUME-FACTOR < WS-CHK-AVG
                    MOVE 'Y' TO WS-VOL-FLAG(WS-VX)
                 END-IF
              END-IF
              IF WS-VOL-FLAG(WS-VX) = 'Y'
                 SET WS-VOLUME-EXCEPTION TO TRUE
              END-IF
           END-PERFORM
           IF WS-VOLUME-EXCEPTION
              ADD 1 TO WS-VOLUME-COUNT
           END-IF.
       2500-WRITE-CONTROL-LINES.
           IF WS-R-DESC NOT = SPACES
              MOVE WS-R-DESC TO WS-C-DESC
              MOVE WS-R-AMT  TO WS-C-AMT
              IF WS-HIST-RUNS >= WS-MIN-HISTORY
                 MOVE '  AVG '   TO WS-C-AVG-LABEL
                 MOVE WS-AVG-AMT TO WS-C-AVG
              ELSE
                 MOVE SPACES TO WS-C-AVG-LABEL
                 MOVE ZERO   TO WS-C-AVG
              END-IF
              WRITE RPT-LINE FROM WS-CONTROL-LINE
           END-IF
           PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > 4
              IF WS-VOL-FLAG(WS-VX) = 'Y'
                 MOVE WS-VOL-WHAT(WS-VX) TO WS-V-WHAT
                 MOVE WS-VOL-CURR(WS-VX) TO WS-V-CURR
                 MOVE WS-VOL-AVG(WS-VX)  TO WS-V-AVG
                 WRITE RPT-LINE FROM WS-VOLUME-LINE
              END-IF
           END-PERFORM.
       3000-WRITE-TOTALS.
           IF WS-DUE-COUNT = 0
              MOVE 'NO ACTIVE JOBS ON MFTR110.BATCH_SCHEDULE DUE'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF
           MOVE WS-DUE-COUNT       TO WS-T-DUE
           MOVE WS-OK-COUNT        TO WS-T-OK
           MOVE WS-WARNING-COUNT   TO WS-T-WARNING
           MOVE WS-NOT-RUN-COUNT   TO WS-T-NOT-RUN
           MOVE WS-NOT-ENDED-COUNT TO WS-T-NOT-ENDED
           MOVE WS-FAILED-COUNT    TO WS-T-FAILED
           MOVE WS-VOLUME-COUNT    TO WS-T-VOLUME
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE1
           WRITE RPT-LINE FROM WS-TOTAL-LINE2
           IF WS-SQL-ERROR
              MOVE 'SQL ERROR - CYCLE WILL BE REPORTED AGAIN NEXT RUN'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
       3500-UPDATE-RUN-CONTROL.
           MOVE WS-THIS-RUN-TS TO LAST-RUN-TS
           IF WS-RUN-CONTROL-FOUND
              EXEC SQL
                 UPDATE MFTR110.RUN_CONTROL
                    SET LASTRUNTS = :RUN-CONTROL.LAST-RUN-TS
                  WHERE JOBNAME = :RUN-CONTROL.JOB-NAME
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO MFTR110.RUN_CONTROL
                        (JOBNAME, LASTRUNTS)
                 VALUES (:RUN-CONTROL.JOB-NAME,
                         :RUN-CONTROL.LAST-RUN-TS)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
       4000-TERMINATE.
           EXEC SQL
              CLOSE SCHED-CSR
           END-EXEC
           CLOSE OPS-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DUE-COUNT TO LOG-RECS-READ
           MOVE WS-OK-COUNT TO LOG-RECS-WRITTEN
           COMPUTE LOG-RECS-REJECTED = WS-NOT-RUN-COUNT
                 + WS-NOT-ENDED-COUNT + WS-FAILED-COUNT
           MOVE SPACES TO LOG-CONTROL-DESC
           MOVE ZERO TO LOG-CONTROL-AMT
           EXEC SQL
              UPDATE MFTR110.BATCH_RUN_LOG
                 SET ENDTS        = CURRENT TIMESTAMP,
                     RECSREAD     = :BATCH-RUN-LOG.LOG-RECS-READ,
                     RECSWRITTEN  = :BATCH-RUN-LOG.LOG-RECS-WRITTEN,
                     RECSREJECTED = :BATCH-RUN-LOG.LOG-RECS-REJECTED,
                     CONTROLDESC  = :BATCH-RUN-LOG.LOG-CONTROL-DESC,
                     CONTROLAMT   = :BATCH-RUN-LOG.LOG-CONTROL-AMT,
                     RETURNCODE   = :BATCH-RUN-LOG.LOG-RETURN-CODE
               WHERE JOBNAME = :BATCH-RUN-LOG.LOG-JOB-NAME
                 AND STARTTS = :BATCH-RUN-LOG.LOG-START-TS
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              DISPLAY 'MF110B42 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
