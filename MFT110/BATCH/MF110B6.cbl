      * MONTH-END CLAIMS SUMMARY - GROUPS MFTR110.CLAIMS BY CAUSE OF
      * LOSS WITH PAID/VALUE1 TOTALS, THEN LISTS EVERY OPEN CLAIM AGED
      * BY DAYS SINCE CLAIMDATE, SO MANAGEMENT GETS A CLOSE-OF-MONTH
      * SUMMARY INSTEAD OF AD HOC SQL. A PERIOD NAME ('YYYY-MM') ON THE
      * SNAPCTL CARD RUNS THE SAME REPORT AGAINST THAT MONTH'S
      * MFTR110.CLAIM_SNAPSHOT FROM THE MF110B41 CLOSE, AGED AS OF THE
      * DAY THE SNAPSHOT WAS TAKEN, SO A RERUN REPRODUCES EXACTLY WHAT
      * WAS BOOKED. NO CARD (OR A BLANK ONE) REPORTS THE LIVE TABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL ASSIGN TO SNAPCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO SUMMRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CONTROL
           RECORDING MODE IS F.
       01  SNAPSHOT-CONTROL-REC.
           05 SC-PERIOD               PIC X(07).
           05 FILLER                  PIC X(73).
       FD  SUMMARY-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       01 WS-AGE-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-AGE-EOF               VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-SNAPCTL-STATUS           PIC X(02) VALUE '00'.
       01 WS-SNAP-PERIOD              PIC X(07) VALUE SPACES.
       01 WS-AS-OF-DATE               PIC X(10).
       01 WS-NO-SNAP-SW               PIC X(01) VALUE 'N'.
          88 WS-NO-SNAPSHOT           VALUE 'Y'.
       01 WS-SUM-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-GRAND-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-GRAND-PAID               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-AGE-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'OPEN CLAIMS COUNT ='.
          05 WS-OT-COUNT             PIC ZZZ,ZZ9.
       01 WS-SNAP-HDG-LINE.
          05 FILLER              PIC X(24)
                                   VALUE 'FROM MONTH-END SNAPSHOT'.
          05 WS-SH-PERIOD             PIC X(07).
          05 FILLER                   PIC X(07) VALUE ' AS OF '.
          05 WS-SH-DATE               PIC X(10).
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * BOTH CURSORS READ THE LIVE CLAIMS TABLE WHEN NO SNAPSHOT IS
      * NAMED, OTHERWISE THE CLAIM-LEVEL ROWS OF THE NAMED SNAPSHOT -
      * ONLY ONE HALF OF EACH UNION CAN RETURN ROWS.
           EXEC SQL
              DECLARE CAUSE-SUMMARY-CSR CURSOR FOR
                 SELECT CAUSE,
                        COUNT(*),
                        SUM(PAID),
                        SUM(VALUE1)
                   FROM (SELECT CAUSE, PAID, VALUE1
                           FROM MFTR110.CLAIMS
                          WHERE :WS-SNAP-PERIOD = '       '
                         UNION ALL
                         SELECT CAUSE, PAID, VALUE1
                           FROM MFTR110.CLAIM_SNAPSHOT
                          WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                            AND LINENBR = 0) AS C
                  GROUP BY CAUSE
                  ORDER BY CAUSE
           END-EXEC.
                        CLAIMDATE,
                        CAUSE,
                        VALUE1,
                        DAYS(DATE(:WS-AS-OF-DATE)) - DAYS(CLAIMDATE)
                   FROM (SELECT CLAIMNUMBER, CLAIMDATE, CAUSE,
                                VALUE1, STATUS
                           FROM MFTR110.CLAIMS
                          WHERE :WS-SNAP-PERIOD = '       '
                         UNION ALL
                         SELECT CLAIMNUMBER, CLAIMDATE, CAUSE,
                                VALUE1, STATUS
                           FROM MFTR110.CLAIM_SNAPSHOT
                          WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                            AND LINENBR = 0) AS C
                  WHERE STATUS IN ('OPEN', 'PENDING', 'REOPENED',
                                   'PENDVER')
                  ORDER BY DAYS(DATE(:WS-AS-OF-DATE))
                           - DAYS(CLAIMDATE) DESC
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CAUSE-SUMMARY UNTIL WS-CAUSE-EOF
           PERFORM 3000-WRITE-CAUSE-TOTALS
           PERFORM 4000-PROCESS-AGING UNTIL WS-AGE-EOF
           PERFORM 5000-WRITE-AGING-TOTALS
           PERFORM 6000-TERMINATE
           IF WS-NO-SNAPSHOT
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B6' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B6 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT SUMMARY-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           PERFORM 1050-READ-SNAPSHOT-CARD
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-SECTION1-TITLE
           WRITE RPT-LINE FROM WS-HEADING2
              OPEN CAUSE-SUMMARY-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-CAUSE.
      * A NAMED PERIOD WITH NO SNAPSHOT ROWS PRINTS EMPTY SECTIONS
      * UNDER THE WARNING AND ENDS RC 8 - IT NEVER FALLS BACK TO LIVE.
       1050-READ-SNAPSHOT-CARD.
           OPEN INPUT SNAPSHOT-CONTROL
           IF WS-SNAPCTL-STATUS = '00'
              READ SNAPSHOT-CONTROL
                 AT END CONTINUE
                 NOT AT END MOVE SC-PERIOD TO WS-SNAP-PERIOD
              END-READ
              CLOSE SNAPSHOT-CONTROL
           END-IF
           IF WS-SNAP-PERIOD = SPACES
              MOVE WS-TODAY(1:4) TO WS-AS-OF-DATE(1:4)
              MOVE '-'           TO WS-AS-OF-DATE(5:1)
              MOVE WS-TODAY(5:2) TO WS-AS-OF-DATE(6:2)
              MOVE '-'           TO WS-AS-OF-DATE(8:1)
              MOVE WS-TODAY(7:2) TO WS-AS-OF-DATE(9:2)
           ELSE
              MOVE SPACES TO WS-AS-OF-DATE
              EXEC SQL
                 SELECT COALESCE(CHAR(MAX(SNAPSHOTDATE), ISO), ' ')
                   INTO :WS-AS-OF-DATE
                   FROM MFTR110.CLAIM_SNAPSHOT
                  WHERE SNAPPERIOD = :WS-SNAP-PERIOD
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-AS-OF-DATE = SPACES
                 SET WS-NO-SNAPSHOT TO TRUE
                 MOVE '9999-12-31' TO WS-AS-OF-DATE
                 MOVE SPACES TO WS-MSG-LINE
                 STRING 'NO MONTH-END SNAPSHOT FOR PERIOD '
                        WS-SNAP-PERIOD
                        DELIMITED BY SIZE INTO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
              ELSE
                 MOVE WS-SNAP-PERIOD TO WS-SH-PERIOD
                 MOVE WS-AS-OF-DATE  TO WS-SH-DATE
                 WRITE RPT-LINE FROM WS-SNAP-HDG-LINE
              END-IF
           END-IF.
       2000-PROCESS-CAUSE-SUMMARY.
           MOVE FUNCTION DISPLAY-OF(CAUSE) TO WS-D-CAUSE
           MOVE WS-D-CAUSE            TO WS-CL-CAUSE
              CLOSE AGING-CSR
           END-EXEC
           CLOSE SUMMARY-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-GRAND-COUNT TO LOG-RECS-READ
           MOVE WS-OPEN-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'CLAIMS PAID' TO LOG-CONTROL-DESC
           MOVE WS-GRAND-PAID TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B6 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
