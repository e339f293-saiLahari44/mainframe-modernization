      * FOR THAT CAUSE - THE SAME GROUPINGS MF110B6 AND MF110B18 CUT,
      * FINALLY EXPRESSED AGAINST PREMIUM SO UNDERWRITING CAN ACT.
      * A GROUP WITH NO PREMIUM ON FILE PRINTS A ZERO RATIO AND IS
      * FLAGGED. A PERIOD NAME ('YYYY-MM') ON THE SNAPCTL CARD TAKES
      * THE PAID, INCURRED AND RESERVE FIGURES FROM THAT MONTH'S
      * MF110B41 CLOSE SNAPSHOT INSTEAD OF THE LIVE CLAIMS TABLE, SO
      * THE LOSSES FINANCE BOOKED CAN BE REPRODUCED; PREMIUM IS
      * ALWAYS THE POLICY FILE AS IT STANDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL ASSIGN TO SNAPCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT LOSSRATIO-REPORT ASSIGN TO LRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CONTROL
           RECORDING MODE IS F.
       01  SNAPSHOT-CONTROL-REC.
           05 SC-PERIOD               PIC X(07).
           05 FILLER                  PIC X(73).
       FD  LOSSRATIO-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       01 WS-CAUSE-EOF-SW             PIC X(01) VALUE 'N'.
          88 WS-CAUSE-EOF             VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-SNAPCTL-STATUS           PIC X(02) VALUE '00'.
       01 WS-SNAP-PERIOD              PIC X(07) VALUE SPACES.
       01 WS-AS-OF-DATE               PIC X(10).
       01 WS-NO-SNAP-SW               PIC X(01) VALUE 'N'.
          88 WS-NO-SNAPSHOT           VALUE 'Y'.
       01 WS-PREMIUM                  PIC S9(11)V99 COMP-3.
       01 WS-PAID                     PIC S9(11)V99 COMP-3.
       01 WS-INCURRED                 PIC S9(11)V99 COMP-3.
          05 WS-D-RATIO               PIC ZZZZ9.9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-FLAG                PIC X(04).
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
              INCLUDE POLICY
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE STATE-CSR CURSOR FOR
                 SELECT POLICYSTATE,
                  GROUP BY POLICYSTATE
                  ORDER BY POLICYSTATE
           END-EXEC.
      * EVERY CLAIMS READ BELOW IS THE LIVE TABLE WHEN NO SNAPSHOT
      * IS NAMED, OTHERWISE THE CLAIM-LEVEL ROWS OF THE NAMED
      * SNAPSHOT - ONLY ONE HALF OF EACH UNION CAN RETURN ROWS.
           EXEC SQL
              DECLARE CAUSE-CSR CURSOR FOR
                 SELECT CAUSE,
                        COALESCE(SUM(PAID), 0),
                        COALESCE(SUM(VALUE1), 0),
                        COALESCE(SUM(RESERVE), 0)
                   FROM (SELECT CAUSE, PAID, VALUE1, RESERVE
                           FROM MFTR110.CLAIMS
                          WHERE :WS-SNAP-PERIOD = '       '
                         UNION ALL
                         SELECT CAUSE, PAID, VALUE1, RESERVE
                           FROM MFTR110.CLAIM_SNAPSHOT
                          WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                            AND LINENBR = 0) AS C
                  GROUP BY CAUSE
                  ORDER BY CAUSE
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-STATES UNTIL WS-STATE-EOF
           PERFORM 3000-START-CAUSE-SECTION
           PERFORM 3500-PROCESS-CAUSES UNTIL WS-CAUSE-EOF
           PERFORM 4000-TERMINATE
           IF WS-NO-SNAPSHOT
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B27' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B27 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT LOSSRATIO-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           PERFORM 1050-READ-SNAPSHOT-CARD
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-SECTION1-TITLE
           WRITE RPT-LINE FROM WS-HEADING2
              OPEN STATE-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-STATE.
      * A NAMED PERIOD WITH NO SNAPSHOT ROWS PRINTS AN EMPTY REPORT
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
       2000-PROCESS-STATES.
           PERFORM 2200-SUM-STATE-LOSSES
           MOVE SPACES TO WS-D-GROUP
                INTO :WS-PAID,
                     :WS-INCURRED,
                     :WS-RESERVE
                FROM (SELECT POLICYNUMBER, PAID, VALUE1, RESERVE
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT POLICYNUMBER, PAID, VALUE1, RESERVE
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C,
                     MFTR110.POLICY P
               WHERE P.POLICYNUMBER = C.POLICYNUMBER
                 AND P.POLICYSTATE = :POLICY.POLICY-STATE
               WHERE P.POLICYNUMBER IN
                     (SELECT C.POLICYNUMBER
                        FROM MFTR110.CLAIMS C
                       WHERE C.CAUSE = :CLAIMS.CAUSE
                         AND :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT S.POLICYNUMBER
                        FROM MFTR110.CLAIM_SNAPSHOT S
                       WHERE S.CAUSE = :CLAIMS.CAUSE
                         AND S.SNAPPERIOD = :WS-SNAP-PERIOD
                         AND S.LINENBR = 0)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-PREMIUM
              CLOSE CAUSE-CSR
           END-EXEC
           CLOSE LOSSRATIO-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE ZERO TO LOG-RECS-READ
           MOVE ZERO TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
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
              DISPLAY 'MF110B27 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
