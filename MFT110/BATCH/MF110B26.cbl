      * RECORD WHOSE COUNT MUST BALANCE TO THE D RECORDS READ. EDIT
      * REJECTS ARE LISTED WITH THEIR REASON AND THE RUN ENDS RC 8
      * WHEN THE FILE IS OUT OF BALANCE OR MISSING ITS CONTROLS.
      * A COVERAGE RECORD MAY CARRY THE POLICY/CAUSE AGGREGATE LIMIT
      * FOR THE TERM; A BLANK AGGREGATE LOADS AS ZERO (NO AGGREGATE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FC-LOSSCAUSE            PIC X(30).
           05 FC-COVERAGELIMIT        PIC S9(9)V99.
           05 FC-DEDUCTIBLE           PIC S9(9)V99.
           05 FC-AGGREGATELIMIT       PIC S9(9)V99.
           05 FILLER                  PIC X(45).
       01  FEED-TRAILER-REC REDEFINES FEED-RECORD.
           05 FT-REC-TYPE             PIC X(01).
           05 FT-COUNT                PIC 9(09).
           EXEC SQL
              INCLUDE POLICY_COVERAGE
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEED UNTIL WS-EOF
           PERFORM 3000-BALANCE-CONTROLS
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B26' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B26 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT POLICY-FEED
           OPEN OUTPUT FEED-REPORT
           MOVE FC-LOSSCAUSE     TO LOSS-CAUSE
           MOVE FC-COVERAGELIMIT TO COVERAGE-LIMIT
           MOVE FC-DEDUCTIBLE    TO DEDUCTIBLE
           IF FC-AGGREGATELIMIT IS NUMERIC
              MOVE FC-AGGREGATELIMIT TO AGGREGATE-LIMIT
           ELSE
              MOVE ZERO TO AGGREGATE-LIMIT
           END-IF
           EVALUATE FC-ACTION
             WHEN 'A'
                 EXEC SQL
                           (POLICYNUMBER,
                            LOSSCAUSE,
                            COVERAGELIMIT,
                            DEDUCTIBLE,
                            AGGREGATELIMIT)
                    VALUES (:POLICY-COVERAGE.POLICYNUMBER,
                            :POLICY-COVERAGE.LOSS-CAUSE,
                            :POLICY-COVERAGE.COVERAGE-LIMIT,
                            :POLICY-COVERAGE.DEDUCTIBLE,
                            :POLICY-COVERAGE.AGGREGATE-LIMIT)
                 END-EXEC
                 EVALUATE SQLCODE
                   WHEN 0
                       SET COVERAGELIMIT =
                              :POLICY-COVERAGE.COVERAGE-LIMIT,
                           DEDUCTIBLE =
                              :POLICY-COVERAGE.DEDUCTIBLE,
                           AGGREGATELIMIT =
                              :POLICY-COVERAGE.AGGREGATE-LIMIT
                     WHERE POLICYNUMBER =
                           :POLICY-COVERAGE.POLICYNUMBER
                       AND LOSSCAUSE = :POLICY-COVERAGE.LOSS-CAUSE
       5000-TERMINATE.
           CLOSE POLICY-FEED
           CLOSE FEED-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           COMPUTE LOG-RECS-WRITTEN = WS-POL-APPLIED + WS-COV-APPLIED
           MOVE WS-REJECT-COUNT TO LOG-RECS-REJECTED
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
              DISPLAY 'MF110B26 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
