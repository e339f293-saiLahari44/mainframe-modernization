           EXEC SQL
              INCLUDE CLAIM_RECOVERY
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE RECOVERY-CSR CURSOR FOR
                 SELECT CLAIMNUMBER,
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECOVERIES UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B10' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B10 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT RECOVERY-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
              CLOSE RECOVERY-CSR
           END-EXEC
           CLOSE RECOVERY-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-OPEN-COUNT TO LOG-RECS-READ
           MOVE WS-OPEN-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'RECOVERY OUTSTANDING' TO LOG-CONTROL-DESC
           MOVE WS-TOTAL-OUTSTAND TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B10 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
