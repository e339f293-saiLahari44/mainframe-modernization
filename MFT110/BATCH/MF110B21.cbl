      * MF110B8 AUTHORIZES THE REPLACEMENT CHECK ON ITS NEXT RUN. SO
      * THE LEDGER, PAID AND THE GL STOP BEING OVERSTATED AND MF110B2
      * STOPS FLAGGING THE CLAIM EVERY NIGHT UNTIL SOMEONE FUDGES IT.
      * A VOID IS DATED THE DAY OF THE RUN; IF THAT DAY FALLS IN AN
      * ACCOUNTING PERIOD THE MF110B41 MONTH-END CLOSE HAS CLOSED, NO
      * CHECK IS VOIDED - EVERY RECORD IS REPORTED AS AN EXCEPTION FOR
      * FINANCE TO REOPEN THE PERIOD OR RESEND THE FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          88 WS-CLAIM-OK              VALUE 'Y'.
       01 WS-REISSUE-OK-SW            PIC X(01).
          88 WS-REISSUE-OK            VALUE 'Y'.
       01 WS-PERIOD-CLOSED-SW         PIC X(01) VALUE 'N'.
          88 WS-PERIOD-CLOSED         VALUE 'Y'.
       01 WS-CLOSED-PERIODS           PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B21 - CHECK'.
          05 FILLER              PIC X(30) VALUE ' VOID/STOP-PAY RUN'.
           EXEC SQL
              INCLUDE CLAIM_PAYMENT
           END-EXEC.
           EXEC SQL
              INCLUDE ACCOUNTING_PERIOD
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-VOIDS UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B21' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B21 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT VOID-FILE
           OPEN OUTPUT VOID-REPORT
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           PERFORM 1100-CHECK-PERIOD-OPEN
           PERFORM 2900-READ-VOID-RECORD.
       1100-CHECK-PERIOD-OPEN.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CLOSED-PERIODS
                FROM MFTR110.ACCOUNTING_PERIOD
               WHERE PERIODSTATUS = 'C'
                 AND CURRENT DATE BETWEEN PERIODSTART AND PERIODEND
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CLOSED-PERIODS > 0
              SET WS-PERIOD-CLOSED TO TRUE
           END-IF.
       2000-PROCESS-VOIDS.
           EVALUATE VS-ACTION
             WHEN 'V' MOVE 'VOID      ' TO WS-VOID-REASON
           IF WS-LEDGER-OK
              PERFORM 2300-FETCH-CLAIM-IMAGE
              IF WS-CLAIM-OK
                 IF WS-PERIOD-CLOSED
                    MOVE 'VOID PERIOD CLOSED' TO WS-D-DISP
                    ADD 1 TO WS-EXCEPT-COUNT
                 ELSE
                    PERFORM 2400-VOID-LEDGER-ROW
                 END-IF
              END-IF
           END-IF
           MOVE VS-CLAIMNUMBER  TO WS-D-CLAIMNBR
       4000-TERMINATE.
           CLOSE VOID-FILE
           CLOSE VOID-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-VOID-COUNT + WS-EXCEPT-COUNT
           MOVE WS-VOID-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-EXCEPT-COUNT TO LOG-RECS-REJECTED
           MOVE 'CHECKS VOIDED' TO LOG-CONTROL-DESC
           MOVE WS-VOID-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B21 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
