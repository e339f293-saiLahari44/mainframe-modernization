      * END-OF-NIGHT CONTROL BALANCING - RUN AFTER MF110B1 AND MF110B5.
      * RECOMPUTES THE NIGHT'S EXPECTED REGISTER COUNT FROM
      * MFTR110.CLAIM_AUDIT AND THE EXPECTED GL POSTINGS AND REVERSALS
      * FROM MFTR110.CLAIM_PAYMENT (POSTEDTS/VOIDTS/ESCHEATTS) AND THE
      * APPLIED RECOVERY RECEIPTS (MFTR110.RECOVERY_RECEIPT APPLIEDTS)
      * OVER EACH JOB'S EXACT RUN_CONTROL WINDOW - LESS THE PAYMENTS
      * AND VOIDS DATED IN A CLOSED ACCOUNTING PERIOD, WHICH B5 HOLDS
      * OFF THE FILE - COMPARES THEM TO THE TOTALS PRINTED
      * ON THE B1 REGISTER AND THE T-RECORD ON THE B5 GL EXTRACT,
      * PROVES THE
      * GL FILE'S D-RECORDS AGREE WITH ITS OWN TRAILER, AND CHECKS
       01 WS-EXP-DELTA-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-EXP-VOID-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-EXP-VOID-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-EXP-ESCH-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-EXP-ESCH-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-EXP-RCPT-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-EXP-RCPT-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-STALE-CLAIM-COUNT        PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B13 - CONTROL'.
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-B1-REGISTER
           PERFORM 3000-CHECK-B5-EXTRACT
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B13' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B13 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT CLAIMS-REGISTER
           OPEN INPUT GL-EXTRACT-FILE
                FROM MFTR110.CLAIM_PAYMENT
               WHERE POSTEDTS >  :WS-B5-LOWER-TS
                 AND POSTEDTS <= :WS-B5-UPPER-TS
                 AND NOT EXISTS
                     (SELECT 1
                        FROM MFTR110.ACCOUNTING_PERIOD A
                       WHERE A.PERIODSTATUS = 'C'
                         AND CHECKDATE BETWEEN
                             A.PERIODSTART AND A.PERIODEND)
           END-EXEC
           EXEC SQL
              SELECT COUNT(*),
                FROM MFTR110.CLAIM_PAYMENT
               WHERE VOIDTS >  :WS-B5-LOWER-TS
                 AND VOIDTS <= :WS-B5-UPPER-TS
                 AND NOT EXISTS
                     (SELECT 1
                        FROM MFTR110.ACCOUNTING_PERIOD A
                       WHERE A.PERIODSTATUS = 'C'
                         AND VOIDDATE BETWEEN
                             A.PERIODSTART AND A.PERIODEND)
           END-EXEC
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CHECKAMOUNT), 0)
                INTO :WS-EXP-ESCH-COUNT,
                     :WS-EXP-ESCH-TOTAL
                FROM MFTR110.CLAIM_PAYMENT
               WHERE ESCHEATTS >  :WS-B5-LOWER-TS
                 AND ESCHEATTS <= :WS-B5-UPPER-TS
           END-EXEC
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(RECEIPTAMOUNT), 0)
                INTO :WS-EXP-RCPT-COUNT,
                     :WS-EXP-RCPT-TOTAL
                FROM MFTR110.RECOVERY_RECEIPT
               WHERE RECEIPTSTATUS = 'A'
                 AND APPLIEDTS >  :WS-B5-LOWER-TS
                 AND APPLIEDTS <= :WS-B5-UPPER-TS
           END-EXEC
           ADD WS-EXP-VOID-COUNT TO WS-EXP-DELTA-COUNT
           SUBTRACT WS-EXP-VOID-TOTAL FROM WS-EXP-DELTA-TOTAL
           ADD WS-EXP-ESCH-COUNT TO WS-EXP-DELTA-COUNT
           ADD WS-EXP-ESCH-TOTAL TO WS-EXP-DELTA-TOTAL
           ADD WS-EXP-RCPT-COUNT TO WS-EXP-DELTA-COUNT
           SUBTRACT WS-EXP-RCPT-TOTAL FROM WS-EXP-DELTA-TOTAL
           IF NOT WS-GL-TRAILER-FOUND
              MOVE 'B5 GL TRAILER RECORD NOT FOUND' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           CLOSE CLAIMS-REGISTER
           CLOSE GL-EXTRACT-FILE
           CLOSE BALANCE-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-GL-FILE-COUNT TO LOG-RECS-READ
           MOVE ZERO TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'GL FILE TOTAL' TO LOG-CONTROL-DESC
           MOVE WS-GL-FILE-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B13 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
