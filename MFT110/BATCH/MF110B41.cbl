       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B41.
      * MONTH-END CLOSE - RUN ONCE AFTER THE LAST NIGHTLY CYCLE OF THE
      * MONTH (AFTER MF110B5 AND MF110B13) AND BEFORE THE MONTH-END
      * REPORTS. FOR THE MONTH JUST ENDED IT COPIES EVERY
      * MFTR110.CLAIMS ROW AND EVERY MFTR110.CLAIM_LINE COVERAGE LINE -
      * STATUS, PAID, VALUE1, RESERVE, UNVOIDED EXPENSE DOLLARS TO DATE
      * AND ADJUSTER - TO MFTR110.CLAIM_SNAPSHOT UNDER THE PERIOD NAME
      * ('YYYY-MM'), THEN WRITES THE MFTR110.ACCOUNTING_PERIOD ROW THAT
      * MARKS THE PERIOD CLOSED. FROM THEN ON THE PAYMENT AND VOID
      * OPTIONS, MF110B21 AND MF110B5 REFUSE A CHECKDATE OR VOIDDATE
      * INSIDE THE PERIOD, AND MF110B6, B27, B29 AND B30 CAN BE RERUN
      * AGAINST THE SNAPSHOT TO REPRODUCE WHAT FINANCE BOOKED. THE
      * SNAPSHOT IS PROVED AGAINST THE LIVE TABLES (CLAIM AND LINE
      * COUNTS, PAID, VALUE1 AND RESERVE) BEFORE THE PERIOD IS CLOSED;
      * A SNAPSHOT THAT DOES NOT AGREE, OR ANY SQL ERROR, IS ROLLED
      * BACK IN FULL AND THE RUN ENDS RC 8 WITH THE PERIOD STILL OPEN.
      * A PERIOD ALREADY CLOSED IS LEFT ALONE (RC 8). A PERIOD FINANCE
      * HAS REOPENED (PERIODSTATUS 'O') IS SNAPPED AGAIN AND RECLOSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REPORT ASSIGN TO CLOSERPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OOB-SW                   PIC X(01) VALUE 'N'.
          88 WS-OUT-OF-BALANCE        VALUE 'Y'.
       01 WS-REOPENED-SW              PIC X(01) VALUE 'N'.
          88 WS-PERIOD-REOPENED       VALUE 'Y'.
       01 WS-ALREADY-CLOSED-SW        PIC X(01) VALUE 'N'.
          88 WS-ALREADY-CLOSED        VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-CURR-YEAR                PIC 9(4).
       01 WS-CURR-MONTH               PIC 9(2).
       01 WS-START-YEAR               PIC 9(4).
       01 WS-START-MONTH              PIC 9(2).
       01 WS-PERIOD-START.
          05 WS-PS-YEAR               PIC 9(4).
          05 FILLER                   PIC X(1) VALUE '-'.
          05 WS-PS-MONTH              PIC 9(2).
          05 FILLER                   PIC X(3) VALUE '-01'.
       01 WS-NEXT-START.
          05 WS-NS-YEAR               PIC 9(4).
          05 FILLER                   PIC X(1) VALUE '-'.
          05 WS-NS-MONTH              PIC 9(2).
          05 FILLER                   PIC X(3) VALUE '-01'.
       01 WS-PERIOD-END               PIC X(10).
       01 WS-PERIOD-NAME              PIC X(07).
       01 WS-CLAIM-ROWS               PIC S9(9) COMP VALUE ZERO.
       01 WS-LINE-ROWS                PIC S9(9) COMP VALUE ZERO.
       01 WS-LIVE-CLAIMS              PIC S9(9) COMP VALUE ZERO.
       01 WS-LIVE-LINES               PIC S9(9) COMP VALUE ZERO.
       01 WS-SNAP-PAID                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SNAP-VALUE               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SNAP-RESERVE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SNAP-EXPENSE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-LIVE-PAID                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-LIVE-VALUE               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-LIVE-RESERVE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B41 - MONTH'.
          05 FILLER              PIC X(30) VALUE ' END CLOSE'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-PERIOD-LINE.
          05 FILLER               PIC X(10) VALUE 'PERIOD: '.
          05 WS-PL-PERIOD         PIC X(07).
          05 FILLER               PIC X(09) VALUE '   FROM '.
          05 WS-PL-START          PIC X(10).
          05 FILLER               PIC X(06) VALUE ' THRU '.
          05 WS-PL-END            PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(22) VALUE 'CONTROL'.
          05 FILLER               PIC X(18) VALUE 'SNAPSHOT'.
          05 FILLER               PIC X(18) VALUE 'LIVE'.
          05 FILLER               PIC X(14) VALUE 'RESULT'.
       01 WS-BAL-CNT-LINE.
          05 WS-BC-LABEL              PIC X(20).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-BC-SNAP               PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(07) VALUE SPACES.
          05 WS-BC-LIVE               PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(07) VALUE SPACES.
          05 WS-BC-RESULT             PIC X(14).
       01 WS-BAL-LINE.
          05 WS-BL-LABEL              PIC X(20).
          05 WS-BL-SNAP               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-BL-LIVE               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-BL-RESULT             PIC X(14).
       01 WS-EXPENSE-LINE.
          05 FILLER              PIC X(20) VALUE 'EXPENSE PAID'.
          05 WS-EL-SNAP               PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE ACCOUNTING_PERIOD
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_SNAPSHOT
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 1500-CHECK-PERIOD
           IF NOT WS-ALREADY-CLOSED
              PERFORM 2000-SNAP-CLAIMS
              PERFORM 2100-SNAP-LINES
              PERFORM 3000-PROVE-SNAPSHOT
              PERFORM 3300-CLOSE-PERIOD
              PERFORM 3500-COMMIT-OR-BACKOUT
           END-IF
           PERFORM 5000-TERMINATE
           IF WS-OUT-OF-BALANCE OR WS-ALREADY-CLOSED
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B41' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B41 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT CLOSE-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           PERFORM 1100-SET-PERIOD
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-PERIOD-NAME  TO WS-PL-PERIOD
           MOVE WS-PERIOD-START TO WS-PL-START
           MOVE WS-PERIOD-END   TO WS-PL-END
           WRITE RPT-LINE FROM WS-PERIOD-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE.
      * THE PERIOD CLOSED IS THE MONTH JUST ENDED - THE SAME WINDOW
      * MF110B29 REPORTS ON. ITS LAST DAY IS THE DAY BEFORE THE FIRST
      * OF THE CURRENT MONTH.
       1100-SET-PERIOD.
           MOVE WS-TODAY(1:4) TO WS-CURR-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURR-MONTH
           IF WS-CURR-MONTH = 1
              COMPUTE WS-START-YEAR = WS-CURR-YEAR - 1
              MOVE 12 TO WS-START-MONTH
           ELSE
              MOVE WS-CURR-YEAR TO WS-START-YEAR
              COMPUTE WS-START-MONTH = WS-CURR-MONTH - 1
           END-IF
           MOVE WS-START-YEAR  TO WS-PS-YEAR
           MOVE WS-START-MONTH TO WS-PS-MONTH
           MOVE WS-CURR-YEAR   TO WS-NS-YEAR
           MOVE WS-CURR-MONTH  TO WS-NS-MONTH
           MOVE WS-PERIOD-START(1:7) TO WS-PERIOD-NAME
           EXEC SQL
              SET :WS-PERIOD-END =
                  CHAR(DATE(:WS-NEXT-START) - 1 DAY, ISO)
           END-EXEC.
       1500-CHECK-PERIOD.
           MOVE WS-PERIOD-NAME TO ACCT-PERIOD
           EXEC SQL
              SELECT PERIODSTATUS
                INTO :ACCOUNTING-PERIOD.PERIOD-STATUS
                FROM MFTR110.ACCOUNTING_PERIOD
               WHERE ACCTPERIOD = :ACCOUNTING-PERIOD.ACCT-PERIOD
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
                 CONTINUE
             WHEN SQLCODE NOT = 0
                 SET WS-ALREADY-CLOSED TO TRUE
                 MOVE 'SQL ERROR READING ACCOUNTING PERIOD'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
             WHEN PERIOD-STATUS = 'C'
                 SET WS-ALREADY-CLOSED TO TRUE
                 MOVE 'PERIOD ALREADY CLOSED - NOTHING DONE'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
             WHEN OTHER
                 SET WS-PERIOD-REOPENED TO TRUE
                 PERFORM 1600-CLEAR-OLD-SNAPSHOT
           END-EVALUATE.
      * A REOPENED PERIOD IS SNAPPED AFRESH - ITS EARLIER SNAPSHOT
      * ROWS GO IN THE SAME UNIT OF WORK AS THE NEW ONES ARE WRITTEN,
      * SO A BACKED-OUT RUN LEAVES THE EARLIER SNAPSHOT IN PLACE.
       1600-CLEAR-OLD-SNAPSHOT.
           MOVE 'PERIOD REOPENED - SNAPSHOT REPLACED' TO WS-MSG-LINE
           WRITE RPT-LINE FROM WS-MSG-LINE
           MOVE WS-PERIOD-NAME TO SNAP-PERIOD
           EXEC SQL
              DELETE FROM MFTR110.CLAIM_SNAPSHOT
               WHERE SNAPPERIOD = :CLAIM-SNAPSHOT.SNAP-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
       2000-SNAP-CLAIMS.
           MOVE WS-PERIOD-NAME TO SNAP-PERIOD
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_SNAPSHOT
                     (SNAPPERIOD, CLAIMNUMBER, LINENBR,
                      POLICYNUMBER, CLAIMDATE, CAUSE, STATUS,
                      PAID, VALUE1, RESERVE, EXPENSEPAID,
                      ADJUSTERID, SNAPSHOTDATE)
              SELECT :CLAIM-SNAPSHOT.SNAP-PERIOD,
                     C.CLAIMNUMBER, 0,
                     C.POLICYNUMBER, C.CLAIMDATE, C.CAUSE,
                     C.STATUS, C.PAID, C.VALUE1, C.RESERVE,
                     (SELECT COALESCE(SUM(P.CHECKAMOUNT), 0)
                        FROM MFTR110.CLAIM_PAYMENT P
                       WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                         AND COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                         AND P.PAYMENTTYPE = 'E'),
                     C.ADJUSTERID, CURRENT DATE
                FROM MFTR110.CLAIMS C
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SQLERRD(3) TO WS-CLAIM-ROWS
             WHEN 100
                 CONTINUE
             WHEN OTHER
                 SET WS-OUT-OF-BALANCE TO TRUE
                 MOVE 'SQL ERROR WRITING CLAIM SNAPSHOT'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE.
      * EACH COVERAGE LINE CARRIES ITS OWN CAUSE, VALUE, RESERVE AND
      * PAID, AND THE EXPENSE CHECKS CUT AGAINST THAT LINE; POLICY,
      * CLAIM DATE, STATUS AND ADJUSTER COME FROM THE PARENT CLAIM.
       2100-SNAP-LINES.
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_SNAPSHOT
                     (SNAPPERIOD, CLAIMNUMBER, LINENBR,
                      POLICYNUMBER, CLAIMDATE, CAUSE, STATUS,
                      PAID, VALUE1, RESERVE, EXPENSEPAID,
                      ADJUSTERID, SNAPSHOTDATE)
              SELECT :CLAIM-SNAPSHOT.SNAP-PERIOD,
                     L.CLAIMNUMBER, L.LINENBR,
                     C.POLICYNUMBER, C.CLAIMDATE, L.CAUSE,
                     C.STATUS, L.PAID, L.VALUE1, L.RESERVE,
                     (SELECT COALESCE(SUM(P.CHECKAMOUNT), 0)
                        FROM MFTR110.CLAIM_PAYMENT P
                       WHERE P.CLAIMNUMBER = L.CLAIMNUMBER
                         AND P.LINENBR = L.LINENBR
                         AND COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                         AND P.PAYMENTTYPE = 'E'),
                     C.ADJUSTERID, CURRENT DATE
                FROM MFTR110.CLAIM_LINE L,
                     MFTR110.CLAIMS C
               WHERE C.CLAIMNUMBER = L.CLAIMNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SQLERRD(3) TO WS-LINE-ROWS
             WHEN 100
                 CONTINUE
             WHEN OTHER
                 SET WS-OUT-OF-BALANCE TO TRUE
                 MOVE 'SQL ERROR WRITING LINE SNAPSHOT'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE.
      * THE CLOSE RUNS IN THE BATCH WINDOW WITH THE SCREENS DOWN, SO
      * THE SNAPSHOT MUST AGREE WITH THE LIVE TABLES TO THE PENNY.
       3000-PROVE-SNAPSHOT.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(PAID), 0),
                     COALESCE(SUM(VALUE1), 0),
                     COALESCE(SUM(RESERVE), 0)
                INTO :WS-LIVE-CLAIMS,
                     :WS-LIVE-PAID,
                     :WS-LIVE-VALUE,
                     :WS-LIVE-RESERVE
                FROM MFTR110.CLAIMS
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LIVE-LINES
                FROM MFTR110.CLAIM_LINE
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           EXEC SQL
              SELECT COALESCE(SUM(PAID), 0),
                     COALESCE(SUM(VALUE1), 0),
                     COALESCE(SUM(RESERVE), 0),
                     COALESCE(SUM(EXPENSEPAID), 0)
                INTO :WS-SNAP-PAID,
                     :WS-SNAP-VALUE,
                     :WS-SNAP-RESERVE,
                     :WS-SNAP-EXPENSE
                FROM MFTR110.CLAIM_SNAPSHOT
               WHERE SNAPPERIOD = :CLAIM-SNAPSHOT.SNAP-PERIOD
                 AND LINENBR = 0
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE RPT-LINE FROM WS-HEADING2
           MOVE 'CLAIMS'         TO WS-BC-LABEL
           MOVE WS-CLAIM-ROWS    TO WS-BC-SNAP
           MOVE WS-LIVE-CLAIMS   TO WS-BC-LIVE
           IF WS-CLAIM-ROWS = WS-LIVE-CLAIMS
              MOVE 'IN BALANCE' TO WS-BC-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-BC-RESULT
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE RPT-LINE FROM WS-BAL-CNT-LINE
           MOVE 'COVERAGE LINES'  TO WS-BC-LABEL
           MOVE WS-LINE-ROWS      TO WS-BC-SNAP
           MOVE WS-LIVE-LINES     TO WS-BC-LIVE
           IF WS-LINE-ROWS = WS-LIVE-LINES
              MOVE 'IN BALANCE' TO WS-BC-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-BC-RESULT
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE RPT-LINE FROM WS-BAL-CNT-LINE
           MOVE 'PAID'            TO WS-BL-LABEL
           MOVE WS-SNAP-PAID      TO WS-BL-SNAP
           MOVE WS-LIVE-PAID      TO WS-BL-LIVE
           IF WS-SNAP-PAID = WS-LIVE-PAID
              MOVE 'IN BALANCE' TO WS-BL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-BL-RESULT
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE RPT-LINE FROM WS-BAL-LINE
           MOVE 'VALUE1'          TO WS-BL-LABEL
           MOVE WS-SNAP-VALUE     TO WS-BL-SNAP
           MOVE WS-LIVE-VALUE     TO WS-BL-LIVE
           IF WS-SNAP-VALUE = WS-LIVE-VALUE
              MOVE 'IN BALANCE' TO WS-BL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-BL-RESULT
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE RPT-LINE FROM WS-BAL-LINE
           MOVE 'RESERVE'         TO WS-BL-LABEL
           MOVE WS-SNAP-RESERVE   TO WS-BL-SNAP
           MOVE WS-LIVE-RESERVE   TO WS-BL-LIVE
           IF WS-SNAP-RESERVE = WS-LIVE-RESERVE
              MOVE 'IN BALANCE' TO WS-BL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-BL-RESULT
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE RPT-LINE FROM WS-BAL-LINE
           MOVE WS-SNAP-EXPENSE   TO WS-EL-SNAP
           WRITE RPT-LINE FROM WS-EXPENSE-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE.
       3300-CLOSE-PERIOD.
           IF NOT WS-OUT-OF-BALANCE
              MOVE WS-PERIOD-NAME  TO ACCT-PERIOD
              MOVE WS-PERIOD-START TO PERIOD-START
              MOVE WS-PERIOD-END   TO PERIOD-END
              MOVE 'MF110B41'      TO CLOSED-USERID
              MOVE WS-CLAIM-ROWS   TO SNAP-CLAIM-COUNT
              MOVE WS-LINE-ROWS    TO SNAP-LINE-COUNT
              IF WS-PERIOD-REOPENED
                 EXEC SQL
                    UPDATE MFTR110.ACCOUNTING_PERIOD
                       SET PERIODSTATUS   = 'C',
                           CLOSEDTS       = CURRENT TIMESTAMP,
                           CLOSEDUSERID   =
                               :ACCOUNTING-PERIOD.CLOSED-USERID,
                           SNAPCLAIMCOUNT =
                               :ACCOUNTING-PERIOD.SNAP-CLAIM-COUNT,
                           SNAPLINECOUNT  =
                               :ACCOUNTING-PERIOD.SNAP-LINE-COUNT
                     WHERE ACCTPERIOD = :ACCOUNTING-PERIOD.ACCT-PERIOD
                 END-EXEC
              ELSE
                 EXEC SQL
                    INSERT INTO MFTR110.ACCOUNTING_PERIOD
                           (ACCTPERIOD, PERIODSTART, PERIODEND,
                            PERIODSTATUS, CLOSEDTS, CLOSEDUSERID,
                            SNAPCLAIMCOUNT, SNAPLINECOUNT)
                    VALUES (:ACCOUNTING-PERIOD.ACCT-PERIOD,
                            :ACCOUNTING-PERIOD.PERIOD-START,
                            :ACCOUNTING-PERIOD.PERIOD-END,
                            'C', CURRENT TIMESTAMP,
                            :ACCOUNTING-PERIOD.CLOSED-USERID,
                            :ACCOUNTING-PERIOD.SNAP-CLAIM-COUNT,
                            :ACCOUNTING-PERIOD.SNAP-LINE-COUNT)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 SET WS-OUT-OF-BALANCE TO TRUE
                 MOVE 'SQL ERROR CLOSING ACCOUNTING PERIOD'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
              END-IF
           END-IF.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 'CLOSE BACKED OUT - PERIOD REMAINS OPEN'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE SPACES TO WS-MSG-LINE
              STRING 'PERIOD ' WS-PERIOD-NAME
                     ' CLOSED - SNAPSHOT ' WS-PERIOD-NAME
                     ' WRITTEN'
                     DELIMITED BY SIZE INTO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
       5000-TERMINATE.
           CLOSE CLOSE-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-LIVE-CLAIMS TO LOG-RECS-READ
           COMPUTE LOG-RECS-WRITTEN = WS-CLAIM-ROWS + WS-LINE-ROWS
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'SNAPSHOT PAID' TO LOG-CONTROL-DESC
           MOVE WS-SNAP-PAID TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B41 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
