      * BOOK TO THEIR OWN ACCOUNT INSTEAD OF ONE NUMBER FINANCE HAS TO
      * RE-CLASS BY HAND - AND VOIDS GO OUT AS NEGATIVE REVERSALS
      * AGAINST THE SAME ACCOUNT. A FAILED OR MISSED NIGHT'S ENTRIES
      * ARE PICKED UP ON THE NEXT RUN. STALE CHECKS MF110B33 HAS
      * REPORTED TO A STATE AS UNCLAIMED PROPERTY (BY ESCHEATTS) GO OUT
      * AS POSITIVE ACTION 'E' ENTRIES TO THE UNCLAIMED-PROPERTY
      * LIABILITY ACCOUNT, SINCE THE STALE VOID REVERSED THE ORIGINAL
      * BOOKING. STATUTORY INTEREST MF110B8 PAID ON A LATE SETTLEMENT
      * (PAYMENTTYPE 'N') BOOKS TO ITS OWN INTEREST EXPENSE ACCOUNT,
      * NOT TO INDEMNITY LOSS. SUBROGATION AND SALVAGE RECEIPTS
      * APPLIED TO A RECOVERY (MFTR110.RECOVERY_RECEIPT, BY APPLIEDTS -
      * FROM THE MF110B40 LOCKBOX POSTING OR A SUSPENSE ITEM CLEARED ON
      * THE SCREEN) GO OUT AS NEGATIVE ACTION 'R' ENTRIES TO THE LOSS
      * RECOVERY ACCOUNT, SO NET PAID ON THE LEDGER AGREES WITH THE
      * CASH THE BANK RECEIVED. MF110B13 PROVES THE TRAILER AGAINST
      * THE LEDGER AND THE RECEIPTS OVER THE SAME WINDOW. A PAYMENT
      * WHOSE CHECKDATE, OR A VOID WHOSE VOIDDATE, FALLS INSIDE AN
      * ACCOUNTING PERIOD THE MF110B41 MONTH-END CLOSE HAS CLOSED IS
      * NOT BOOKED - IT IS LISTED ON THE GLEXCP REPORT FOR FINANCE TO
      * CORRECT BY JOURNAL IN THE OPEN PERIOD, AND THE RUN ENDS RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXCEPTION-REPORT ASSIGN TO GLEXCP
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                  PIC X(80).
       FD  GL-EXCEPTION-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PAY-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-PAY-EOF               VALUE 'Y'.
       01 WS-VOID-EOF-SW              PIC X(01) VALUE 'N'.
          88 WS-VOID-EOF              VALUE 'Y'.
       01 WS-ESCH-EOF-SW              PIC X(01) VALUE 'N'.
          88 WS-ESCH-EOF              VALUE 'Y'.
       01 WS-RCPT-EOF-SW              PIC X(01) VALUE 'N'.
          88 WS-RCPT-EOF              VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-LAST-RUN-TS              PIC X(26).
       01 WS-THIS-RUN-TS              PIC X(26).
       01 WS-DETAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-TOTAL-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-POST-DATE                PIC X(10).
       01 WS-ENTRY-DATE               PIC X(10).
       01 WS-IN-CLOSED-PERIOD         PIC X(01).
       01 WS-HELD-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-HELD-TOTAL               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SIGNED-AMOUNT            PIC S9(9)V99 COMP-3.
      * GL ACCOUNT PER PAYMENT TYPE - AGREED WITH FINANCE: INDEMNITY
      * LOSS, THEN ADJUSTER FEES, IME, LEGAL AND OTHER EXPENSE, THEN
      * THE UNCLAIMED-PROPERTY LIABILITY FOR ESCHEATED CHECKS, THEN
      * STATUTORY INTEREST ON LATE CLAIM PAYMENTS, THEN SUBROGATION AND
      * SALVAGE LOSS RECOVERIES.
       01 WS-GL-ACCOUNTS.
          05 WS-ACCT-INDEMNITY        PIC X(08) VALUE '60100100'.
          05 WS-ACCT-EXP-ADJ          PIC X(08) VALUE '60200100'.
          05 WS-ACCT-EXP-IME          PIC X(08) VALUE '60200200'.
          05 WS-ACCT-EXP-LEG          PIC X(08) VALUE '60200300'.
          05 WS-ACCT-EXP-OTH          PIC X(08) VALUE '60200900'.
          05 WS-ACCT-ESCHEAT          PIC X(08) VALUE '21500100'.
          05 WS-ACCT-INTEREST         PIC X(08) VALUE '60400100'.
          05 WS-ACCT-RECOVERY         PIC X(08) VALUE '60500100'.
       01 WS-GL-HEADER.
          05 GL-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 FILLER                   PIC X(09) VALUE 'GLEXTR   '.
          05 GL-T-COUNT               PIC 9(09).
          05 GL-T-TOTAL-AMOUNT        PIC S9(9)V99.
          05 FILLER                   PIC X(59) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B5 - GL ENTRIES'.
          05 FILLER              PIC X(30)
                                   VALUE ' HELD - PERIOD CLOSED'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(12) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(13) VALUE 'CHECK NBR'.
          05 FILLER               PIC X(08) VALUE 'ACTION'.
          05 FILLER               PIC X(18) VALUE 'AMOUNT'.
          05 FILLER               PIC X(12) VALUE 'DATED'.
       01 WS-HELD-LINE.
          05 WS-HL-CLAIMNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-HL-CHECKNBR           PIC X(10).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-HL-ACTION             PIC X(06).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-HL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-HL-DATE               PIC X(10).
       01 WS-HELD-TOTAL-LINE.
          05 FILLER              PIC X(16) VALUE 'ENTRIES HELD ='.
          05 WS-HT-COUNT              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(10) VALUE ' AMOUNT ='.
          05 WS-HT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE RECOVERY_RECEIPT
           END-EXEC.
           EXEC SQL
              INCLUDE ACCOUNTING_PERIOD
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * EACH PAYMENT AND VOID CARRIES A FLAG SAYING WHETHER ITS
      * CHECKDATE/VOIDDATE FALLS IN A CLOSED ACCOUNTING PERIOD.
           EXEC SQL
              DECLARE GLPAY-CSR CURSOR FOR
                 SELECT CLAIMNUMBER,
                        CHECKAMOUNT,
                        COALESCE(PAYMENTTYPE, 'I'),
                        COALESCE(EXPENSETYPE, '   '),
                        CHAR(DATE(POSTEDTS), ISO),
                        COALESCE(CHAR(CHECKDATE, ISO), ' '),
                        CASE WHEN EXISTS
                                  (SELECT 1
                                     FROM MFTR110.ACCOUNTING_PERIOD A
                                    WHERE A.PERIODSTATUS = 'C'
                                      AND CHECKDATE BETWEEN
                                          A.PERIODSTART AND A.PERIODEND)
                             THEN 'Y' ELSE 'N' END
                   FROM MFTR110.CLAIM_PAYMENT
                  WHERE POSTEDTS >  :WS-LAST-RUN-TS
                    AND POSTEDTS <= :WS-THIS-RUN-TS
                        CHECKAMOUNT,
                        COALESCE(PAYMENTTYPE, 'I'),
                        COALESCE(EXPENSETYPE, '   '),
                        CHAR(DATE(VOIDTS), ISO),
                        COALESCE(CHAR(VOIDDATE, ISO), ' '),
                        CASE WHEN EXISTS
                                  (SELECT 1
                                     FROM MFTR110.ACCOUNTING_PERIOD A
                                    WHERE A.PERIODSTATUS = 'C'
                                      AND VOIDDATE BETWEEN
                                          A.PERIODSTART AND A.PERIODEND)
                             THEN 'Y' ELSE 'N' END
                   FROM MFTR110.CLAIM_PAYMENT
                  WHERE VOIDTS >  :WS-LAST-RUN-TS
                    AND VOIDTS <= :WS-THIS-RUN-TS
                  ORDER BY CLAIMNUMBER, CHECKNUMBER
           END-EXEC.
           EXEC SQL
              DECLARE GLESCH-CSR CURSOR FOR
                 SELECT CLAIMNUMBER,
                        CHECKNUMBER,
                        CHECKAMOUNT,
                        COALESCE(PAYMENTTYPE, 'I'),
                        COALESCE(EXPENSETYPE, '   '),
                        CHAR(DATE(ESCHEATTS), ISO)
                   FROM MFTR110.CLAIM_PAYMENT
                  WHERE ESCHEATTS >  :WS-LAST-RUN-TS
                    AND ESCHEATTS <= :WS-THIS-RUN-TS
                  ORDER BY CLAIMNUMBER, CHECKNUMBER
           END-EXEC.
           EXEC SQL
              DECLARE GLRCPT-CSR CURSOR FOR
                 SELECT CLAIMNUMBER,
                        DIGITS(RECEIPTID),
                        RECEIPTAMOUNT,
                        SUBSTR(RECOVERYTYPE, 1, 3),
                        CHAR(DATE(APPLIEDTS), ISO)
                   FROM MFTR110.RECOVERY_RECEIPT
                  WHERE RECEIPTSTATUS = 'A'
                    AND APPLIEDTS >  :WS-LAST-RUN-TS
                    AND APPLIEDTS <= :WS-THIS-RUN-TS
                  ORDER BY CLAIMNUMBER, RECEIPTID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PAYMENTS UNTIL WS-PAY-EOF
           PERFORM 2500-PROCESS-VOIDS UNTIL WS-VOID-EOF
           PERFORM 2700-PROCESS-ESCHEATS UNTIL WS-ESCH-EOF
           PERFORM 2900-PROCESS-RECOVERIES UNTIL WS-RCPT-EOF
           PERFORM 3000-WRITE-TRAILER
           PERFORM 3500-UPDATE-RUN-CONTROL
           PERFORM 3800-WRITE-HELD-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B5' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B5 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT GL-EXTRACT-FILE
           OPEN OUTPUT GL-EXCEPTION-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO GL-H-DATE
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           PERFORM 1200-READ-RUN-CONTROL
           WRITE GL-RECORD FROM WS-GL-HEADER
           EXEC SQL
           EXEC SQL
              OPEN GLVOID-CSR
           END-EXEC
           EXEC SQL
              OPEN GLESCH-CSR
           END-EXEC
           EXEC SQL
              OPEN GLRCPT-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-PAYMENT
           PERFORM 2600-FETCH-NEXT-VOID
           PERFORM 2750-FETCH-NEXT-ESCHEAT
           PERFORM 2950-FETCH-NEXT-RECOVERY.
       1200-READ-RUN-CONTROL.
           EXEC SQL
              SET :WS-THIS-RUN-TS = CURRENT TIMESTAMP
       2000-PROCESS-PAYMENTS.
           MOVE CHECK-AMOUNT TO WS-SIGNED-AMOUNT
           MOVE 'P' TO GL-D-ACTION
           IF WS-IN-CLOSED-PERIOD = 'Y'
              PERFORM 2400-HOLD-CLOSED-PERIOD-ENTRY
           ELSE
              PERFORM 2800-BUILD-GL-DETAIL
           END-IF
           PERFORM 2100-FETCH-NEXT-PAYMENT.
       2100-FETCH-NEXT-PAYMENT.
           EXEC SQL
                   :CLAIM-PAYMENT.CHECK-AMOUNT,
                   :CLAIM-PAYMENT.PAYMENT-TYPE,
                   :CLAIM-PAYMENT.EXPENSE-TYPE,
                   :WS-POST-DATE,
                   :WS-ENTRY-DATE,
                   :WS-IN-CLOSED-PERIOD
           END-EXEC
           IF SQLCODE = 100
              SET WS-PAY-EOF TO TRUE
           END-IF.
      * THE ENTRY STAYS OFF THE GL FILE - THE RUN WINDOW STILL MOVES
      * PAST IT, SO FINANCE BOOKS IT BY HAND FROM THIS LISTING.
       2400-HOLD-CLOSED-PERIOD-ENTRY.
           MOVE CLAIMNUMBER OF CLAIM-PAYMENT TO WS-HL-CLAIMNBR
           MOVE CHECK-NUMBER                 TO WS-HL-CHECKNBR
           IF GL-D-ACTION = 'P'
              MOVE 'PAY'  TO WS-HL-ACTION
           ELSE
              MOVE 'VOID' TO WS-HL-ACTION
           END-IF
           MOVE WS-SIGNED-AMOUNT             TO WS-HL-AMOUNT
           MOVE WS-ENTRY-DATE                TO WS-HL-DATE
           WRITE RPT-LINE FROM WS-HELD-LINE
           ADD 1 TO WS-HELD-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-HELD-TOTAL.
       2500-PROCESS-VOIDS.
           COMPUTE WS-SIGNED-AMOUNT = 0 - CHECK-AMOUNT
           MOVE 'V' TO GL-D-ACTION
           IF WS-IN-CLOSED-PERIOD = 'Y'
              PERFORM 2400-HOLD-CLOSED-PERIOD-ENTRY
           ELSE
              PERFORM 2800-BUILD-GL-DETAIL
           END-IF
           PERFORM 2600-FETCH-NEXT-VOID.
       2600-FETCH-NEXT-VOID.
           EXEC SQL
                   :CLAIM-PAYMENT.CHECK-AMOUNT,
                   :CLAIM-PAYMENT.PAYMENT-TYPE,
                   :CLAIM-PAYMENT.EXPENSE-TYPE,
                   :WS-POST-DATE,
                   :WS-ENTRY-DATE,
                   :WS-IN-CLOSED-PERIOD
           END-EXEC
           IF SQLCODE = 100
              SET WS-VOID-EOF TO TRUE
           END-IF.
       2700-PROCESS-ESCHEATS.
           MOVE CHECK-AMOUNT TO WS-SIGNED-AMOUNT
           MOVE 'E' TO GL-D-ACTION
           PERFORM 2800-BUILD-GL-DETAIL
           PERFORM 2750-FETCH-NEXT-ESCHEAT.
       2750-FETCH-NEXT-ESCHEAT.
           EXEC SQL
              FETCH GLESCH-CSR
              INTO :CLAIM-PAYMENT.CLAIMNUMBER,
                   :CLAIM-PAYMENT.CHECK-NUMBER,
                   :CLAIM-PAYMENT.CHECK-AMOUNT,
                   :CLAIM-PAYMENT.PAYMENT-TYPE,
                   :CLAIM-PAYMENT.EXPENSE-TYPE,
                   :WS-POST-DATE
           END-EXEC
           IF SQLCODE = 100
              SET WS-ESCH-EOF TO TRUE
           END-IF.
       2800-BUILD-GL-DETAIL.
           MOVE CLAIMNUMBER OF CLAIM-PAYMENT TO GL-D-CLAIMNUMBER
           MOVE WS-SIGNED-AMOUNT             TO GL-D-AMOUNT
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-TOTAL-AMOUNT.
       2850-ASSIGN-GL-ACCOUNT.
           IF GL-D-ACTION = 'E'
              MOVE WS-ACCT-ESCHEAT TO GL-D-ACCOUNT
           ELSE
           IF GL-D-ACTION = 'R'
              MOVE WS-ACCT-RECOVERY TO GL-D-ACCOUNT
           ELSE
           IF PAYMENT-TYPE = 'E'
              EVALUATE EXPENSE-TYPE
                WHEN 'ADJ' MOVE WS-ACCT-EXP-ADJ TO GL-D-ACCOUNT
                WHEN 'LEG' MOVE WS-ACCT-EXP-LEG TO GL-D-ACCOUNT
                WHEN OTHER MOVE WS-ACCT-EXP-OTH TO GL-D-ACCOUNT
              END-EVALUATE
           ELSE
           IF PAYMENT-TYPE = 'N'
              MOVE WS-ACCT-INTEREST TO GL-D-ACCOUNT
           ELSE
              MOVE WS-ACCT-INDEMNITY TO GL-D-ACCOUNT
           END-IF
           END-IF
           END-IF
           END-IF.
      * A RECOVERY REDUCES INCURRED LOSS, SO IT GOES OUT NEGATIVE LIKE
      * A VOID. THE RECEIPT NUMBER STANDS IN FOR THE CHECK NUMBER AND
      * THE RECOVERY TYPE (SUB/SAL) FOR THE EXPENSE SUBTYPE.
       2900-PROCESS-RECOVERIES.
           COMPUTE WS-SIGNED-AMOUNT = 0 - CHECK-AMOUNT
           MOVE 'R' TO GL-D-ACTION
           MOVE 'R' TO PAYMENT-TYPE
           PERFORM 2800-BUILD-GL-DETAIL
           PERFORM 2950-FETCH-NEXT-RECOVERY.
       2950-FETCH-NEXT-RECOVERY.
           EXEC SQL
              FETCH GLRCPT-CSR
              INTO :CLAIM-PAYMENT.CLAIMNUMBER,
                   :CLAIM-PAYMENT.CHECK-NUMBER,
                   :CLAIM-PAYMENT.CHECK-AMOUNT,
                   :CLAIM-PAYMENT.EXPENSE-TYPE,
                   :WS-POST-DATE
           END-EXEC
           IF SQLCODE = 100
              SET WS-RCPT-EOF TO TRUE
           END-IF.
       3000-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT  TO GL-T-COUNT
                         :RUN-CONTROL.LAST-RUN-TS)
              END-EXEC
           END-IF.
       3800-WRITE-HELD-TOTALS.
           MOVE WS-HELD-COUNT TO WS-HT-COUNT
           MOVE WS-HELD-TOTAL TO WS-HT-AMOUNT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HELD-TOTAL-LINE.
       4000-TERMINATE.
           EXEC SQL
              CLOSE GLPAY-CSR
           EXEC SQL
              CLOSE GLVOID-CSR
           END-EXEC
           EXEC SQL
              CLOSE GLESCH-CSR
           END-EXEC
           EXEC SQL
              CLOSE GLRCPT-CSR
           END-EXEC
           CLOSE GL-EXTRACT-FILE
           CLOSE GL-EXCEPTION-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-DETAIL-COUNT + WS-HELD-COUNT
           MOVE WS-DETAIL-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-HELD-COUNT TO LOG-RECS-REJECTED
           MOVE 'GL NET AMOUNT' TO LOG-CONTROL-DESC
           MOVE WS-TOTAL-AMOUNT TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B5 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
