       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B36.
      * NIGHTLY RECURRING PAYMENT RUN - RUNS AHEAD OF MF110B8. EVERY
      * ACTIVE MFTR110.PAYMENT_SCHEDULE WITH AN INSTALLMENT DUE BY
      * TODAY HAS THAT INSTALLMENT QUEUED ON MFTR110.PAYMENT_QUEUE FOR
      * B8 TO AUTHORIZE - B8 PUTS IT THROUGH THE SAME SANCTIONS, TIN,
      * DEDUCTIBLE, AGGREGATE AND AUTHORITY CHECKS AS AN APPROVED
      * CLAIM, CUTS THE CHECK OR EFT TO THE SCHEDULE'S PAYEE AND
      * WRITES THE LEDGER ROW. A SCHEDULE MISSED FOR A NIGHT OR MORE
      * CATCHES UP, ONE QUEUE ROW PER INSTALLMENT DUE. EACH QUEUE ROW
      * CARRIES THE SCHEDULE AND INSTALLMENT NUMBER, WHICH ARE UNIQUE
      * ON THE QUEUE, SO A RERUN CAN NEVER QUEUE AN INSTALLMENT TWICE.
      * PAYMENTSMADE AND NEXTDUEDATE ARE ADVANCED - EVERY DUE DATE IS
      * COUNTED FROM STARTDATE, AS THE MF110BMS SCHEDULE OPTION
      * COUNTED THEM - AND THE SCHEDULE IS SET 'ENDED' ONCE THE LAST
      * INSTALLMENT IS QUEUED. A SCHEDULE ON A CLAIM NOW CLOSED OR
      * DENIED IS STOPPED INSTEAD AND ANY OF ITS INSTALLMENTS STILL
      * WAITING FOR B8 ARE CANCELLED.
      * EVERY INSTALLMENT QUEUED IS LISTED ON SCHDRPT, AND SCHDEND
      * LISTS BY ADJUSTER EVERY SCHEDULE WHOSE LAST INSTALLMENT FALLS
      * IN THE CURRENT WEEK (MONDAY TO SUNDAY) SO THE ADJUSTER CAN
      * DECIDE WHETHER TO SET UP A FURTHER SCHEDULE BEFORE IT RUNS
      * OUT. AN SQL ERROR ENDS THE RUN WITH RETURN CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-REPORT ASSIGN TO SCHDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENDING-REPORT ASSIGN TO SCHDEND
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       FD  ENDING-REPORT
           RECORDING MODE IS F.
       01  END-RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-END-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-END-EOF               VALUE 'Y'.
       01 WS-SCHED-DONE-SW            PIC X(01).
          88 WS-SCHED-DONE            VALUE 'Y'.
       01 WS-SCHED-FAILED-SW          PIC X(01).
          88 WS-SCHED-FAILED          VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE                 PIC X(10).
       01 WS-START-DATE               PIC X(10).
       01 WS-END-DATE                 PIC X(10).
       01 WS-NEXT-DUE                 PIC X(10).
       01 WS-CLAIM-STATUS             PIC X(10).
       01 WS-ADJUSTER-ID              PIC X(08).
       01 WS-NEW-STATUS               PIC X(08).
       01 WS-D-PAYEE-NAME             PIC X(40).
       01 WS-QUEUED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-QUEUED-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ENDED-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-STOPPED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-ENDING-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-ERROR-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B36 - PAYMENT'.
          05 FILLER              PIC X(30) VALUE ' SCHEDULE RUN'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(05) VALUE 'SCH'.
          05 FILLER               PIC X(05) VALUE 'INST'.
          05 FILLER               PIC X(12) VALUE 'DUE DATE'.
          05 FILLER               PIC X(18) VALUE 'PAYEE'.
          05 FILLER               PIC X(11) VALUE 'AMOUNT'.
          05 FILLER               PIC X(18) VALUE 'DISPOSITION'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-SCHED               PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-INST                PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DUE-DATE            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-PAYEE               PIC X(17).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-AMOUNT              PIC ZZZZZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-DISP                PIC X(18).
       01 WS-QUEUED-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'INSTALLMENTS QUEUED='.
          05 WS-T-QUEUED              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' TOTAL ='.
          05 WS-T-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-ENDED-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'SCHEDULES ENDED    ='.
          05 WS-T-ENDED               PIC ZZZ,ZZ9.
       01 WS-STOPPED-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'STOPPED - CLOSED   ='.
          05 WS-T-STOPPED             PIC ZZZ,ZZ9.
       01 WS-ERROR-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'SQL ERRORS         ='.
          05 WS-T-ERRORS              PIC ZZZ,ZZ9.
       01 WS-END-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B36 - SCHEDULES'.
          05 FILLER              PIC X(30) VALUE ' ENDING THIS WEEK'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-END-HDG-DATE      PIC X(10).
       01 WS-END-HEADING2.
          05 FILLER               PIC X(10) VALUE 'ADJUSTER'.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(05) VALUE 'SCH'.
          05 FILLER               PIC X(18) VALUE 'PAYEE'.
          05 FILLER               PIC X(11) VALUE 'AMOUNT'.
          05 FILLER               PIC X(03) VALUE 'FQ'.
          05 FILLER               PIC X(09) VALUE 'MADE/NBR'.
          05 FILLER               PIC X(10) VALUE 'LAST DUE'.
       01 WS-END-DETAIL-LINE.
          05 WS-E-ADJUSTER            PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-E-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-E-SCHED               PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-E-PAYEE               PIC X(17).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-AMOUNT              PIC ZZZZZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-FREQ                PIC X(01).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-E-MADE                PIC ZZ9.
          05 FILLER                   PIC X(01) VALUE '/'.
          05 WS-E-NBR                 PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-E-LAST-DUE            PIC X(10).
       01 WS-ENDING-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'SCHEDULES LISTED   ='.
          05 WS-T-ENDING              PIC ZZZ,ZZ9.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE PAYMENT_SCHEDULE
           END-EXEC.
           EXEC SQL
              INCLUDE PAYMENT_QUEUE
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE DUE-CSR CURSOR FOR
                 SELECT S.CLAIMNUMBER,
                        S.SCHEDULEID,
                        COALESCE(S.LINENBR, 0),
                        S.PAYMENTTYPE,
                        COALESCE(S.EXPENSETYPE, ' '),
                        COALESCE(S.PAYEENAME, C.CLAIMANTNAME, ' '),
                        COALESCE(S.PAYEEADDRESS, C.CLAIMANTADDRESS,
                                 ' '),
                        COALESCE(S.PAYEETYPE, 'CLAIMANT  '),
                        S.AMOUNT,
                        S.FREQUENCY,
                        CHAR(S.STARTDATE, ISO),
                        COALESCE(CHAR(S.ENDDATE, ISO), '9999-12-31'),
                        COALESCE(S.NBRPAYMENTS, 0),
                        S.PAYMENTSMADE,
                        CHAR(S.NEXTDUEDATE, ISO),
                        COALESCE(S.SETUPUSERID, ' '),
                        C.STATUS
                   FROM MFTR110.PAYMENT_SCHEDULE S
                        INNER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = S.CLAIMNUMBER
                  WHERE S.SCHEDSTATUS = 'ACTIVE'
                    AND S.NEXTDUEDATE <= CURRENT DATE
                  ORDER BY S.CLAIMNUMBER, S.SCHEDULEID
           END-EXEC.
           EXEC SQL
              DECLARE ENDING-CSR CURSOR FOR
                 SELECT COALESCE(C.ADJUSTERID, ' '),
                        S.CLAIMNUMBER,
                        S.SCHEDULEID,
                        COALESCE(S.PAYEENAME, C.CLAIMANTNAME, ' '),
                        S.AMOUNT,
                        S.FREQUENCY,
                        S.PAYMENTSMADE,
                        COALESCE(S.NBRPAYMENTS, 0),
                        CHAR(S.ENDDATE, ISO)
                   FROM MFTR110.PAYMENT_SCHEDULE S
                        INNER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = S.CLAIMNUMBER
                  WHERE S.SCHEDSTATUS IN ('ACTIVE', 'ENDED')
                    AND S.ENDDATE BETWEEN
                        CURRENT DATE
                           - (DAYOFWEEK_ISO(CURRENT DATE) - 1) DAYS
                    AND CURRENT DATE
                           + (7 - DAYOFWEEK_ISO(CURRENT DATE)) DAYS
                  ORDER BY 1, 2, 3
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCHEDULE UNTIL WS-EOF
           EXEC SQL
              CLOSE DUE-CSR
           END-EXEC
           PERFORM 3000-WRITE-TOTALS
           PERFORM 5000-LIST-ENDING-SCHEDULES
           PERFORM 4000-TERMINATE
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B36' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B36 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT SCHEDULE-REPORT
           OPEN OUTPUT ENDING-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           MOVE WS-TODAY(1:10) TO WS-END-HDG-DATE
           EXEC SQL
              SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           EXEC SQL
              OPEN DUE-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-SCHEDULE.
      * ONE SCHEDULE WITH AT LEAST ONE INSTALLMENT DUE. ITS NEW
      * PAYMENTSMADE, NEXTDUEDATE AND STATUS ARE WRITTEN BACK ONCE
      * EVERY INSTALLMENT DUE BY TODAY HAS BEEN QUEUED; A FAILED
      * INSERT LEAVES THE SCHEDULE WHERE IT STOOD AT THAT INSTALLMENT
      * SO THE NEXT RUN TRIES IT AGAIN.
       2000-PROCESS-SCHEDULE.
           MOVE FUNCTION DISPLAY-OF(PAYEE-NAME OF PAYMENT-SCHEDULE)
                TO WS-D-PAYEE-NAME
           IF WS-CLAIM-STATUS = 'CLOSED    '
              OR WS-CLAIM-STATUS = 'DENIED    '
              PERFORM 2500-STOP-FOR-CLOSED-CLAIM
           ELSE
              MOVE 'N' TO WS-SCHED-DONE-SW
              MOVE 'N' TO WS-SCHED-FAILED-SW
              MOVE 'ACTIVE' TO WS-NEW-STATUS
              PERFORM 2200-QUEUE-INSTALLMENT
                 UNTIL WS-SCHED-DONE
                    OR WS-NEXT-DUE > WS-RUN-DATE
              PERFORM 2400-UPDATE-SCHEDULE
           END-IF
           PERFORM 2100-FETCH-NEXT-SCHEDULE.
       2100-FETCH-NEXT-SCHEDULE.
           EXEC SQL
              FETCH DUE-CSR
              INTO :PAYMENT-SCHEDULE.CLAIMNUMBER,
                   :PAYMENT-SCHEDULE.SCHEDULE-ID,
                   :PAYMENT-SCHEDULE.LINE-NBR,
                   :PAYMENT-SCHEDULE.SCHED-PAY-TYPE,
                   :PAYMENT-SCHEDULE.SCHED-EXPENSE-TYPE,
                   :PAYMENT-SCHEDULE.PAYEE-NAME,
                   :PAYMENT-SCHEDULE.PAYEE-ADDRESS,
                   :PAYMENT-SCHEDULE.PAYEE-TYPE,
                   :PAYMENT-SCHEDULE.SCHED-AMOUNT,
                   :PAYMENT-SCHEDULE.FREQUENCY,
                   :WS-START-DATE,
                   :WS-END-DATE,
                   :PAYMENT-SCHEDULE.NBR-PAYMENTS,
                   :PAYMENT-SCHEDULE.PAYMENTS-MADE,
                   :WS-NEXT-DUE,
                   :PAYMENT-SCHEDULE.SETUP-USERID,
                   :WS-CLAIM-STATUS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-EOF TO TRUE
             WHEN OTHER
                 SET WS-EOF TO TRUE
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
      * QUEUES THE INSTALLMENT DUE ON WS-NEXT-DUE AND WORKS OUT THE
      * ONE AFTER IT. AN INSTALLMENT ALREADY ON THE QUEUE (-803) WAS
      * QUEUED BY AN EARLIER RUN THAT DID NOT GET TO WRITE THE
      * SCHEDULE BACK - IT IS COUNTED AS MADE AND NOT QUEUED AGAIN.
       2200-QUEUE-INSTALLMENT.
           MOVE CLAIMNUMBER OF PAYMENT-SCHEDULE
                TO CLAIMNUMBER OF PAYMENT-QUEUE
           MOVE LINE-NBR OF PAYMENT-SCHEDULE
                TO LINE-NBR OF PAYMENT-QUEUE
           MOVE SCHED-PAY-TYPE     TO QUEUE-PAY-TYPE
           MOVE SCHED-EXPENSE-TYPE TO QUEUE-EXPENSE-TYPE
           MOVE PAYEE-NAME OF PAYMENT-SCHEDULE
                TO PAYEE-NAME OF PAYMENT-QUEUE
           MOVE PAYEE-ADDRESS OF PAYMENT-SCHEDULE
                TO PAYEE-ADDRESS OF PAYMENT-QUEUE
           MOVE PAYEE-TYPE OF PAYMENT-SCHEDULE
                TO PAYEE-TYPE OF PAYMENT-QUEUE
           MOVE SCHED-AMOUNT       TO QUEUE-AMOUNT
           MOVE WS-NEXT-DUE        TO DUE-DATE
           MOVE 'S'                TO SOURCE-TYPE
           MOVE SCHEDULE-ID        TO SOURCE-ID
           COMPUTE SOURCE-SEQ = PAYMENTS-MADE + 1
           MOVE SETUP-USERID       TO REQUEST-USERID
           EXEC SQL
              INSERT INTO MFTR110.PAYMENT_QUEUE
                     (QUEUEID,
                      CLAIMNUMBER,
                      LINENBR,
                      PAYMENTTYPE,
                      EXPENSETYPE,
                      PAYEENAME,
                      PAYEEADDRESS,
                      PAYEETYPE,
                      AMOUNT,
                      DUEDATE,
                      SOURCETYPE,
                      SOURCEID,
                      SOURCESEQ,
                      REQUESTUSERID,
                      QUEUESTATUS,
                      QUEUEDTS)
              VALUES (NEXT VALUE FOR MFTR110.PAYQUEUE_SEQ,
                      :PAYMENT-QUEUE.CLAIMNUMBER,
                      :PAYMENT-QUEUE.LINE-NBR,
                      :PAYMENT-QUEUE.QUEUE-PAY-TYPE,
                      :PAYMENT-QUEUE.QUEUE-EXPENSE-TYPE,
                      :PAYMENT-QUEUE.PAYEE-NAME,
                      :PAYMENT-QUEUE.PAYEE-ADDRESS,
                      :PAYMENT-QUEUE.PAYEE-TYPE,
                      :PAYMENT-QUEUE.QUEUE-AMOUNT,
                      :PAYMENT-QUEUE.DUE-DATE,
                      :PAYMENT-QUEUE.SOURCE-TYPE,
                      :PAYMENT-QUEUE.SOURCE-ID,
                      :PAYMENT-QUEUE.SOURCE-SEQ,
                      :PAYMENT-QUEUE.REQUEST-USERID,
                      'Q',
                      CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'QUEUED FOR B8' TO WS-D-DISP
                 ADD 1 TO WS-QUEUED-COUNT
                 ADD SCHED-AMOUNT TO WS-QUEUED-TOTAL
             WHEN -803
                 MOVE 'ALREADY QUEUED' TO WS-D-DISP
             WHEN OTHER
                 MOVE 'SQL ERROR' TO WS-D-DISP
                 SET WS-SCHED-FAILED TO TRUE
                 SET WS-SCHED-DONE TO TRUE
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM 2900-WRITE-DETAIL-LINE
           IF NOT WS-SCHED-FAILED
              ADD 1 TO PAYMENTS-MADE
              PERFORM 2300-ADVANCE-DUE-DATE
           END-IF.
      * THE NEXT DUE DATE IS ALWAYS STARTDATE PLUS PAYMENTSMADE
      * PERIODS, SO A MONTHLY SCHEDULE NEVER DRIFTS OFF ITS DAY.
      * THE SCHEDULE ENDS WHEN THE NUMBER OF PAYMENTS HAS BEEN MADE
      * OR THE NEXT DATE WOULD FALL PAST THE END DATE.
       2300-ADVANCE-DUE-DATE.
           IF NBR-PAYMENTS > 0
              AND PAYMENTS-MADE NOT < NBR-PAYMENTS
              SET WS-SCHED-DONE TO TRUE
           ELSE
              EXEC SQL
                 SET :WS-NEXT-DUE =
                     CHAR(CASE :PAYMENT-SCHEDULE.FREQUENCY
                          WHEN 'W' THEN DATE(:WS-START-DATE)
                             + (:PAYMENT-SCHEDULE.PAYMENTS-MADE * 7)
                               DAYS
                          WHEN 'B' THEN DATE(:WS-START-DATE)
                             + (:PAYMENT-SCHEDULE.PAYMENTS-MADE * 14)
                               DAYS
                          ELSE DATE(:WS-START-DATE)
                             + :PAYMENT-SCHEDULE.PAYMENTS-MADE
                               MONTHS
                          END, ISO)
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-SCHED-FAILED TO TRUE
                 SET WS-SCHED-DONE TO TRUE
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 IF WS-NEXT-DUE > WS-END-DATE
                    SET WS-SCHED-DONE TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-SCHED-DONE AND NOT WS-SCHED-FAILED
              MOVE 'ENDED' TO WS-NEW-STATUS
           END-IF.
       2400-UPDATE-SCHEDULE.
           MOVE WS-NEXT-DUE TO NEXT-DUE-DATE
           EXEC SQL
              UPDATE MFTR110.PAYMENT_SCHEDULE
                 SET PAYMENTSMADE =
                        :PAYMENT-SCHEDULE.PAYMENTS-MADE,
                     NEXTDUEDATE =
                        :PAYMENT-SCHEDULE.NEXT-DUE-DATE,
                     SCHEDSTATUS = :WS-NEW-STATUS
               WHERE CLAIMNUMBER = :PAYMENT-SCHEDULE.CLAIMNUMBER
                 AND SCHEDULEID = :PAYMENT-SCHEDULE.SCHEDULE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              IF WS-NEW-STATUS = 'ENDED'
                 ADD 1 TO WS-ENDED-COUNT
              END-IF
           END-IF.
      * NOTHING IS PAID ON A CLOSED OR DENIED CLAIM - THE SCHEDULE IS
      * STOPPED AS IF FROM THE SCREEN AND ANY INSTALLMENT STILL ON THE
      * QUEUE IS CANCELLED. REOPENING THE CLAIM DOES NOT RESTART IT.
       2500-STOP-FOR-CLOSED-CLAIM.
           EXEC SQL
              UPDATE MFTR110.PAYMENT_SCHEDULE
                 SET SCHEDSTATUS = 'STOPPED',
                     STOPUSERID = 'MF110B36',
                     STOPDATE = CURRENT DATE
               WHERE CLAIMNUMBER = :PAYMENT-SCHEDULE.CLAIMNUMBER
                 AND SCHEDULEID = :PAYMENT-SCHEDULE.SCHEDULE-ID
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE MFTR110.PAYMENT_QUEUE
                    SET QUEUESTATUS = 'C',
                        LASTDISPOSITION = 'CANCELLED - CLOSED'
                  WHERE CLAIMNUMBER = :PAYMENT-SCHEDULE.CLAIMNUMBER
                    AND SOURCETYPE = 'S'
                    AND SOURCEID = :PAYMENT-SCHEDULE.SCHEDULE-ID
                    AND QUEUESTATUS = 'Q'
              END-EXEC
           END-IF
           IF SQLCODE = 0 OR SQLCODE = 100
              MOVE 'STOPPED - CLOSED' TO WS-D-DISP
              ADD 1 TO WS-STOPPED-COUNT
           ELSE
              MOVE 'SQL ERROR' TO WS-D-DISP
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 2900-WRITE-DETAIL-LINE.
       2900-WRITE-DETAIL-LINE.
           MOVE CLAIMNUMBER OF PAYMENT-SCHEDULE TO WS-D-CLAIMNBR
           MOVE SCHEDULE-ID           TO WS-D-SCHED
           COMPUTE WS-D-INST = PAYMENTS-MADE + 1
           MOVE WS-NEXT-DUE           TO WS-D-DUE-DATE
           MOVE WS-D-PAYEE-NAME(1:17) TO WS-D-PAYEE
           MOVE SCHED-AMOUNT          TO WS-D-AMOUNT
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       3000-WRITE-TOTALS.
           MOVE WS-QUEUED-COUNT  TO WS-T-QUEUED
           MOVE WS-QUEUED-TOTAL  TO WS-T-AMOUNT
           MOVE WS-ENDED-COUNT   TO WS-T-ENDED
           MOVE WS-STOPPED-COUNT TO WS-T-STOPPED
           MOVE WS-ERROR-COUNT   TO WS-T-ERRORS
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-QUEUED-TOTAL-LINE
           WRITE RPT-LINE FROM WS-ENDED-TOTAL-LINE
           WRITE RPT-LINE FROM WS-STOPPED-TOTAL-LINE
           WRITE RPT-LINE FROM WS-ERROR-TOTAL-LINE.
      * SCHEDULES WHOSE LAST INSTALLMENT FALLS IN THE CURRENT WEEK,
      * INCLUDING ONE THAT ENDED EARLIER THIS WEEK, GROUPED BY THE
      * CLAIM'S ADJUSTER. READ AFTER TONIGHT'S SCHEDULES HAVE BEEN
      * ADVANCED, SO THE COUNTS SHOWN ARE CURRENT.
       5000-LIST-ENDING-SCHEDULES.
           WRITE END-RPT-LINE FROM WS-END-HEADING1
           WRITE END-RPT-LINE FROM WS-BLANK-LINE
           WRITE END-RPT-LINE FROM WS-END-HEADING2
           EXEC SQL
              OPEN ENDING-CSR
           END-EXEC
           PERFORM 5100-FETCH-NEXT-ENDING
           PERFORM 5200-WRITE-ENDING-LINE UNTIL WS-END-EOF
           EXEC SQL
              CLOSE ENDING-CSR
           END-EXEC
           MOVE WS-ENDING-COUNT TO WS-T-ENDING
           WRITE END-RPT-LINE FROM WS-BLANK-LINE
           WRITE END-RPT-LINE FROM WS-ENDING-TOTAL-LINE.
       5100-FETCH-NEXT-ENDING.
           EXEC SQL
              FETCH ENDING-CSR
              INTO :WS-ADJUSTER-ID,
                   :PAYMENT-SCHEDULE.CLAIMNUMBER,
                   :PAYMENT-SCHEDULE.SCHEDULE-ID,
                   :PAYMENT-SCHEDULE.PAYEE-NAME,
                   :PAYMENT-SCHEDULE.SCHED-AMOUNT,
                   :PAYMENT-SCHEDULE.FREQUENCY,
                   :PAYMENT-SCHEDULE.PAYMENTS-MADE,
                   :PAYMENT-SCHEDULE.NBR-PAYMENTS,
                   :WS-END-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-END-EOF TO TRUE
             WHEN OTHER
                 SET WS-END-EOF TO TRUE
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
       5200-WRITE-ENDING-LINE.
           MOVE FUNCTION DISPLAY-OF(PAYEE-NAME OF PAYMENT-SCHEDULE)
                TO WS-D-PAYEE-NAME
           MOVE WS-ADJUSTER-ID        TO WS-E-ADJUSTER
           MOVE CLAIMNUMBER OF PAYMENT-SCHEDULE TO WS-E-CLAIMNBR
           MOVE SCHEDULE-ID           TO WS-E-SCHED
           MOVE WS-D-PAYEE-NAME(1:17) TO WS-E-PAYEE
           MOVE SCHED-AMOUNT          TO WS-E-AMOUNT
           MOVE FREQUENCY             TO WS-E-FREQ
           MOVE PAYMENTS-MADE         TO WS-E-MADE
           MOVE NBR-PAYMENTS          TO WS-E-NBR
           MOVE WS-END-DATE           TO WS-E-LAST-DUE
           WRITE END-RPT-LINE FROM WS-END-DETAIL-LINE
           ADD 1 TO WS-ENDING-COUNT
           PERFORM 5100-FETCH-NEXT-ENDING.
       4000-TERMINATE.
           CLOSE SCHEDULE-REPORT
           CLOSE ENDING-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-QUEUED-COUNT + WS-ERROR-COUNT
           MOVE WS-QUEUED-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-ERROR-COUNT TO LOG-RECS-REJECTED
           MOVE 'INSTALLMENTS QUEUED' TO LOG-CONTROL-DESC
           MOVE WS-QUEUED-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B36 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
