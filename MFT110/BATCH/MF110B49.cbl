       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B49.
      * NIGHTLY CLAIM STATUS FEED TO THE AGENCY/WEB CHANNEL - ONCE
      * MF110B28 HAS SENT BACK A CLAIM NUMBER THE CHANNEL HEARS NOTHING
      * MORE, SO AGENTS AND POLICYHOLDERS PHONE THE DESK. THIS JOB
      * SENDS THE CHANNEL ONE RECORD FOR EVERY CLAIM WHOSE STATUS
      * CHANGED SINCE THE LAST SUCCESSFUL RUN (PER THE JOB'S
      * MFTR110.RUN_CONTROL ROW) - AN ADD, OR AN UPDATE ON
      * MFTR110.CLAIM_AUDIT WHOSE OLD AND NEW STATUS DIFFER - CARRYING
      * THE CLAIM AND POLICY NUMBER, THE STATUS AS IT NOW STANDS AND
      * THE DATE IT LAST CHANGED, THE ASSIGNED ADJUSTER'S NAME FROM
      * MFTR110.ADJUSTER, THE MFTR110.DENIAL_REASON WORDING FOR A
      * DENIED CLAIM, AND FOR A PAID CLAIM THE LATEST UNVOIDED
      * INDEMNITY CHECK OR EFT ON MFTR110.CLAIM_PAYMENT (METHOD,
      * NUMBER, DATE, AMOUNT) WITH THE CLAIM'S TOTAL PAID. RUN AFTER
      * MF110B8 SO THE NIGHT'S PAYMENTS ARE ON THE FEED. THE FILE IS
      * H/D/T CONTROLLED LIKE THE MF110B5 GL EXTRACT - THE TRAILER
      * CARRIES THE RECORD COUNT AND THE SUM OF THE CHECK AMOUNTS SO
      * THE CHANNEL CAN BALANCE WHAT IT LOADS - AND THE STATRPT REPORT
      * LISTS EVERY CLAIM SENT. A DELETED CLAIM IS NO LONGER ON
      * MFTR110.CLAIMS AND IS NOT SENT. AN SQL ERROR ENDS THE RUN WITH
      * RETURN CODE 8 AND THE RUN WINDOW NOT ADVANCED, SO THE NEXT RUN
      * SENDS THE SAME CLAIMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO STATOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-REPORT ASSIGN TO STATRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-RECORD              PIC X(200).
       FD  STATUS-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
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
       01 WS-CLAIM-NUMBER             PIC S9(9) COMP.
       01 WS-POLICY-NUMBER            PIC S9(9) COMP.
       01 WS-CLAIM-STATUS             PIC X(10).
       01 WS-STATUS-DATE              PIC X(10).
       01 WS-ADJUSTER-ID              PIC X(08).
       01 WS-ADJUSTER-NAME            PIC X(40).
       01 WS-DENIAL-CODE              PIC X(08).
       01 WS-DENIAL-DESC              PIC X(60).
       01 WS-TOTAL-PAID               PIC S9(9)V99 COMP-3.
       01 WS-PAY-METHOD               PIC X(01).
       01 WS-CHECK-NUMBER             PIC X(10).
       01 WS-CHECK-DATE               PIC X(10).
       01 WS-CHECK-AMOUNT             PIC S9(9)V99 COMP-3.
       01 WS-SENT-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-PAID-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-DENIED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-CHECK-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-STATUS-HEADER.
          05 ST-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 ST-H-FEED-NAME           PIC X(09) VALUE 'STATFEED '.
          05 ST-H-DATE                PIC X(10).
          05 FILLER                   PIC X(180) VALUE SPACES.
       01 WS-STATUS-DETAIL.
          05 ST-D-REC-TYPE            PIC X(01) VALUE 'D'.
          05 ST-D-CLAIMNUMBER         PIC 9(09).
          05 ST-D-POLICYNUMBER        PIC 9(09).
          05 ST-D-STATUS              PIC X(10).
          05 ST-D-STATUS-DATE         PIC X(10).
          05 ST-D-ADJUSTER-NAME       PIC X(40).
          05 ST-D-DENIAL-CODE         PIC X(08).
          05 ST-D-DENIAL-DESC         PIC X(60).
          05 ST-D-PAY-METHOD          PIC X(01).
          05 ST-D-CHECK-NUMBER        PIC X(10).
          05 ST-D-CHECK-DATE          PIC X(10).
          05 ST-D-CHECK-AMOUNT        PIC S9(9)V99.
          05 ST-D-TOTAL-PAID          PIC S9(9)V99.
          05 FILLER                   PIC X(10) VALUE SPACES.
       01 WS-STATUS-TRAILER.
          05 ST-T-REC-TYPE            PIC X(01) VALUE 'T'.
          05 ST-T-COUNT               PIC 9(09).
          05 ST-T-TOTAL-AMOUNT        PIC S9(9)V99.
          05 FILLER                   PIC X(179) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B49 - CLAIM STA'.
          05 FILLER              PIC X(30) VALUE 'TUS FEED TO CHANNEL'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(11) VALUE 'STATUS'.
          05 FILLER               PIC X(11) VALUE 'CHANGED'.
          05 FILLER               PIC X(22) VALUE 'ADJUSTER'.
          05 FILLER               PIC X(25) VALUE 'CHECK/EFT OR DENIAL'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-STATUS              PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-STATUS-DATE         PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-ADJUSTER            PIC X(20).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-OUTCOME             PIC X(25).
       01 WS-PAY-OUTCOME.
          05 WS-PO-METHOD             PIC X(01).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-PO-CHECK              PIC X(10).
          05 WS-PO-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(08) VALUE 'SENT ='.
          05 WS-T-SENT                PIC ZZZ,ZZ9.
          05 FILLER              PIC X(09) VALUE ' PAID ='.
          05 WS-T-PAID                PIC ZZZ,ZZ9.
          05 FILLER              PIC X(11) VALUE ' DENIED ='.
          05 WS-T-DENIED              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(10) VALUE ' CHECKS ='.
          05 WS-T-CHECKS              PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * ONE ROW PER CLAIM WHOSE STATUS CHANGED IN THE WINDOW, AS THE
      * CLAIM NOW STANDS. THE DENIAL WORDING IS ONLY PICKED UP WHILE
      * THE CLAIM IS DENIED - A REASON LEFT ON A REOPENED CLAIM IS
      * NOT SENT.
           EXEC SQL
              DECLARE STATUS-CSR CURSOR FOR
                 SELECT C.CLAIMNUMBER,
                        COALESCE(C.POLICYNUMBER, 0),
                        COALESCE(C.STATUS, ' '),
                        (SELECT CHAR(DATE(MAX(A.AUDITTIMESTAMP)), ISO)
                           FROM MFTR110.CLAIM_AUDIT A
                          WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                            AND A.AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                            AND A.AUDITTIMESTAMP <= :WS-THIS-RUN-TS),
                        COALESCE(C.ADJUSTERID, ' '),
                        COALESCE(J.ADJUSTERNAME, ' '),
                        CASE WHEN C.STATUS = 'DENIED'
                             THEN COALESCE(C.DENIALREASON, ' ')
                             ELSE ' ' END,
                        COALESCE(R.REASONDESC, ' '),
                        COALESCE(C.PAID, 0)
                   FROM MFTR110.CLAIMS C
                        LEFT OUTER JOIN MFTR110.ADJUSTER J
                               ON J.ADJUSTERID = C.ADJUSTERID
                        LEFT OUTER JOIN MFTR110.DENIAL_REASON R
                               ON R.REASONCODE = C.DENIALREASON
                              AND C.STATUS = 'DENIED'
                  WHERE EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIM_AUDIT A
                          WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                            AND A.AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                            AND A.AUDITTIMESTAMP <= :WS-THIS-RUN-TS
                            AND (A.AUDITACTION = 'I'
                                 OR (A.AUDITACTION = 'U'
                                     AND COALESCE(A.OLDSTATUS, ' ')
                                         <> COALESCE(A.NEWSTATUS,
                                                     ' '))))
                  ORDER BY C.CLAIMNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CLAIM UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           IF NOT WS-SQL-ERROR
              PERFORM 2700-UPDATE-RUN-CONTROL
           END-IF
           PERFORM 4000-TERMINATE
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B49' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B49 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT STATUS-REPORT
           OPEN OUTPUT STATUS-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 1200-READ-RUN-CONTROL
           MOVE WS-THIS-RUN-TS(1:10) TO ST-H-DATE
           WRITE STATUS-RECORD FROM WS-STATUS-HEADER
           WRITE RPT-LINE FROM WS-HEADING2
           EXEC SQL
              OPEN STATUS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              SET WS-EOF TO TRUE
              MOVE 'SQL ERROR READING CLAIMS - WINDOW NOT ADVANCED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              PERFORM 2100-FETCH-NEXT-CLAIM
           END-IF.
       1200-READ-RUN-CONTROL.
           EXEC SQL
              SET :WS-THIS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE 'N' TO WS-RUN-CONTROL-FOUND-SW
           MOVE 'MF110B49' TO JOB-NAME
           EXEC SQL
              SELECT LASTRUNTS
                INTO :RUN-CONTROL.LAST-RUN-TS
                FROM MFTR110.RUN_CONTROL
               WHERE JOBNAME = :RUN-CONTROL.JOB-NAME
           END-EXEC
           IF SQLCODE = 0
              SET WS-RUN-CONTROL-FOUND TO TRUE
              MOVE LAST-RUN-TS TO WS-LAST-RUN-TS
           ELSE
              MOVE WS-THIS-RUN-TS(1:10) TO WS-DEF-TS-DATE
              MOVE WS-DEFAULT-TS  TO WS-LAST-RUN-TS
           END-IF.
       2000-PROCESS-CLAIM.
           MOVE SPACES TO WS-PAY-METHOD
           MOVE SPACES TO WS-CHECK-NUMBER
           MOVE SPACES TO WS-CHECK-DATE
           MOVE ZERO   TO WS-CHECK-AMOUNT
           MOVE SPACES TO WS-D-OUTCOME
           IF WS-CLAIM-STATUS = 'PAID'
              PERFORM 2200-GET-LATEST-PAYMENT
           END-IF
           IF WS-SQL-ERROR
              SET WS-EOF TO TRUE
           ELSE
              PERFORM 2300-WRITE-STATUS-RECORD
              PERFORM 2100-FETCH-NEXT-CLAIM
           END-IF.
       2100-FETCH-NEXT-CLAIM.
           EXEC SQL
              FETCH STATUS-CSR
              INTO :WS-CLAIM-NUMBER,
                   :WS-POLICY-NUMBER,
                   :WS-CLAIM-STATUS,
                   :WS-STATUS-DATE,
                   :WS-ADJUSTER-ID,
                   :WS-ADJUSTER-NAME,
                   :WS-DENIAL-CODE,
                   :WS-DENIAL-DESC,
                   :WS-TOTAL-PAID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-EOF TO TRUE
             WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 SET WS-EOF TO TRUE
                 MOVE 'SQL ERROR READING CLAIMS - WINDOW NOT ADVANCED'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE.
      * THE CHECK OR EFT SENT IS THE CLAIM'S LATEST UNVOIDED INDEMNITY
      * PAYMENT - EXPENSE CHECKS GO TO VENDORS AND INTEREST CHECKS
      * FOLLOW THE INDEMNITY THEY RIDE ON. A PAID CLAIM WITH NO SUCH
      * ROW (PAID OUTSIDE THE SYSTEM) GOES WITH THE PAYMENT FIELDS
      * BLANK.
       2200-GET-LATEST-PAYMENT.
           EXEC SQL
              SELECT PAYMETHOD,
                     CHECKNUMBER,
                     COALESCE(CHAR(CHECKDATE, ISO), ' '),
                     COALESCE(CHECKAMOUNT, 0)
                INTO :WS-PAY-METHOD,
                     :WS-CHECK-NUMBER,
                     :WS-CHECK-DATE,
                     :WS-CHECK-AMOUNT
                FROM MFTR110.CLAIM_PAYMENT
               WHERE CLAIMNUMBER = :WS-CLAIM-NUMBER
                 AND VOIDFLAG    = 'N'
                 AND PAYMENTTYPE = 'I'
               ORDER BY CHECKDATE DESC, CHECKNUMBER DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 MOVE SPACES TO WS-PAY-METHOD
                 MOVE SPACES TO WS-CHECK-NUMBER
                 MOVE SPACES TO WS-CHECK-DATE
                 MOVE ZERO   TO WS-CHECK-AMOUNT
             WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 MOVE 'SQL ERROR READING PAYMENTS - WINDOW NOT ADVANCED'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE.
       2300-WRITE-STATUS-RECORD.
           MOVE WS-CLAIM-NUMBER   TO ST-D-CLAIMNUMBER
           MOVE WS-POLICY-NUMBER  TO ST-D-POLICYNUMBER
           MOVE WS-CLAIM-STATUS   TO ST-D-STATUS
           MOVE WS-STATUS-DATE    TO ST-D-STATUS-DATE
           MOVE WS-ADJUSTER-NAME  TO ST-D-ADJUSTER-NAME
           MOVE WS-DENIAL-CODE    TO ST-D-DENIAL-CODE
           MOVE WS-DENIAL-DESC    TO ST-D-DENIAL-DESC
           MOVE WS-PAY-METHOD     TO ST-D-PAY-METHOD
           MOVE WS-CHECK-NUMBER   TO ST-D-CHECK-NUMBER
           MOVE WS-CHECK-DATE     TO ST-D-CHECK-DATE
           MOVE WS-CHECK-AMOUNT   TO ST-D-CHECK-AMOUNT
           MOVE WS-TOTAL-PAID     TO ST-D-TOTAL-PAID
           WRITE STATUS-RECORD FROM WS-STATUS-DETAIL
           ADD 1 TO WS-SENT-COUNT
           ADD WS-CHECK-AMOUNT TO WS-CHECK-TOTAL
           IF WS-CLAIM-STATUS = 'PAID'
              ADD 1 TO WS-PAID-COUNT
              IF WS-CHECK-NUMBER NOT = SPACES
                 MOVE WS-PAY-METHOD   TO WS-PO-METHOD
                 MOVE WS-CHECK-NUMBER TO WS-PO-CHECK
                 MOVE WS-CHECK-AMOUNT TO WS-PO-AMOUNT
                 MOVE WS-PAY-OUTCOME  TO WS-D-OUTCOME
              END-IF
           END-IF
           IF WS-CLAIM-STATUS = 'DENIED'
              ADD 1 TO WS-DENIED-COUNT
              MOVE WS-DENIAL-DESC TO WS-D-OUTCOME
           END-IF
           MOVE WS-CLAIM-NUMBER   TO WS-D-CLAIMNBR
           MOVE WS-CLAIM-STATUS   TO WS-D-STATUS
           MOVE WS-STATUS-DATE    TO WS-D-STATUS-DATE
           IF WS-ADJUSTER-NAME = SPACES
              MOVE WS-ADJUSTER-ID TO WS-D-ADJUSTER
           ELSE
              MOVE WS-ADJUSTER-NAME TO WS-D-ADJUSTER
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2700-UPDATE-RUN-CONTROL.
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
           END-IF.
       3000-WRITE-TOTALS.
           MOVE WS-SENT-COUNT  TO ST-T-COUNT
           MOVE WS-CHECK-TOTAL TO ST-T-TOTAL-AMOUNT
           WRITE STATUS-RECORD FROM WS-STATUS-TRAILER
           MOVE WS-SENT-COUNT   TO WS-T-SENT
           MOVE WS-PAID-COUNT   TO WS-T-PAID
           MOVE WS-DENIED-COUNT TO WS-T-DENIED
           MOVE WS-CHECK-TOTAL  TO WS-T-CHECKS
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           EXEC SQL
              CLOSE STATUS-CSR
           END-EXEC
           CLOSE STATUS-FILE
           CLOSE STATUS-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-SENT-COUNT TO LOG-RECS-READ
           MOVE WS-SENT-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'CHECKS REPORTED' TO LOG-CONTROL-DESC
           MOVE WS-CHECK-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B49 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
