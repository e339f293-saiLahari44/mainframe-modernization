      * NIGHT'S FILES FROM THE RECORDED AUTHORIZATIONS WITHOUT
      * TOUCHING CLAIM STATUS - IN PLACE OF THE OLD MANUAL-SQL
      * RECOVERY.
      * A PAYMENT THAT WOULD TAKE THE POLICY/CAUSE PAST THE AGGREGATE
      * LIMIT ON ITS POLICY_COVERAGE ROW - COUNTING EVERY OTHER CLAIM
      * OF THE CAUSE IN THE CURRENT POLICY TERM - IS HELD IN APPROVED
      * STATUS ('HELD - AGGREGATE') FOR THE DESK TO RESOLVE INSTEAD
      * OF BEING AUTHORIZED.
      * BEFORE ANY AUTHORIZATION IS WRITTEN THE CLAIMANT AND THE PAYEE
      * OF RECORD ARE SCREENED AGAINST THE OFAC SDN LIST LOADED BY
      * MF110B32. A POSSIBLE MATCH IS LOGGED TO MFTR110.SANCTIONS_HIT
      * AND THE CLAIM IS HELD IN APPROVED STATUS ('HELD - SANCTIONS')
      * UNTIL COMPLIANCE RELEASES THE HIT FROM THE MF110BMS SANCTIONS
      * OPTION; A CONFIRMED HIT KEEPS IT BLOCKED. EVERY HELD OR
      * BLOCKED NAME IS LISTED FOR COMPLIANCE ON THE SDNRPT HIT
      * REPORT.
      * AFTER THE APPROVED CLAIMS, EVERY PAYMENT WAITING ON
      * MFTR110.PAYMENT_QUEUE AND DUE BY TODAY - THE INSTALLMENTS
      * MF110B36 QUEUES FROM THE RECURRING PAYMENT SCHEDULES - IS
      * AUTHORIZED THE SAME WAY: PAYEE SCREENED, TIN HOLD, AN
      * INDEMNITY PAYMENT HELD ('HELD - EXCEEDS VALUE') IF IT WOULD
      * TAKE THE CLAIM OR ITS LINE PAST VALUE NET OF THE DEDUCTIBLE
      * OR THE POLICY AGGREGATE, AND HELD ('HELD - NO AUTHORITY') IF
      * THE ADJUSTER WHO SET IT UP IS NO LONGER ACTIVE (ONE ON LEAVE
      * KEEPS THEIR AUTHORITY FOR IT). THE QUEUE ROW
      * IS MARKED AUTHORIZED BEFORE THE LEDGER ROW IS WRITTEN, IN THE
      * SAME UNIT OF WORK, SO A RERUN CANNOT PAY IT TWICE. PAID IS
      * RESET FROM THE LEDGER AND AUDITED WITHOUT CHANGING THE CLAIM'S
      * STATUS; A HELD ROW STAYS QUEUED WITH ITS REASON AND IS TRIED
      * AGAIN THE NEXT NIGHT, AND ONE ON A CLOSED OR DENIED CLAIM IS
      * CANCELLED.
      * A VENDOR INVOICE QUEUED BY MF110B50 (SOURCETYPE 'V') IS PAID TO
      * THE MFTR110.VENDOR MASTER - ITS BANK ACCOUNT WHEN THE VENDOR IS
      * SET UP FOR EFT, OTHERWISE A CHECK TO ITS REMIT ADDRESS - AND
      * THE LEDGER ROW CARRIES THE VENDORID THE MF110B22 1099 IS
      * REPORTED BY. IT IS HELD ('HELD - VENDOR INACTIVE', 'HELD - NO
      * W-9') WHILE THE VENDOR IS INACTIVE OR HAS NO SIGNED W-9 AND TIN
      * ON FILE, WHATEVER THE AMOUNT, AND ITS AUTHORITY CHECK IS MADE
      * AGAINST THE CLAIM'S CURRENT ADJUSTER, NOT THE ONE IT WAS QUEUED
      * UNDER.
      * A CLAIM SETTLED LATER THAN ITS POLICY STATE ALLOWS - MORE THAN
      * THE MFTR110.INTEREST_RULE PAY DAYS AFTER ITS REPORT DATE - IS
      * PAID STATUTORY INTEREST ON WHAT WENT OUT FOR IT THAT NIGHT, AT
      * THE STATE'S RATE AND DAY-COUNT RULE, AS A SEPARATE CHECK: ITS
      * OWN LEDGER ROW (PAYMENTTYPE 'N', OUTSIDE PAID, TO ITS OWN GL
      * ACCOUNT IN MF110B5) AND A MFTR110.CLAIM_INTEREST ROW SHOWING
      * HOW THE FIGURE WAS WORKED FOR THE MF110B4 LETTER AND THE
      * MF110B37 MONTHLY REPORT.
      * EACH TREASURY AND EFT RECORD ENDS WITH THE LEDGER ROW'S
      * PAYMENT TYPE, SO THE CLEARED-PAYMENT EXTRACT MF110B2 MATCHES
      * COMES BACK TYPED FOR INTEREST AND QUEUED EXPENSE CHECKS TOO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISBURSE-REPORT ASSIGN TO DISBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SANCTIONS-REPORT ASSIGN TO SDNRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISB-CONTROL
           05 PA-AMOUNT               PIC S9(9)V99.
           05 PA-AUTH-DATE            PIC X(10).
           05 PA-AUTH-NUMBER          PIC X(10).
           05 PA-PAYMENT-TYPE         PIC X(01).
       FD  EFT-AUTH-FILE
           RECORDING MODE IS F.
       01  EFT-AUTH-RECORD.
           05 EF-AMOUNT               PIC S9(9)V99.
           05 EF-AUTH-DATE            PIC X(10).
           05 EF-AUTH-NUMBER          PIC X(10).
           05 EF-PAYMENT-TYPE         PIC X(01).
       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F.
       01  POSITIVE-PAY-RECORD.
       FD  DISBURSE-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       FD  SANCTIONS-REPORT
           RECORDING MODE IS F.
       01  SDN-RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-TIN-ON-FILE-SW           PIC X(01).
          88 WS-TIN-ON-FILE           VALUE 'Y'.
       01 WS-TINHOLD-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-AGG-LIMIT                PIC S9(9)V99 COMP-3.
       01 WS-AGG-USED                 PIC S9(9)V99 COMP-3.
       01 WS-AGG-CLAIM-USE            PIC S9(9)V99 COMP-3.
       01 WS-AGG-LINE                 PIC S9(9) COMP.
       01 WS-AGG-OK-SW                PIC X(01).
          88 WS-AGG-OK                VALUE 'Y'.
       01 WS-AGGHOLD-COUNT            PIC S9(9) COMP VALUE ZERO.
      * SANCTIONS SCREENING - WS-SDN-NAME-SW IS THE RESULT FOR THE
      * NAME JUST SCREENED, WS-SDN-CLAIM-SW THE WORST RESULT ACROSS
      * THE CLAIM'S NAMES (A CONFIRMED HIT OUTRANKS AN OPEN ONE).
       01 WS-SDN-NAME-SW              PIC X(01).
          88 WS-SDN-NAME-CLEAR        VALUE 'C'.
          88 WS-SDN-NAME-HELD         VALUE 'H'.
          88 WS-SDN-NAME-BLOCKED      VALUE 'B'.
       01 WS-SDN-CLAIM-SW             PIC X(01).
          88 WS-SDN-CLEAR             VALUE 'C'.
          88 WS-SDN-HELD              VALUE 'H'.
          88 WS-SDN-BLOCKED           VALUE 'B'.
       01 WS-SDN-HIT-STATUS           PIC X(12).
       01 WS-SDNHOLD-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-SDN-LISTED-COUNT         PIC S9(9) COMP VALUE ZERO.
      * PAYMENT QUEUE - SCHEDULED INSTALLMENTS AND OTHER PAYMENTS
      * QUEUED FOR AUTHORIZATION OUTSIDE THE APPROVED-CLAIM PATH.
       01 WS-Q-EOF-SW                 PIC X(01) VALUE 'N'.
          88 WS-Q-EOF                 VALUE 'Y'.
       01 WS-Q-OK-SW                  PIC X(01).
          88 WS-Q-OK                  VALUE 'Y'.
       01 WS-Q-CLAIM-STATUS           PIC X(10).
       01 WS-Q-ADJ-ACTIVE             PIC X(01).
      * VENDOR PAYEE OF A QUEUED VENDOR INVOICE - SPACES ON EVERY OTHER
      * LEDGER ROW.
       01 WS-LEDGER-VENDOR-ID         PIC X(08) VALUE SPACES.
       01 WS-VENDOR-OK-SW             PIC X(01).
          88 WS-VENDOR-ACTIVE         VALUE 'Y'.
       01 WS-Q-PAID-SUM               PIC S9(9)V99 COMP-3.
       01 WS-QAUTH-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-QAUTH-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-QHOLD-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-QCANCEL-COUNT            PIC S9(9) COMP VALUE ZERO.
      * STATUTORY INTEREST ON A LATE SETTLEMENT.
       01 WS-INT-PRINCIPAL            PIC S9(9)V99 COMP-3.
       01 WS-INT-AMOUNT               PIC S9(9)V99 COMP-3.
       01 WS-INT-DAYS-ELAPSED         PIC S9(9) COMP.
       01 WS-INT-DAYS                 PIC S9(9) COMP.
       01 WS-INT-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-INT-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B8 - PAYMENT'.
          05 FILLER              PIC X(30) VALUE ' DISBURSEMENT RUN'.
       01 WS-TINHOLD-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'HELD FOR TIN       ='.
          05 WS-T-TINHOLD             PIC ZZZ,ZZ9.
       01 WS-AGGHOLD-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'HELD FOR AGGREGATE ='.
          05 WS-T-AGGHOLD             PIC ZZZ,ZZ9.
       01 WS-SDNHOLD-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'HELD FOR SANCTIONS ='.
          05 WS-T-SDNHOLD             PIC ZZZ,ZZ9.
       01 WS-QUEUE-HEADING.
          05 FILLER              PIC X(30) VALUE
             'QUEUED AND SCHEDULED PAYMENTS'.
       01 WS-QAUTH-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'QUEUED AUTHORIZED  ='.
          05 WS-T-QAUTH               PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' TOTAL ='.
          05 WS-T-QAMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-INT-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'STATUTORY INTEREST ='.
          05 WS-T-INT                 PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' TOTAL ='.
          05 WS-T-INT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-QHOLD-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'QUEUED HELD        ='.
          05 WS-T-QHOLD               PIC ZZZ,ZZ9.
          05 FILLER              PIC X(14) VALUE ' CANCELLED ='.
          05 WS-T-QCANCEL             PIC ZZZ,ZZ9.
       01 WS-SDN-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B8 - SANCTIONS'.
          05 FILLER              PIC X(30) VALUE ' SCREENING HITS'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-SDN-HDG-DATE      PIC X(10).
       01 WS-SDN-HEADING2.
          05 FILLER               PIC X(10) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(11) VALUE 'ROLE'.
          05 FILLER               PIC X(23) VALUE 'PAYEE NAME'.
          05 FILLER               PIC X(23) VALUE 'SDN LIST NAME'.
          05 FILLER               PIC X(12) VALUE 'STATUS'.
       01 WS-SDN-DETAIL-LINE.
          05 WS-SH-CLAIMNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SH-ROLE               PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SH-NAME               PIC X(22).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SH-SDN-NAME           PIC X(22).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SH-STATUS             PIC X(12).
       01 WS-SDN-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'NAMES LISTED       ='.
          05 WS-T-SDN-LISTED          PIC ZZZ,ZZ9.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE CLAIM_LINE
           END-EXEC.
           EXEC SQL
              INCLUDE SANCTIONS_HIT
           END-EXEC.
           EXEC SQL
              INCLUDE PAYMENT_QUEUE
           END-EXEC.
           EXEC SQL
              INCLUDE VENDOR
           END-EXEC.
           EXEC SQL
              INCLUDE INTEREST_RULE
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_INTEREST
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE APPROVED-CSR CURSOR FOR
                 SELECT CLAIMNUMBER,
                            AND COALESCE(P.VOIDFLAG, 'N') <> 'Y')
                  ORDER BY C.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
              DECLARE QUEUE-CSR CURSOR FOR
                 SELECT Q.QUEUEID,
                        Q.CLAIMNUMBER,
                        COALESCE(Q.LINENBR, 0),
                        Q.PAYMENTTYPE,
                        COALESCE(Q.EXPENSETYPE, ' '),
                        COALESCE(Q.PAYEENAME, C.CLAIMANTNAME, ' '),
                        COALESCE(Q.PAYEEADDRESS, C.CLAIMANTADDRESS,
                                 ' '),
                        COALESCE(Q.PAYEETYPE, 'CLAIMANT  '),
                        Q.AMOUNT,
                        C.POLICYNUMBER,
                        C.CLAIMDATE,
                        C.VALUE1,
                        C.CAUSE,
                        C.RESERVE,
                        C.CLAIMANTNAME,
                        C.CLAIMANTADDRESS,
                        COALESCE(C.CLAIMANTID, 0),
                        C.STATUS,
                        COALESCE(A.ACTIVEFLAG, 'N'),
                        Q.SOURCETYPE,
                        COALESCE(Q.VENDORID, ' ')
                   FROM MFTR110.PAYMENT_QUEUE Q
                        INNER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = Q.CLAIMNUMBER
                        LEFT OUTER JOIN MFTR110.ADJUSTER A
                               ON A.ADJUSTERID =
                                  CASE WHEN Q.SOURCETYPE = 'V'
                                       THEN C.ADJUSTERID
                                       ELSE Q.REQUESTUSERID
                                  END
                  WHERE Q.QUEUESTATUS = 'Q'
                    AND Q.DUEDATE <= CURRENT DATE
                  ORDER BY Q.CLAIMNUMBER, Q.DUEDATE, Q.QUEUEID
           END-EXEC.
           EXEC SQL
              DECLARE LINES-CSR CURSOR FOR
                 SELECT LINENBR,
                        COALESCE(P.PAYMETHOD, 'C'),
                        COALESCE(P.PAYEENAME, ' '),
                        COALESCE(P.PAYEEADDRESS, ' '),
                        CASE WHEN P.VENDORID IS NOT NULL
                             THEN COALESCE(V.BANKROUTING, ' ')
                             ELSE COALESCE(M.BANKROUTING, ' ')
                        END,
                        CASE WHEN P.VENDORID IS NOT NULL
                             THEN COALESCE(V.BANKACCOUNT, ' ')
                             ELSE COALESCE(M.BANKACCOUNT, ' ')
                        END,
                        COALESCE(P.PAYMENTTYPE, 'I')
                   FROM MFTR110.CLAIM_PAYMENT P
                        LEFT OUTER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = P.CLAIMNUMBER
                        LEFT OUTER JOIN MFTR110.CLAIMANT M
                               ON M.CLAIMANTID = C.CLAIMANTID
                        LEFT OUTER JOIN MFTR110.VENDOR V
                               ON V.VENDORID = P.VENDORID
                  WHERE P.AUTHDATE = :WS-RETRANS-DATE
                    AND COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                  ORDER BY P.CLAIMNUMBER, P.AUTHNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 0900-READ-RUN-MODE
           IF WS-RETRANSMIT
              PERFORM 6000-RETRANSMIT-RUN
           ELSE
              PERFORM 1000-INITIALIZE
              PERFORM 2000-PROCESS-APPROVED UNTIL WS-EOF
              PERFORM 5000-PROCESS-PAYMENT-QUEUE
              PERFORM 3000-WRITE-TOTALS
              PERFORM 4000-TERMINATE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B8' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B8 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
      * NORMAL NIGHTS RUN WITH NO DISBCTL RECORD (OR NONE OF MODE
      * 'R'). A LOST TRANSMISSION IS RECOVERED BY RERUNNING WITH
      * 'R' AND THE AUTHORIZATION DATE - THE TREASURY FILES ARE
           OPEN OUTPUT EFT-AUTH-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT DISBURSE-REPORT
           OPEN OUTPUT SANCTIONS-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           MOVE WS-TODAY(1:10) TO WS-SDN-HDG-DATE
           MOVE WS-TODAY(1:4) TO WS-AD-YEAR
           MOVE WS-TODAY(5:2) TO WS-AD-MONTH
           MOVE WS-TODAY(7:2) TO WS-AD-DAY
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           WRITE SDN-RPT-LINE FROM WS-SDN-HEADING1
           WRITE SDN-RPT-LINE FROM WS-BLANK-LINE
           WRITE SDN-RPT-LINE FROM WS-SDN-HEADING2
           EXEC SQL
              OPEN APPROVED-CSR
           END-EXEC
      * A CLAIM WITHOUT LINES RUNS THE SINGLE-CAUSE PATH IT ALWAYS
      * HAS.
       2000-PROCESS-APPROVED.
           MOVE 'I' TO PAYMENT-TYPE OF CLAIM-PAYMENT
           MOVE SPACES TO EXPENSE-TYPE OF CLAIM-PAYMENT
           PERFORM 2030-COUNT-CLAIM-LINES
           IF WS-LINE-COUNT > 0
              PERFORM 2700-PROCESS-CLAIM-LINES
           END-IF.
       2040-PROCESS-SINGLE-CLAIM.
           MOVE ZERO TO LINE-NBR OF CLAIM-PAYMENT
           MOVE ZERO TO WS-INT-PRINCIPAL
           MOVE CAUSE OF CLAIMS TO WS-DED-CAUSE
           PERFORM 2050-FETCH-DEDUCTIBLE
      * A DEDUCTIBLE ABOVE THE CLAIM VALUE CAN ONLY NET THE VALUE -
                TO WS-D-PAYEE-ADDRESS
           IF WS-PAY-AMOUNT > 0
              PERFORM 2170-RESOLVE-PAY-METHOD
              PERFORM 2080-SCREEN-PAYEES
              IF WS-SDN-BLOCKED
                 MOVE 'BLOCKED - SANCTIONS' TO WS-D-DISP
                 ADD 1 TO WS-SDNHOLD-COUNT
              ELSE
              IF WS-SDN-HELD
                 MOVE 'HELD - SANCTIONS' TO WS-D-DISP
                 ADD 1 TO WS-SDNHOLD-COUNT
              ELSE
              IF WS-PAY-AMOUNT >= WS-TIN-THRESHOLD
                 AND PAYEE-TYPE OF CLAIMS = 'CLAIMANT  '
                 AND NOT WS-TIN-ON-FILE
                 MOVE 'HELD - NO TIN' TO WS-D-DISP
                 ADD 1 TO WS-TINHOLD-COUNT
              ELSE
              MOVE VALUE1 OF CLAIMS TO WS-AGG-CLAIM-USE
              MOVE ZERO TO WS-AGG-LINE
              PERFORM 2060-CHECK-AGGREGATE
              IF NOT WS-AGG-OK
                 MOVE 'HELD - AGGREGATE' TO WS-D-DISP
                 ADD 1 TO WS-AGGHOLD-COUNT
              ELSE
              IF WS-PAY-METHOD = 'E'
                 MOVE 'EFT AUTHORIZED' TO WS-D-DISP
              ELSE
                    ADD 1 TO WS-AUTH-COUNT
                    ADD WS-PAY-AMOUNT TO WS-AUTH-TOTAL
                    ADD WS-DEDUCTIBLE TO WS-DEDUCT-TOTAL
                    MOVE WS-PAY-AMOUNT TO WS-INT-PRINCIPAL
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           ELSE
              MOVE 'NO BALANCE DUE' TO WS-D-DISP
              PERFORM 2300-SET-CLAIM-PAID
           MOVE WS-D-PAYEE-NAME(1:17) TO WS-D-PAYEE
           MOVE WS-PAY-AMOUNT         TO WS-D-AMOUNT
           MOVE WS-DEDUCTIBLE         TO WS-D-DEDUCT
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF WS-INT-PRINCIPAL > 0
              PERFORM 2800-PAY-STATUTORY-INTEREST
           END-IF.
       2700-PROCESS-CLAIM-LINES.
           MOVE ZERO TO WS-INT-PRINCIPAL
           MOVE FUNCTION DISPLAY-OF(PAYEE-NAME OF CLAIMS)
                TO WS-D-PAYEE-NAME
           MOVE FUNCTION DISPLAY-OF(PAYEE-ADDRESS OF CLAIMS)
                TO WS-D-PAYEE-ADDRESS
           PERFORM 2170-RESOLVE-PAY-METHOD
           PERFORM 2080-SCREEN-PAYEES
           IF NOT WS-SDN-CLEAR
              IF WS-SDN-BLOCKED
                 MOVE 'BLOCKED - SANCTIONS' TO WS-D-DISP
              ELSE
                 MOVE 'HELD - SANCTIONS' TO WS-D-DISP
              END-IF
              ADD 1 TO WS-SDNHOLD-COUNT
              MOVE CLAIMNUMBER OF CLAIMS TO WS-D-CLAIMNBR
              MOVE WS-D-PAYEE-NAME(1:17) TO WS-D-PAYEE
              MOVE ZERO TO WS-D-AMOUNT
              MOVE ZERO TO WS-D-DEDUCT
              WRITE RPT-LINE FROM WS-DETAIL-LINE
           ELSE
           IF VALUE1 OF CLAIMS - PAID OF CLAIMS >= WS-TIN-THRESHOLD
              AND PAYEE-TYPE OF CLAIMS = 'CLAIMANT  '
              AND NOT WS-TIN-ON-FILE
              ELSE
                 PERFORM 2300-SET-CLAIM-PAID
              END-IF
              IF WS-INT-PRINCIPAL > 0
                 PERFORM 2800-PAY-STATUTORY-INTEREST
              END-IF
           END-IF
           END-IF.
       2710-FETCH-NEXT-LINE.
           EXEC SQL
      * BE ASSIGNED CONTRIBUTES ONLY WHAT IT HAS ACTUALLY BEEN PAID
      * AND MARKS THE CLAIM FAILED, SO THE CLAIM IS LEFT IN APPROVED
      * STATUS AND THE NEXT RUN PICKS THE UNPAID LINES UP AGAIN -
      * THE SAME RECOVERY THE SINGLE-CLAIM PATH HAS ALWAYS HAD. A
      * LINE HELD FOR THE POLICY AGGREGATE IS TREATED THE SAME WAY.
       2720-AUTHORIZE-LINE.
           MOVE LINE-CAUSE TO WS-DED-CAUSE
           PERFORM 2050-FETCH-DEDUCTIBLE
           END-IF
           COMPUTE WS-PAY-AMOUNT = WS-LINE-NET - LINE-PAID
           IF WS-PAY-AMOUNT > 0
              MOVE 'N' TO WS-AUTH-OK-SW
              MOVE LINE-VALUE TO WS-AGG-CLAIM-USE
              MOVE LINE-NBR OF CLAIM-LINE TO WS-AGG-LINE
              PERFORM 2060-CHECK-AGGREGATE
              IF WS-AGG-OK
                 PERFORM 2150-ASSIGN-AUTH-NUMBER
              ELSE
                 ADD 1 TO WS-AGGHOLD-COUNT
              END-IF
              IF WS-AUTH-OK
                 ADD WS-LINE-NET   TO WS-CLM-PAID-TOTAL
                 ADD WS-DEDUCTIBLE TO WS-CLM-DED-TOTAL
                 ADD 1 TO WS-AUTH-COUNT
                 ADD WS-PAY-AMOUNT TO WS-AUTH-TOTAL
                 ADD WS-DEDUCTIBLE TO WS-DEDUCT-TOTAL
                 ADD WS-PAY-AMOUNT TO WS-INT-PRINCIPAL
                 MOVE LINE-NBR OF CLAIM-LINE TO WS-LINE-NBR-DISP
                 MOVE SPACES TO WS-D-DISP
                 STRING 'LINE ' WS-LINE-NBR-DISP ' AUTHORIZED'
              ELSE
                 SET WS-LINE-FAILED TO TRUE
                 ADD LINE-PAID TO WS-CLM-PAID-TOTAL
                 IF NOT WS-AGG-OK
                    MOVE LINE-NBR OF CLAIM-LINE TO WS-LINE-NBR-DISP
                    MOVE SPACES TO WS-D-DISP
                    STRING 'LINE ' WS-LINE-NBR-DISP ' HELD-AGGREGATE'
                           DELIMITED BY SIZE INTO WS-D-DISP
                 END-IF
              END-IF
              MOVE CLAIMNUMBER OF CLAIMS TO WS-D-CLAIMNBR
              MOVE WS-D-PAYEE-NAME(1:17) TO WS-D-PAYEE
      * SINGLE-CLAIM PATH, EACH LINE'S CAUSE ON THE LINE PATH. A
      * POLICY/CAUSE WITH NO COVERAGE ROW (LEGACY POLICIES) PAYS
      * GROSS, THE WAY 607-VERIFY-COVERAGE ACCEPTS IT UNCHECKED.
      * THE ROW'S AGGREGATE LIMIT COMES BACK WITH IT FOR 2060.
       2050-FETCH-DEDUCTIBLE.
           MOVE ZERO TO WS-DEDUCTIBLE
           MOVE ZERO TO WS-AGG-LIMIT
           MOVE POLICYNUMBER OF CLAIMS
                TO POLICYNUMBER OF POLICY-COVERAGE
           EXEC SQL
              SELECT COALESCE(DEDUCTIBLE, 0),
                     COALESCE(AGGREGATELIMIT, 0)
                INTO :WS-DEDUCTIBLE,
                     :WS-AGG-LIMIT
                FROM MFTR110.POLICY_COVERAGE
               WHERE POLICYNUMBER =
                     :POLICY-COVERAGE.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-DEDUCTIBLE
              MOVE ZERO TO WS-AGG-LIMIT
           END-IF.
      * POLICY AGGREGATE FOR THE CAUSE IN WS-DED-CAUSE - WHAT EVERY
      * OTHER CLAIM OF THE CAUSE DATED INSIDE THE CURRENT POLICY TERM
      * HAS USED (THE GREATER OF INCURRED AND PAID, PER COVERAGE LINE
      * WHERE A CLAIM HAS LINES, PAID ONLY FOR A DENIED CLAIM) PLUS
      * THIS CLAIM OR LINE'S USE IN WS-AGG-CLAIM-USE MAY NOT EXCEED
      * THE LIMIT 2050 FETCHED. NO AGGREGATE ON THE ROW PASSES, AND
      * SO DOES A FAILED LOOKUP - THE SAME WAY A MISSING DEDUCTIBLE
      * PAYS GROSS. WS-AGG-LINE IS THE COVERAGE LINE WHOSE USE IS IN
      * WS-AGG-CLAIM-USE - THE CLAIM'S OTHER LINES STILL COUNT AS USED.
      * ZERO MEANS THE USE IS THE WHOLE CLAIM.
       2060-CHECK-AGGREGATE.
           MOVE 'Y' TO WS-AGG-OK-SW
           IF WS-AGG-LIMIT > 0
              EXEC SQL
                 SELECT COALESCE(SUM(E.ERODED), 0)
                   INTO :WS-AGG-USED
                   FROM (SELECT CASE
                                WHEN C.STATUS = 'DENIED'
                                     THEN COALESCE(C.PAID, 0)
                                WHEN COALESCE(C.PAID, 0) >
                                     COALESCE(C.VALUE1, 0)
                                     THEN COALESCE(C.PAID, 0)
                                ELSE COALESCE(C.VALUE1, 0)
                                END AS ERODED
                           FROM MFTR110.CLAIMS C,
                                MFTR110.POLICY P
                          WHERE P.POLICYNUMBER =
                                :POLICY-COVERAGE.POLICYNUMBER
                            AND C.POLICYNUMBER = P.POLICYNUMBER
                            AND C.CLAIMNUMBER <> :CLAIMS.CLAIMNUMBER
                            AND C.CAUSE = :WS-DED-CAUSE
                            AND C.CLAIMDATE BETWEEN
                                COALESCE(P.EFFECTIVEDATE, '0001-01-01')
                            AND COALESCE(P.EXPIRATIONDATE, '9999-12-31')
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM MFTR110.CLAIM_LINE L
                                  WHERE L.CLAIMNUMBER = C.CLAIMNUMBER)
                         UNION ALL
                         SELECT CASE
                                WHEN C.STATUS = 'DENIED'
                                     THEN COALESCE(L.PAID, 0)
                                WHEN COALESCE(L.PAID, 0) >
                                     COALESCE(L.VALUE1, 0)
                                     THEN COALESCE(L.PAID, 0)
                                ELSE COALESCE(L.VALUE1, 0)
                                END AS ERODED
                           FROM MFTR110.CLAIMS C,
                                MFTR110.CLAIM_LINE L,
                                MFTR110.POLICY P
                          WHERE P.POLICYNUMBER =
                                :POLICY-COVERAGE.POLICYNUMBER
                            AND C.POLICYNUMBER = P.POLICYNUMBER
                            AND L.CLAIMNUMBER = C.CLAIMNUMBER
                            AND NOT (L.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                                     AND (:WS-AGG-LINE = 0
                                          OR L.LINENBR = :WS-AGG-LINE))
                            AND L.CAUSE = :WS-DED-CAUSE
                            AND C.CLAIMDATE BETWEEN
                                COALESCE(P.EFFECTIVEDATE, '0001-01-01')
                            AND COALESCE(P.EXPIRATIONDATE, '9999-12-31')
                        ) E
              END-EXEC
              IF SQLCODE = 0
                 AND WS-AGG-USED + WS-AGG-CLAIM-USE > WS-AGG-LIMIT
                 MOVE 'N' TO WS-AGG-OK-SW
              END-IF
           END-IF.
       2100-FETCH-NEXT-CLAIM.
           EXEC SQL
           IF SQLCODE = 100
              SET WS-EOF TO TRUE
           END-IF.
      * OFAC SCREENING OF EVERYONE THE MONEY GOES TO - THE CLAIMANT
      * AND, WHEN DIFFERENT, THE PAYEE OF RECORD THE CHECK IS MADE OUT
      * TO. ANY NAME NOT CLEAR HOLDS THE WHOLE CLAIM.
       2080-SCREEN-PAYEES.
           SET WS-SDN-CLEAR TO TRUE
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF SANCTIONS-HIT
           IF CLAIMANT-NAME OF CLAIMS NOT = SPACES
              MOVE CLAIMANT-NAME OF CLAIMS TO HIT-NAME
              MOVE 'CLAIMANT  ' TO PAYEE-ROLE
              PERFORM 2085-SCREEN-ONE-NAME
           END-IF
           IF PAYEE-NAME OF CLAIMS NOT = SPACES
              AND PAYEE-NAME OF CLAIMS NOT = CLAIMANT-NAME OF CLAIMS
              MOVE PAYEE-NAME OF CLAIMS TO HIT-NAME
              MOVE PAYEE-TYPE OF CLAIMS TO PAYEE-ROLE
              PERFORM 2085-SCREEN-ONE-NAME
           END-IF.
      * A NAME ALREADY DISPOSITIONED ON THIS CLAIM IS NOT SCREENED
      * AGAIN - RELEASED PAYS, CONFIRMED STAYS BLOCKED, AND AN OPEN
      * HIT STAYS HELD. OTHERWISE THE NAME IS MATCHED TO THE LIST,
      * WHOLE NAME TO WHOLE NAME OR A LISTED NAME OF TWO OR MORE
      * WORDS FOUND ANYWHERE IN IT, AND A MATCH IS LOGGED OPEN.
      * A NAME THAT CANNOT BE SCREENED IS HELD, NEVER PASSED.
       2085-SCREEN-ONE-NAME.
           SET WS-SDN-NAME-CLEAR TO TRUE
           EXEC SQL
              SELECT DISPOSITION,
                     COALESCE(SDNNAME, ' ')
                INTO :SANCTIONS-HIT.HIT-DISPOSITION,
                     :SANCTIONS-HIT.HIT-SDN-NAME
                FROM MFTR110.SANCTIONS_HIT
               WHERE CLAIMNUMBER = :SANCTIONS-HIT.CLAIMNUMBER
                 AND HITNAME = :SANCTIONS-HIT.HIT-NAME
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 EVALUATE HIT-DISPOSITION
                   WHEN 'RELEASED  '
                       CONTINUE
                   WHEN 'CONFIRMED '
                       SET WS-SDN-NAME-BLOCKED TO TRUE
                       MOVE 'CONFIRMED' TO WS-SDN-HIT-STATUS
                   WHEN OTHER
                       SET WS-SDN-NAME-HELD TO TRUE
                       MOVE 'OPEN' TO WS-SDN-HIT-STATUS
                 END-EVALUATE
             WHEN 100
                 PERFORM 2087-MATCH-SDN-LIST
             WHEN OTHER
                 SET WS-SDN-NAME-HELD TO TRUE
                 MOVE SPACES TO HIT-SDN-NAME
                 MOVE 'SCREEN ERROR' TO WS-SDN-HIT-STATUS
           END-EVALUATE
           IF NOT WS-SDN-NAME-CLEAR
              PERFORM 2089-WRITE-HIT-LINE
              IF WS-SDN-NAME-BLOCKED
                 SET WS-SDN-BLOCKED TO TRUE
              ELSE
                 IF NOT WS-SDN-BLOCKED
                    SET WS-SDN-HELD TO TRUE
                 END-IF
              END-IF
           END-IF.
       2087-MATCH-SDN-LIST.
           EXEC SQL
              SELECT S.SDNENTRYID,
                     S.SDNNAME
                INTO :SANCTIONS-HIT.HIT-SDN-ENTRY-ID,
                     :SANCTIONS-HIT.HIT-SDN-NAME
                FROM MFTR110.SANCTIONS_LIST S
               WHERE S.SDNNAME = RTRIM(UPPER(:SANCTIONS-HIT.HIT-NAME))
                  OR (LOCATE(' ', RTRIM(S.SDNNAME)) > 0
                      AND LOCATE(RTRIM(S.SDNNAME),
                                 UPPER(:SANCTIONS-HIT.HIT-NAME)) > 0)
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 SET WS-SDN-NAME-HELD TO TRUE
                 MOVE 'NEW HIT' TO WS-SDN-HIT-STATUS
                 MOVE SPACES TO HIT-DISPOSITION
                 MOVE 'MF110B8 ' TO HIT-SOURCE
                 EXEC SQL
                    INSERT INTO MFTR110.SANCTIONS_HIT
                           (CLAIMNUMBER,
                            HITNAME,
                            PAYEEROLE,
                            SDNENTRYID,
                            SDNNAME,
                            HITDATE,
                            HITSOURCE,
                            DISPOSITION)
                    VALUES (:SANCTIONS-HIT.CLAIMNUMBER,
                            :SANCTIONS-HIT.HIT-NAME,
                            :SANCTIONS-HIT.PAYEE-ROLE,
                            :SANCTIONS-HIT.HIT-SDN-ENTRY-ID,
                            :SANCTIONS-HIT.HIT-SDN-NAME,
                            CURRENT DATE,
                            :SANCTIONS-HIT.HIT-SOURCE,
                            :SANCTIONS-HIT.HIT-DISPOSITION)
                 END-EXEC
             WHEN 100
                 CONTINUE
             WHEN OTHER
                 SET WS-SDN-NAME-HELD TO TRUE
                 MOVE SPACES TO HIT-SDN-NAME
                 MOVE 'SCREEN ERROR' TO WS-SDN-HIT-STATUS
           END-EVALUATE.
       2089-WRITE-HIT-LINE.
           MOVE CLAIMNUMBER OF CLAIMS TO WS-SH-CLAIMNBR
           MOVE PAYEE-ROLE            TO WS-SH-ROLE
           MOVE FUNCTION DISPLAY-OF(HIT-NAME)     TO WS-SH-NAME
           MOVE FUNCTION DISPLAY-OF(HIT-SDN-NAME) TO WS-SH-SDN-NAME
           MOVE WS-SDN-HIT-STATUS     TO WS-SH-STATUS
           WRITE SDN-RPT-LINE FROM WS-SDN-DETAIL-LINE
           ADD 1 TO WS-SDN-LISTED-COUNT.
       2150-ASSIGN-AUTH-NUMBER.
           MOVE 'N' TO WS-AUTH-OK-SW
           EXEC SQL
           MOVE WS-PAY-AMOUNT         TO EF-AMOUNT
           MOVE WS-AUTH-DATE          TO EF-AUTH-DATE
           MOVE WS-AUTH-CHECKNO       TO EF-AUTH-NUMBER
           MOVE PAYMENT-TYPE OF CLAIM-PAYMENT TO EF-PAYMENT-TYPE
           WRITE EFT-AUTH-RECORD.
       2270-WRITE-POSPAY-RECORD.
           MOVE WS-AUTH-CHECKNO       TO PP-CHECK-NUMBER
           MOVE WS-PAY-AMOUNT         TO PA-AMOUNT
           MOVE WS-AUTH-DATE          TO PA-AUTH-DATE
           MOVE WS-AUTH-CHECKNO       TO PA-AUTH-NUMBER
           MOVE PAYMENT-TYPE OF CLAIM-PAYMENT TO PA-PAYMENT-TYPE
           WRITE PAYMENT-AUTH-RECORD.
      * A PAID CLAIM CARRIES NO RESERVE - THE RELEASE RIDES THE SAME
      * UPDATE AND IS AUDITED THROUGH OLDRESERVE/NEWRESERVE SO THE
           ELSE
              MOVE 'SQL ERROR - NOT PAID' TO WS-D-DISP
           END-IF.
      * STATUTORY INTEREST. THE CLAIM'S DAYS FROM REPORT TO TODAY ARE
      * MEASURED AGAINST ITS POLICY STATE'S INTEREST_RULE; A STATE WITH
      * NO ROW, OR A CLAIM PAID INSIDE THE DEADLINE, OWES NOTHING.
      * SIMPLE INTEREST ON WHAT WAS PAID TONIGHT, FROM THE DAY AFTER
      * THE DEADLINE OR FROM THE REPORT DATE AS THE STATE RULES, OVER
      * A 360 OR 365-DAY YEAR. IT GOES TO THE SAME PAYEE BY THE SAME
      * METHOD AS THE SETTLEMENT, UNDER ITS OWN AUTHORIZATION NUMBER.
       2800-PAY-STATUTORY-INTEREST.
           EXEC SQL
              SELECT DAYS(CURRENT DATE) - DAYS(C.CLAIMDATE),
                     COALESCE(C.ADJUSTERID, ' '),
                     R.STATECODE,
                     R.PAYDAYS,
                     R.ANNUALRATE,
                     R.DAYBASIS,
                     R.ACCRUEFROM,
                     COALESCE(R.MININTEREST, 0),
                     COALESCE(R.STATUTECITE, ' ')
                INTO :WS-INT-DAYS-ELAPSED,
                     :CLAIM-INTEREST.INT-ADJUSTER-ID,
                     :INTEREST-RULE.INT-RULE-STATE,
                     :INTEREST-RULE.RULE-PAY-DAYS,
                     :INTEREST-RULE.RULE-RATE,
                     :INTEREST-RULE.RULE-DAY-BASIS,
                     :INTEREST-RULE.RULE-ACCRUE-FROM,
                     :INTEREST-RULE.RULE-MIN-INTEREST,
                     :INTEREST-RULE.RULE-STATUTE
                FROM MFTR110.CLAIMS C
                     INNER JOIN MFTR110.POLICY P
                            ON P.POLICYNUMBER = C.POLICYNUMBER
                     INNER JOIN MFTR110.INTEREST_RULE R
                            ON R.STATECODE = P.POLICYSTATE
               WHERE C.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC
           IF SQLCODE = 0
              AND WS-INT-DAYS-ELAPSED > RULE-PAY-DAYS
              IF RULE-ACCRUE-FROM = 'R'
                 MOVE WS-INT-DAYS-ELAPSED TO WS-INT-DAYS
              ELSE
                 COMPUTE WS-INT-DAYS =
                         WS-INT-DAYS-ELAPSED - RULE-PAY-DAYS
              END-IF
              IF RULE-DAY-BASIS NOT = 360
                 MOVE 365 TO RULE-DAY-BASIS
              END-IF
              COMPUTE WS-INT-AMOUNT ROUNDED =
                      WS-INT-PRINCIPAL * RULE-RATE / 100
                      * WS-INT-DAYS / RULE-DAY-BASIS
              IF WS-INT-AMOUNT > 0
                 AND WS-INT-AMOUNT >= RULE-MIN-INTEREST
                 PERFORM 2850-ISSUE-INTEREST-CHECK
              END-IF
           END-IF.
       2850-ISSUE-INTEREST-CHECK.
           PERFORM 2150-ASSIGN-AUTH-NUMBER
           IF WS-AUTH-OK
              MOVE 'STATUTORY INTEREST' TO WS-D-DISP
              MOVE 'N' TO PAYMENT-TYPE OF CLAIM-PAYMENT
              MOVE SPACES TO EXPENSE-TYPE OF CLAIM-PAYMENT
              MOVE ZERO TO LINE-NBR OF CLAIM-PAYMENT
              MOVE WS-INT-AMOUNT TO WS-PAY-AMOUNT
              PERFORM 2600-INSERT-LEDGER-ROW
              IF SQLCODE = 0
                 PERFORM 2870-INSERT-INTEREST-ROW
              END-IF
              IF WS-PAY-METHOD = 'E'
                 PERFORM 2250-WRITE-EFT-RECORD
                 ADD 1 TO WS-EFT-COUNT
              ELSE
                 PERFORM 2200-WRITE-AUTH-RECORD
                 PERFORM 2270-WRITE-POSPAY-RECORD
              END-IF
              ADD 1 TO WS-AUTH-COUNT
              ADD WS-INT-AMOUNT TO WS-AUTH-TOTAL
              ADD 1 TO WS-INT-COUNT
              ADD WS-INT-AMOUNT TO WS-INT-TOTAL
              MOVE 'I' TO PAYMENT-TYPE OF CLAIM-PAYMENT
           END-IF
           MOVE CLAIMNUMBER OF CLAIMS TO WS-D-CLAIMNBR
           MOVE WS-D-PAYEE-NAME(1:17) TO WS-D-PAYEE
           MOVE WS-INT-AMOUNT         TO WS-D-AMOUNT
           MOVE ZERO                  TO WS-D-DEDUCT
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2870-INSERT-INTEREST-ROW.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-INTEREST
           MOVE WS-AUTH-CHECKNO       TO INT-CHECK-NUMBER
           MOVE INT-RULE-STATE        TO INT-STATE
           MOVE WS-INT-PRINCIPAL      TO INT-PRINCIPAL
           MOVE WS-INT-DAYS-ELAPSED   TO INT-DAYS-ELAPSED
           MOVE RULE-PAY-DAYS         TO INT-PAY-DAYS
           MOVE WS-INT-DAYS           TO INT-DAYS
           MOVE RULE-RATE             TO INT-RATE
           MOVE RULE-DAY-BASIS        TO INT-DAY-BASIS
           MOVE WS-INT-AMOUNT         TO INT-AMOUNT
           MOVE RULE-STATUTE          TO INT-STATUTE
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_INTEREST
                     (CLAIMNUMBER,
                      CHECKNUMBER,
                      POLICYSTATE,
                      ADJUSTERID,
                      PRINCIPAL,
                      DAYSELAPSED,
                      PAYDAYS,
                      INTERESTDAYS,
                      ANNUALRATE,
                      DAYBASIS,
                      INTERESTAMOUNT,
                      STATUTECITE,
                      INTERESTDATE,
                      POSTEDTS)
              VALUES (:CLAIM-INTEREST.CLAIMNUMBER,
                      :CLAIM-INTEREST.INT-CHECK-NUMBER,
                      :CLAIM-INTEREST.INT-STATE,
                      :CLAIM-INTEREST.INT-ADJUSTER-ID,
                      :CLAIM-INTEREST.INT-PRINCIPAL,
                      :CLAIM-INTEREST.INT-DAYS-ELAPSED,
                      :CLAIM-INTEREST.INT-PAY-DAYS,
                      :CLAIM-INTEREST.INT-DAYS,
                      :CLAIM-INTEREST.INT-RATE,
                      :CLAIM-INTEREST.INT-DAY-BASIS,
                      :CLAIM-INTEREST.INT-AMOUNT,
                      :CLAIM-INTEREST.INT-STATUTE,
                      CURRENT DATE,
                      CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'INTEREST ROW FAILED' TO WS-D-DISP
           END-IF.
      * THE CLAIM-LEVEL RESERVE RELEASE CARRIES DOWN TO THE COVERAGE
      * LINES, SO A SETTLED CLAIM'S LINES CANNOT ROLL A RELEASED
      * RESERVE BACK ONTO IT. A CLAIM WITH NO LINES IS UNTOUCHED.
                TO PAYEE-TYPE OF CLAIM-PAYMENT
           MOVE WS-PAY-METHOD TO PAY-METHOD OF CLAIM-PAYMENT
           MOVE WS-AUTH-CHECKNO TO AUTH-NUMBER
           MOVE WS-LEDGER-VENDOR-ID TO VENDOR-ID OF CLAIM-PAYMENT
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_PAYMENT
                     (CLAIMNUMBER,
                      CHECKAMOUNT,
                      CHECKDATE,
                      PAYMENTTYPE,
                      EXPENSETYPE,
                      POSTEDTS,
                      PAYEENAME,
                      PAYEEADDRESS,
                      PAYMETHOD,
                      AUTHNUMBER,
                      AUTHDATE,
                      LINENBR,
                      VENDORID)
              VALUES (:CLAIM-PAYMENT.CLAIMNUMBER,
                      :CLAIM-PAYMENT.CHECK-NUMBER,
                      :CLAIM-PAYMENT.CHECK-AMOUNT,
                      CURRENT DATE,
                      :CLAIM-PAYMENT.PAYMENT-TYPE,
                      :CLAIM-PAYMENT.EXPENSE-TYPE,
                      CURRENT TIMESTAMP,
                      :CLAIM-PAYMENT.PAYEE-NAME,
                      :CLAIM-PAYMENT.PAYEE-ADDRESS,
                      :CLAIM-PAYMENT.PAY-METHOD,
                      :CLAIM-PAYMENT.AUTH-NUMBER,
                      CURRENT DATE,
                      :CLAIM-PAYMENT.LINE-NBR,
                      NULLIF(:CLAIM-PAYMENT.VENDOR-ID, ' '))
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
           MOVE WS-EFT-COUNT TO WS-T-EFT
           WRITE RPT-LINE FROM WS-EFT-TOTAL-LINE
           MOVE WS-TINHOLD-COUNT TO WS-T-TINHOLD
           WRITE RPT-LINE FROM WS-TINHOLD-TOTAL-LINE
           MOVE WS-AGGHOLD-COUNT TO WS-T-AGGHOLD
           WRITE RPT-LINE FROM WS-AGGHOLD-TOTAL-LINE
           MOVE WS-SDNHOLD-COUNT TO WS-T-SDNHOLD
           WRITE RPT-LINE FROM WS-SDNHOLD-TOTAL-LINE
           MOVE WS-INT-COUNT TO WS-T-INT
           MOVE WS-INT-TOTAL TO WS-T-INT-AMOUNT
           WRITE RPT-LINE FROM WS-INT-TOTAL-LINE
           MOVE WS-QAUTH-COUNT TO WS-T-QAUTH
           MOVE WS-QAUTH-TOTAL TO WS-T-QAMOUNT
           WRITE RPT-LINE FROM WS-QAUTH-TOTAL-LINE
           MOVE WS-QHOLD-COUNT TO WS-T-QHOLD
           MOVE WS-QCANCEL-COUNT TO WS-T-QCANCEL
           WRITE RPT-LINE FROM WS-QHOLD-TOTAL-LINE
           MOVE WS-SDN-LISTED-COUNT TO WS-T-SDN-LISTED
           WRITE SDN-RPT-LINE FROM WS-BLANK-LINE
           WRITE SDN-RPT-LINE FROM WS-SDN-TOTAL-LINE.
       4000-TERMINATE.
           EXEC SQL
              CLOSE APPROVED-CSR
           CLOSE PAYMENT-AUTH-FILE
           CLOSE EFT-AUTH-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE DISBURSE-REPORT
           CLOSE SANCTIONS-REPORT.
      * THE PAYMENT QUEUE. RUNS AFTER THE APPROVED CLAIMS SO AN
      * INSTALLMENT IS MEASURED AGAINST PAID AS TONIGHT'S SETTLEMENTS
      * LEFT IT. EVERY CHECK IT CUTS IS IN THE SAME TREASURY, EFT AND
      * POSITIVE-PAY FILES AND THE SAME TOTALS AS THE CLAIM CHECKS.
       5000-PROCESS-PAYMENT-QUEUE.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-QUEUE-HEADING
           EXEC SQL
              OPEN QUEUE-CSR
           END-EXEC
           PERFORM 5100-FETCH-NEXT-QUEUED
           PERFORM 5200-PROCESS-QUEUED UNTIL WS-Q-EOF
           EXEC SQL
              CLOSE QUEUE-CSR
           END-EXEC.
       5100-FETCH-NEXT-QUEUED.
           EXEC SQL
              FETCH QUEUE-CSR
              INTO :PAYMENT-QUEUE.QUEUE-ID,
                   :CLAIMS.CLAIMNUMBER,
                   :PAYMENT-QUEUE.LINE-NBR,
                   :PAYMENT-QUEUE.QUEUE-PAY-TYPE,
                   :PAYMENT-QUEUE.QUEUE-EXPENSE-TYPE,
                   :CLAIMS.PAYEE-NAME,
                   :CLAIMS.PAYEE-ADDRESS,
                   :CLAIMS.PAYEE-TYPE,
                   :PAYMENT-QUEUE.QUEUE-AMOUNT,
                   :CLAIMS.POLICYNUMBER,
                   :CLAIMS.CLAIMDATE,
                   :CLAIMS.VALUE1,
                   :CLAIMS.CAUSE,
                   :CLAIMS.CLAIM-RESERVE,
                   :CLAIMS.CLAIMANT-NAME,
                   :CLAIMS.CLAIMANT-ADDRESS,
                   :CLAIMS.CLAIMANT-ID,
                   :WS-Q-CLAIM-STATUS,
                   :WS-Q-ADJ-ACTIVE,
                   :PAYMENT-QUEUE.SOURCE-TYPE,
                   :PAYMENT-QUEUE.QUEUE-VENDOR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-Q-EOF TO TRUE
           END-IF.
      * ONE QUEUED PAYMENT, CHECKED IN THE ORDER THE APPROVED-CLAIM
      * PATH CHECKS. THE CLAIM'S PAID IS RE-READ HERE RATHER THAN
      * TAKEN FROM THE CURSOR, BECAUSE AN EARLIER ROW FOR THE SAME
      * CLAIM MAY HAVE JUST MOVED IT.
       5200-PROCESS-QUEUED.
           MOVE 'N' TO WS-Q-OK-SW
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF PAYMENT-QUEUE
           MOVE QUEUE-AMOUNT TO WS-PAY-AMOUNT
           MOVE ZERO TO WS-DEDUCTIBLE
           MOVE QUEUE-PAY-TYPE TO PAYMENT-TYPE OF CLAIM-PAYMENT
           MOVE QUEUE-EXPENSE-TYPE TO EXPENSE-TYPE OF CLAIM-PAYMENT
           MOVE LINE-NBR OF PAYMENT-QUEUE
                TO LINE-NBR OF CLAIM-PAYMENT
           IF SOURCE-TYPE = 'V'
              MOVE QUEUE-VENDOR-ID TO WS-LEDGER-VENDOR-ID
           END-IF
           MOVE FUNCTION DISPLAY-OF(PAYEE-NAME OF CLAIMS)
                TO WS-D-PAYEE-NAME
           MOVE FUNCTION DISPLAY-OF(PAYEE-ADDRESS OF CLAIMS)
                TO WS-D-PAYEE-ADDRESS
           EXEC SQL
              SELECT COALESCE(PAID, 0)
                INTO :CLAIMS.PAID
                FROM MFTR110.CLAIMS
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC
           IF WS-Q-CLAIM-STATUS = 'CLOSED    '
              OR WS-Q-CLAIM-STATUS = 'DENIED    '
              PERFORM 5700-CANCEL-QUEUED
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR - NOT PAID' TO WS-D-DISP
              ADD 1 TO WS-QHOLD-COUNT
           ELSE
           IF WS-Q-ADJ-ACTIVE NOT = 'Y'
              AND WS-Q-ADJ-ACTIVE NOT = 'L'
              MOVE 'HELD - NO AUTHORITY' TO WS-D-DISP
              ADD 1 TO WS-QHOLD-COUNT
           ELSE
              IF SOURCE-TYPE = 'V'
                 PERFORM 5250-RESOLVE-VENDOR
              ELSE
                 PERFORM 2170-RESOLVE-PAY-METHOD
              END-IF
              PERFORM 2080-SCREEN-PAYEES
              IF WS-SDN-BLOCKED
                 MOVE 'BLOCKED - SANCTIONS' TO WS-D-DISP
                 ADD 1 TO WS-SDNHOLD-COUNT
                 ADD 1 TO WS-QHOLD-COUNT
              ELSE
              IF WS-SDN-HELD
                 MOVE 'HELD - SANCTIONS' TO WS-D-DISP
                 ADD 1 TO WS-SDNHOLD-COUNT
                 ADD 1 TO WS-QHOLD-COUNT
              ELSE
              IF SOURCE-TYPE = 'V'
                 AND NOT WS-VENDOR-ACTIVE
                 MOVE 'HELD - VENDOR INACTIVE' TO WS-D-DISP
                 ADD 1 TO WS-QHOLD-COUNT
              ELSE
              IF SOURCE-TYPE = 'V'
                 AND NOT WS-TIN-ON-FILE
                 MOVE 'HELD - NO W-9' TO WS-D-DISP
                 ADD 1 TO WS-TINHOLD-COUNT
                 ADD 1 TO WS-QHOLD-COUNT
              ELSE
              IF WS-PAY-AMOUNT >= WS-TIN-THRESHOLD
                 AND PAYEE-TYPE OF CLAIMS = 'CLAIMANT  '
                 AND NOT WS-TIN-ON-FILE
                 MOVE 'HELD - NO TIN' TO WS-D-DISP
                 ADD 1 TO WS-TINHOLD-COUNT
                 ADD 1 TO WS-QHOLD-COUNT
              ELSE
                 SET WS-Q-OK TO TRUE
                 IF QUEUE-PAY-TYPE = 'I'
                    PERFORM 5300-CHECK-INDEMNITY
                 END-IF
                 MOVE ZERO TO WS-DEDUCTIBLE
                 IF WS-Q-OK
                    PERFORM 5400-AUTHORIZE-QUEUED
                 ELSE
                    ADD 1 TO WS-QHOLD-COUNT
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           IF NOT WS-Q-OK
              AND WS-Q-CLAIM-STATUS NOT = 'CLOSED    '
              AND WS-Q-CLAIM-STATUS NOT = 'DENIED    '
              PERFORM 5600-NOTE-HOLD-REASON
           END-IF
           MOVE CLAIMNUMBER OF CLAIMS TO WS-D-CLAIMNBR
           MOVE WS-D-PAYEE-NAME(1:17) TO WS-D-PAYEE
           MOVE WS-PAY-AMOUNT         TO WS-D-AMOUNT
           MOVE WS-DEDUCTIBLE         TO WS-D-DEDUCT
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-LEDGER-VENDOR-ID
           PERFORM 5100-FETCH-NEXT-QUEUED.
      * A VENDOR INVOICE IS PAID THE WAY THE VENDOR MASTER SAYS, AND
      * ONLY ONCE THE SIGNED W-9 AND TIN ARE ON FILE - THERE IS NO
      * THRESHOLD, SINCE EVERY VENDOR PAID IS A 1099 PAYEE. A VENDOR
      * NO LONGER ON THE MASTER IS TREATED AS INACTIVE.
       5250-RESOLVE-VENDOR.
           MOVE 'C' TO WS-PAY-METHOD
           MOVE 'N' TO WS-TIN-ON-FILE-SW
           MOVE 'N' TO WS-VENDOR-OK-SW
           MOVE SPACES TO BANK-ROUTING
           MOVE SPACES TO BANK-ACCOUNT
           MOVE QUEUE-VENDOR-ID TO VENDOR-ID OF VENDOR
           EXEC SQL
              SELECT COALESCE(TIN, ' '),
                     W9STATUS,
                     PAYMETHOD,
                     COALESCE(BANKROUTING, ' '),
                     COALESCE(BANKACCOUNT, ' '),
                     ACTIVEFLAG
                INTO :VENDOR.VENDOR-TIN,
                     :VENDOR.VENDOR-W9-STATUS,
                     :VENDOR.VENDOR-PAY-METHOD,
                     :VENDOR.VENDOR-BANK-ROUTING,
                     :VENDOR.VENDOR-BANK-ACCOUNT,
                     :VENDOR.VENDOR-ACTIVE-FLAG
                FROM MFTR110.VENDOR
               WHERE VENDORID = :VENDOR.VENDOR-ID
           END-EXEC
           IF SQLCODE = 0
              IF VENDOR-ACTIVE-FLAG = 'Y'
                 SET WS-VENDOR-ACTIVE TO TRUE
              END-IF
              IF VENDOR-TIN NOT = SPACES
                 AND VENDOR-W9-STATUS = 'Y'
                 SET WS-TIN-ON-FILE TO TRUE
              END-IF
              IF VENDOR-PAY-METHOD = 'E'
                 AND VENDOR-BANK-ROUTING NOT = SPACES
                 AND VENDOR-BANK-ACCOUNT NOT = SPACES
                 MOVE 'E' TO WS-PAY-METHOD
                 MOVE VENDOR-BANK-ROUTING TO BANK-ROUTING
                 MOVE VENDOR-BANK-ACCOUNT TO BANK-ACCOUNT
              END-IF
           END-IF.
      * AN INDEMNITY PAYMENT MAY NOT TAKE THE CLAIM - OR THE LINE IT
      * NAMES - PAST ITS VALUE NET OF THE COVERAGE DEDUCTIBLE, THE
      * NETTING 2040/2720 APPLY, NOR THE POLICY AGGREGATE PAST ITS
      * LIMIT. AN EXPENSE PAYMENT ERODES NEITHER.
       5300-CHECK-INDEMNITY.
           IF LINE-NBR OF PAYMENT-QUEUE > 0
              MOVE LINE-NBR OF PAYMENT-QUEUE TO LINE-NBR OF CLAIM-LINE
              EXEC SQL
                 SELECT COALESCE(VALUE1, 0),
                        COALESCE(PAID, 0),
                        CAUSE
                   INTO :CLAIM-LINE.LINE-VALUE,
                        :CLAIM-LINE.LINE-PAID,
                        :CLAIM-LINE.LINE-CAUSE
                   FROM MFTR110.CLAIM_LINE
                  WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                    AND LINENBR = :CLAIM-LINE.LINE-NBR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-Q-OK-SW
                 MOVE 'HELD - NO CLAIM LINE' TO WS-D-DISP
              ELSE
                 MOVE LINE-CAUSE TO WS-DED-CAUSE
                 PERFORM 2050-FETCH-DEDUCTIBLE
                 IF WS-DEDUCTIBLE > LINE-VALUE
                    MOVE LINE-VALUE TO WS-DEDUCTIBLE
                 END-IF
                 COMPUTE WS-LINE-NET = LINE-VALUE - WS-DEDUCTIBLE
                 IF LINE-PAID + WS-PAY-AMOUNT > WS-LINE-NET
                    MOVE 'N' TO WS-Q-OK-SW
                    MOVE 'HELD - EXCEEDS VALUE' TO WS-D-DISP
                 ELSE
                    MOVE LINE-VALUE TO WS-AGG-CLAIM-USE
                 END-IF
              END-IF
           ELSE
              MOVE CAUSE OF CLAIMS TO WS-DED-CAUSE
              PERFORM 2050-FETCH-DEDUCTIBLE
              IF WS-DEDUCTIBLE > VALUE1 OF CLAIMS
                 MOVE VALUE1 OF CLAIMS TO WS-DEDUCTIBLE
              END-IF
              COMPUTE WS-NET-VALUE =
                      VALUE1 OF CLAIMS - WS-DEDUCTIBLE
              IF PAID OF CLAIMS + WS-PAY-AMOUNT > WS-NET-VALUE
                 MOVE 'N' TO WS-Q-OK-SW
                 MOVE 'HELD - EXCEEDS VALUE' TO WS-D-DISP
              ELSE
                 MOVE VALUE1 OF CLAIMS TO WS-AGG-CLAIM-USE
              END-IF
           END-IF
           IF WS-Q-OK
              MOVE LINE-NBR OF PAYMENT-QUEUE TO WS-AGG-LINE
              PERFORM 2060-CHECK-AGGREGATE
              IF NOT WS-AGG-OK
                 MOVE 'N' TO WS-Q-OK-SW
                 MOVE 'HELD - AGGREGATE' TO WS-D-DISP
                 ADD 1 TO WS-AGGHOLD-COUNT
              END-IF
           END-IF.
      * THE QUEUE ROW IS TAKEN FIRST - ONLY WHILE IT IS STILL 'Q' -
      * SO NO SECOND RUN OR RERUN CAN AUTHORIZE IT AGAIN; A FAILED
      * LEDGER INSERT PUTS IT BACK.
       5400-AUTHORIZE-QUEUED.
           PERFORM 2150-ASSIGN-AUTH-NUMBER
           IF NOT WS-AUTH-OK
              MOVE 'N' TO WS-Q-OK-SW
              ADD 1 TO WS-QHOLD-COUNT
           ELSE
              MOVE WS-AUTH-CHECKNO TO QUEUE-AUTH-NUMBER
              IF WS-PAY-METHOD = 'E'
                 MOVE 'QUEUED EFT AUTHORIZED' TO WS-D-DISP
              ELSE
                 MOVE 'QUEUED CHECK AUTHORIZED' TO WS-D-DISP
              END-IF
              MOVE WS-D-DISP TO LAST-DISPOSITION
              EXEC SQL
                 UPDATE MFTR110.PAYMENT_QUEUE
                    SET QUEUESTATUS = 'A',
                        AUTHNUMBER =
                           :PAYMENT-QUEUE.QUEUE-AUTH-NUMBER,
                        AUTHDATE = CURRENT DATE,
                        LASTDISPOSITION =
                           :PAYMENT-QUEUE.LAST-DISPOSITION
                  WHERE QUEUEID = :PAYMENT-QUEUE.QUEUE-ID
                    AND QUEUESTATUS = 'Q'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'ALREADY AUTHORIZED' TO WS-D-DISP
              ELSE
                 PERFORM 2600-INSERT-LEDGER-ROW
                 IF SQLCODE NOT = 0
                    EXEC SQL
                       UPDATE MFTR110.PAYMENT_QUEUE
                          SET QUEUESTATUS = 'Q',
                              AUTHNUMBER = NULL,
                              AUTHDATE = NULL
                        WHERE QUEUEID = :PAYMENT-QUEUE.QUEUE-ID
                    END-EXEC
                    MOVE 'N' TO WS-Q-OK-SW
                    MOVE 'LEDGER INSERT FAILED' TO WS-D-DISP
                    ADD 1 TO WS-QHOLD-COUNT
                 ELSE
                    IF QUEUE-PAY-TYPE = 'I'
                       PERFORM 5500-RESET-PAID-FROM-LEDGER
                    END-IF
                    IF WS-PAY-METHOD = 'E'
                       PERFORM 2250-WRITE-EFT-RECORD
                       ADD 1 TO WS-EFT-COUNT
                    ELSE
                       PERFORM 2200-WRITE-AUTH-RECORD
                       PERFORM 2270-WRITE-POSPAY-RECORD
                    END-IF
                    ADD 1 TO WS-AUTH-COUNT
                    ADD WS-PAY-AMOUNT TO WS-AUTH-TOTAL
                    ADD 1 TO WS-QAUTH-COUNT
                    ADD WS-PAY-AMOUNT TO WS-QAUTH-TOTAL
                 END-IF
              END-IF
           END-IF.
      * PAID ON THE CLAIM, AND ON THE LINE WHEN THE PAYMENT NAMED
      * ONE, IS RESET TO THE SUM OF THE UNVOIDED INDEMNITY LEDGER
      * ROWS - THE SAME RULE THE OPTION-8 SCREEN FOLLOWS - AND THE
      * CHANGE IS AUDITED. THE CLAIM'S STATUS AND RESERVE STAND.
       5500-RESET-PAID-FROM-LEDGER.
           EXEC SQL
              SELECT COALESCE(SUM(CHECKAMOUNT), 0)
                INTO :WS-Q-PAID-SUM
                FROM MFTR110.CLAIM_PAYMENT
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                 AND COALESCE(VOIDFLAG, 'N') <> 'Y'
                 AND COALESCE(PAYMENTTYPE, 'I') = 'I'
           END-EXEC
           IF SQLCODE = 0
              PERFORM 2400-BUILD-AUDIT-IMAGES
              MOVE WS-Q-CLAIM-STATUS TO OLD-STATUS
              MOVE WS-Q-CLAIM-STATUS TO NEW-STATUS
              MOVE CLAIM-RESERVE OF CLAIMS TO NEW-RESERVE
              MOVE WS-Q-PAID-SUM TO NEW-PAID
              MOVE WS-Q-PAID-SUM TO PAID OF CLAIMS
              EXEC SQL
                 UPDATE MFTR110.CLAIMS
                    SET PAID = :CLAIMS.PAID
                  WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2500-INSERT-AUDIT-ROW
              END-IF
           END-IF
           IF LINE-NBR OF PAYMENT-QUEUE > 0
              EXEC SQL
                 UPDATE MFTR110.CLAIM_LINE CL
                    SET PAID =
                        (SELECT COALESCE(SUM(P.CHECKAMOUNT), 0)
                           FROM MFTR110.CLAIM_PAYMENT P
                          WHERE P.CLAIMNUMBER = CL.CLAIMNUMBER
                            AND P.LINENBR = CL.LINENBR
                            AND COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                            AND COALESCE(P.PAYMENTTYPE, 'I') = 'I')
                  WHERE CL.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                    AND CL.LINENBR = :CLAIM-LINE.LINE-NBR
              END-EXEC
           END-IF.
      * A HELD ROW STAYS QUEUED; THE REASON IS KEPT ON IT FOR THE DESK.
       5600-NOTE-HOLD-REASON.
           MOVE WS-D-DISP TO LAST-DISPOSITION
           EXEC SQL
              UPDATE MFTR110.PAYMENT_QUEUE
                 SET LASTDISPOSITION =
                        :PAYMENT-QUEUE.LAST-DISPOSITION
               WHERE QUEUEID = :PAYMENT-QUEUE.QUEUE-ID
           END-EXEC.
       5700-CANCEL-QUEUED.
           EXEC SQL
              UPDATE MFTR110.PAYMENT_QUEUE
                 SET QUEUESTATUS = 'C',
                     LASTDISPOSITION = 'CANCELLED - CLOSED'
               WHERE QUEUEID = :PAYMENT-QUEUE.QUEUE-ID
           END-EXEC
           MOVE 'CANCELLED - CLOSED' TO WS-D-DISP
           ADD 1 TO WS-QCANCEL-COUNT.
      * RETRANSMIT MODE - REBUILDS THE NIGHT'S TREASURY, EFT AND
      * POSITIVE-PAY FILES FROM THE AUTHORIZATIONS RECORDED ON THE
      * LEDGER FOR THE REQUESTED DATE. CLAIMS AND THE LEDGER ARE
                   :CLAIM-PAYMENT.PAYEE-NAME,
                   :CLAIM-PAYMENT.PAYEE-ADDRESS,
                   :CLAIMANT.BANK-ROUTING,
                   :CLAIMANT.BANK-ACCOUNT,
                   :CLAIM-PAYMENT.PAYMENT-TYPE
           END-EXEC
           IF SQLCODE = 100
              SET WS-RT-EOF TO TRUE
              MOVE CHECK-AMOUNT      TO EF-AMOUNT
              MOVE WS-AUTH-DATE-OUT  TO EF-AUTH-DATE
              MOVE AUTH-NUMBER       TO EF-AUTH-NUMBER
              MOVE PAYMENT-TYPE OF CLAIM-PAYMENT TO EF-PAYMENT-TYPE
              WRITE EFT-AUTH-RECORD
              MOVE 'EFT RETRANSMITTED' TO WS-D-DISP
           ELSE
              MOVE CHECK-AMOUNT       TO PA-AMOUNT
              MOVE WS-AUTH-DATE-OUT   TO PA-AUTH-DATE
              MOVE AUTH-NUMBER        TO PA-AUTH-NUMBER
              MOVE PAYMENT-TYPE OF CLAIM-PAYMENT TO PA-PAYMENT-TYPE
              WRITE PAYMENT-AUTH-RECORD
              MOVE AUTH-NUMBER        TO PP-CHECK-NUMBER
              MOVE WS-AUTH-DATE-OUT   TO PP-ISSUE-DATE
           ADD 1 TO WS-RT-COUNT
           ADD CHECK-AMOUNT TO WS-AUTH-TOTAL
           PERFORM 6100-FETCH-NEXT-AUTH.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-AUTH-COUNT + WS-RT-COUNT
                 + WS-NOBAL-COUNT + WS-TINHOLD-COUNT + WS-AGGHOLD-COUNT
                 + WS-SDNHOLD-COUNT
           COMPUTE LOG-RECS-WRITTEN = WS-AUTH-COUNT + WS-RT-COUNT
           COMPUTE LOG-RECS-REJECTED = WS-NOBAL-COUNT + WS-TINHOLD-COUNT
                 + WS-AGGHOLD-COUNT + WS-SDNHOLD-COUNT
           MOVE 'DOLLARS AUTHORIZED' TO LOG-CONTROL-DESC
           MOVE WS-AUTH-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B8 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
