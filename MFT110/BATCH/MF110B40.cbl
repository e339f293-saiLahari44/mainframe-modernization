       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B40.
      * DAILY LOCKBOX RECEIPT POSTING - READS THE BANK'S LOCKBOX
      * REMITTANCE FILE FOR SUBROGATION AND SALVAGE CHECKS SENT TO US
      * BY THIRD PARTIES AND THEIR CARRIERS. THE FILE IS H/D/T
      * CONTROLLED: THE H RECORD CARRIES THE DEPOSIT DATE AND LOCKBOX
      * BATCH, EACH D RECORD ONE CHECK WITH THE CLAIM NUMBER AND
      * RECOVERY TYPE THE BANK CAPTURED FROM THE COUPON, AND THE T
      * RECORD THE ITEM COUNT AND DOLLAR TOTAL OF THE DEPOSIT.
      * EVERY ITEM IS STORED ON MFTR110.RECOVERY_RECEIPT. AN ITEM
      * WHOSE CLAIM HAS A MFTR110.CLAIM_RECOVERY ROW OF THAT TYPE IS
      * APPLIED - ADDED TO RECEIVEDAMOUNT ON THE OLDEST OF THOSE ROWS
      * STILL SHORT OF ITS EXPECTED AMOUNT (OR THE OLDEST ROW IF ALL
      * ARE IN FULL) - SO THE MF110B10 AGING SEES THE CASH, AND
      * MF110B5 BOOKS IT TO THE GL AS A LOSS RECOVERY. AN ITEM THAT
      * CANNOT BE MATCHED IS HELD IN SUSPENSE WITH THE REASON UNTIL
      * OPTION U ON THE SCREEN APPLIES OR RETURNS IT. AN ITEM ALREADY
      * ON FILE FROM THE SAME DEPOSIT AND BATCH IS SKIPPED, SO A
      * RESENT FILE CANNOT POST TWICE. A FILE THAT IS OUT OF BALANCE
      * ON COUNT OR AMOUNT, MISSING ITS CONTROLS, OR CARRYING A CHECK
      * WITH NO HEADER OR ITEM SEQUENCE TO STORE IT UNDER, IS ROLLED
      * BACK IN FULL AND THE RUN ENDS RC 8. THE LBXRPT REPORT LISTS
      * EVERY ITEM AND THE CONTROLS; THE SUSPRPT REPORT LISTS EVERY
      * RECEIPT STILL IN SUSPENSE, OLDEST FIRST, FOR THE RECOVERY UNIT
      * TO WORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCKBOX-REPORT ASSIGN TO LBXRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-REPORT ASSIGN TO SUSPRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           RECORDING MODE IS F.
       01  LBX-RECORD                 PIC X(120).
       01  LBX-HEADER-REC REDEFINES LBX-RECORD.
           05 LH-REC-TYPE             PIC X(01).
           05 LH-FEED-NAME            PIC X(09).
           05 LH-DEPOSIT-DATE         PIC X(10).
           05 LH-LOCKBOX-BATCH        PIC X(06).
           05 FILLER                  PIC X(94).
       01  LBX-DETAIL-REC REDEFINES LBX-RECORD.
           05 LD-REC-TYPE             PIC X(01).
           05 LD-ITEM-SEQ             PIC 9(05).
           05 LD-CHECK-NUMBER         PIC X(12).
           05 LD-REMITTER-NAME        PIC X(30).
           05 LD-AMOUNT               PIC 9(09)V99.
           05 LD-CLAIM-REF            PIC X(10).
           05 LD-CLAIM-REF-N REDEFINES LD-CLAIM-REF
                                      PIC 9(10).
           05 LD-RECOVERY-TYPE        PIC X(10).
           05 FILLER                  PIC X(41).
       01  LBX-TRAILER-REC REDEFINES LBX-RECORD.
           05 LT-REC-TYPE             PIC X(01).
           05 LT-COUNT                PIC 9(09).
           05 LT-TOTAL-AMOUNT         PIC 9(09)V99.
           05 FILLER                  PIC X(99).
       FD  LOCKBOX-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       FD  SUSPENSE-REPORT
           RECORDING MODE IS F.
       01  SUSP-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SUSP-EOF-SW              PIC X(01) VALUE 'N'.
          88 WS-SUSP-EOF              VALUE 'Y'.
       01 WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
          88 WS-HEADER-SEEN           VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN          VALUE 'Y'.
       01 WS-OOB-SW                   PIC X(01) VALUE 'N'.
          88 WS-OUT-OF-BALANCE        VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-DETAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-DETAIL-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-TRAILER-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-APPLIED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-APPLIED-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SUSPENSE-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-SUSPENSE-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DUP-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-OPEN-SUSP-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-OPEN-SUSP-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ITEM-ON-FILE             PIC S9(9) COMP VALUE ZERO.
       01 WS-SUSP-DAYS                PIC S9(9) COMP VALUE ZERO.
       01 WS-SUSP-DEPOSIT-DATE        PIC X(10).
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-ITEM-RESULT              PIC X(24).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B40 - LOCKBOX R'.
          05 FILLER              PIC X(30) VALUE 'ECEIPT POSTING'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-FEED-LINE.
          05 FILLER              PIC X(20) VALUE 'DEPOSIT            ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-DATE           PIC X(10).
          05 FILLER               PIC X(09) VALUE ' BATCH '.
          05 WS-FL-BATCH          PIC X(06).
       01 WS-HEADING2.
          05 FILLER               PIC X(07) VALUE 'ITEM'.
          05 FILLER               PIC X(11) VALUE 'CLAIM REF'.
          05 FILLER               PIC X(11) VALUE 'TYPE'.
          05 FILLER               PIC X(14) VALUE '      AMOUNT'.
          05 FILLER               PIC X(24) VALUE 'RESULT'.
       01 WS-ITEM-LINE.
          05 WS-IL-SEQ                PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-IL-CLAIM-REF          PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-TYPE               PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-RESULT             PIC X(30).
       01 WS-BAL-CNT-LINE.
          05 WS-BC-CHECK              PIC X(28).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BC-EXPECTED           PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-ACTUAL             PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-RESULT             PIC X(14).
       01 WS-BAL-LINE.
          05 WS-BL-CHECK              PIC X(28).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BL-EXPECTED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BL-ACTUAL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BL-RESULT             PIC X(14).
       01 WS-APPLIED-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'APPLIED            ='.
          05 WS-AT-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-AT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SUSPENSE-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'TO SUSPENSE        ='.
          05 WS-ST-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-ST-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'ALREADY ON FILE    ='.
          05 WS-T-DUP                 PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REJECTED ='.
          05 WS-T-REJ                 PIC ZZZ,ZZ9.
       01 WS-SUSP-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B40 - RECOVERY '.
          05 FILLER              PIC X(30) VALUE 'RECEIPTS IN SUSPENSE'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-SHDG-DATE         PIC X(10).
       01 WS-SUSP-HEADING2.
          05 FILLER               PIC X(10) VALUE 'RECEIPT'.
          05 FILLER               PIC X(11) VALUE 'DEPOSITED'.
          05 FILLER               PIC X(06) VALUE ' DAYS'.
          05 FILLER               PIC X(15) VALUE '        AMOUNT'.
          05 FILLER               PIC X(11) VALUE 'CLAIM REF'.
          05 FILLER               PIC X(24) VALUE 'REASON'.
       01 WS-SUSP-DETAIL.
          05 WS-SD-RECEIPT-ID         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SD-DEPOSIT-DATE       PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SD-DAYS               PIC ZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SD-CLAIM-REF          PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SD-REASON             PIC X(24).
       01 WS-SUSP-DETAIL2.
          05 FILLER                   PIC X(10) VALUE SPACES.
          05 WS-SD2-REMITTER          PIC X(30).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 FILLER                   PIC X(07) VALUE 'CHECK '.
          05 WS-SD2-CHECK             PIC X(12).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SD2-TYPE              PIC X(10).
       01 WS-SUSP-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'IN SUSPENSE        ='.
          05 WS-SUT-COUNT             PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-SUT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_RECOVERY
           END-EXEC.
           EXEC SQL
              INCLUDE RECOVERY_RECEIPT
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE SUSP-CSR CURSOR FOR
                 SELECT RECEIPTID,
                        CHAR(DEPOSITDATE, ISO),
                        DAYS(CURRENT DATE) - DAYS(DEPOSITDATE),
                        RECEIPTAMOUNT,
                        COALESCE(REMITCLAIMREF, ' '),
                        COALESCE(REMITRECOVTYPE, ' '),
                        COALESCE(REMITTERNAME, ' '),
                        COALESCE(REMITCHECKNUMBER, ' '),
                        COALESCE(SUSPENSEREASON, ' ')
                   FROM MFTR110.RECOVERY_RECEIPT
                  WHERE RECEIPTSTATUS = 'S'
                  ORDER BY DEPOSITDATE, RECEIPTID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEED UNTIL WS-EOF
           PERFORM 3000-BALANCE-CONTROLS
           PERFORM 3500-COMMIT-OR-BACKOUT
           PERFORM 4000-WRITE-TOTALS
           PERFORM 4500-LIST-SUSPENSE
           PERFORM 5000-TERMINATE
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B40' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B40 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT LOCKBOX-FILE
           OPEN OUTPUT LOCKBOX-REPORT
           OPEN OUTPUT SUSPENSE-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-RUN-DATE TO WS-SHDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2900-READ-FEED-RECORD.
       2000-PROCESS-FEED.
           EVALUATE LBX-RECORD(1:1)
             WHEN 'H'
                 IF NOT WS-HEADER-SEEN
                    PERFORM 2050-PROCESS-HEADER
                 END-IF
             WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE LT-COUNT        TO WS-TRAILER-COUNT
                 MOVE LT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
             WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM 2100-PROCESS-DETAIL
             WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM 2800-WRITE-REJECT
           END-EVALUATE
           PERFORM 2900-READ-FEED-RECORD.
      * THE DEPOSIT DATE AND BATCH ON THE HEADER KEY EVERY ITEM IN THE
      * FILE - WITHOUT THEM NOTHING IS POSTED.
       2050-PROCESS-HEADER.
           IF LH-FEED-NAME = 'LOCKBOX  '
              AND LH-DEPOSIT-DATE NOT = SPACES
              AND LH-LOCKBOX-BATCH NOT = SPACES
              SET WS-HEADER-SEEN TO TRUE
              MOVE LH-DEPOSIT-DATE  TO DEPOSIT-DATE
              MOVE LH-LOCKBOX-BATCH TO LOCKBOX-BATCH
              MOVE LH-DEPOSIT-DATE  TO WS-FL-DATE
              MOVE LH-LOCKBOX-BATCH TO WS-FL-BATCH
              WRITE RPT-LINE FROM WS-FEED-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
           ELSE
              MOVE 'LOCKBOX HEADER NOT RECOGNISED' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
      * A CHECK WITH NO DEPOSIT KEY OR NO ITEM SEQUENCE CANNOT BE
      * STORED, EVEN IN SUSPENSE - THE CASH WOULD GO UNACCOUNTED FOR,
      * SO THE WHOLE DEPOSIT IS HELD BACK UNTIL THE FILE IS CORRECTED.
       2100-PROCESS-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF LD-AMOUNT IS NUMERIC
              ADD LD-AMOUNT TO WS-DETAIL-TOTAL
           END-IF
           IF NOT WS-HEADER-SEEN
              MOVE 'DETAIL BEFORE HEADER' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
           IF LD-ITEM-SEQ IS NOT NUMERIC
              MOVE 'ITEM SEQUENCE NOT VALID' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
           IF LD-AMOUNT IS NOT NUMERIC OR LD-AMOUNT = ZERO
              MOVE 'AMOUNT NOT VALID' TO WS-REJECT-REASON
           ELSE
              PERFORM 2150-CHECK-ITEM-ON-FILE
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.
       2150-CHECK-ITEM-ON-FILE.
           MOVE LD-ITEM-SEQ TO ITEM-SEQ
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ITEM-ON-FILE
                FROM MFTR110.RECOVERY_RECEIPT
               WHERE DEPOSITDATE  = :RECOVERY-RECEIPT.DEPOSIT-DATE
                 AND LOCKBOXBATCH = :RECOVERY-RECEIPT.LOCKBOX-BATCH
                 AND ITEMSEQ      = :RECOVERY-RECEIPT.ITEM-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR READING RECEIPTS' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
           IF WS-ITEM-ON-FILE > 0
              ADD 1 TO WS-DUP-COUNT
              MOVE 'ALREADY ON FILE - SKIPPED' TO WS-ITEM-RESULT
              PERFORM 2700-WRITE-ITEM-LINE
           ELSE
              PERFORM 2200-MATCH-RECEIPT
           END-IF
           END-IF.
      * THE COUPON MUST NAME A CLAIM ON FILE AND A RECOVERY TYPE THAT
      * CLAIM CARRIES. THE OLDEST RECOVERY OF THAT TYPE STILL SHORT OF
      * ITS EXPECTED AMOUNT TAKES THE MONEY; IF ALL ARE IN FULL THE
      * OLDEST TAKES IT (AN OVER-RECOVERY IS STILL CASH RECEIVED).
       2200-MATCH-RECEIPT.
           MOVE SPACES TO SUSPENSE-REASON
           IF LD-CLAIM-REF = SPACES
              MOVE 'NO CLAIM REFERENCE' TO SUSPENSE-REASON
           ELSE
           IF LD-CLAIM-REF-N IS NOT NUMERIC
              OR LD-CLAIM-REF-N = ZERO
              OR LD-CLAIM-REF-N > 999999999
              MOVE 'CLAIM REF NOT VALID' TO SUSPENSE-REASON
           ELSE
           IF LD-RECOVERY-TYPE = SPACES
              MOVE 'NO RECOVERY TYPE' TO SUSPENSE-REASON
           ELSE
              MOVE LD-CLAIM-REF-N   TO CLAIMNUMBER OF CLAIM-RECOVERY
              MOVE LD-RECOVERY-TYPE TO RECOVERY-TYPE
              EXEC SQL
                 SELECT RECOVERYDATE
                   INTO :CLAIM-RECOVERY.RECOVERY-DATE
                   FROM MFTR110.CLAIM_RECOVERY
                  WHERE CLAIMNUMBER  = :CLAIM-RECOVERY.CLAIMNUMBER
                    AND RECOVERYTYPE = :CLAIM-RECOVERY.RECOVERY-TYPE
                  ORDER BY CASE WHEN COALESCE(EXPECTEDAMOUNT, 0) >
                                     COALESCE(RECEIVEDAMOUNT, 0)
                                THEN 0 ELSE 1 END,
                           RECOVERYDATE
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                    CONTINUE
                WHEN 100
                    MOVE 'NO MATCHING RECOVERY' TO SUSPENSE-REASON
                WHEN OTHER
                    MOVE 'SQL ERROR READING RECOVERY'
                         TO WS-REJECT-REASON
                    SET WS-OUT-OF-BALANCE TO TRUE
              END-EVALUATE
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2300-BUILD-RECEIPT-ROW
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF SUSPENSE-REASON = SPACES
                 PERFORM 2400-APPLY-RECEIPT
              ELSE
                 PERFORM 2500-SUSPEND-RECEIPT
              END-IF
           END-IF.
      * RECEIPTID COMES FROM THE SEQUENCE THE OPTION R MANUAL RECEIPTS
      * ALSO DRAW ON, SO A RECEIPT KEYED ONLINE WHILE THE DEPOSIT POSTS
      * CANNOT TAKE THE SAME NUMBER.
       2300-BUILD-RECEIPT-ROW.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.RECEIPTID_SEQ
                INTO :RECOVERY-RECEIPT.RECEIPT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ASSIGNING RECEIPT ID' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE LD-ITEM-SEQ        TO ITEM-SEQ
           MOVE LD-CHECK-NUMBER    TO REMIT-CHECK-NUMBER
           MOVE LD-REMITTER-NAME   TO REMITTER-NAME
           MOVE LD-AMOUNT          TO RECEIPT-AMOUNT
           MOVE LD-CLAIM-REF       TO REMIT-CLAIM-REF
           MOVE LD-RECOVERY-TYPE   TO REMIT-RECOV-TYPE.
      * THE RECOVERY IS CREDITED FIRST, THEN THE RECEIPT IS STORED AS
      * APPLIED - BOTH OR NEITHER, SINCE AN SQL FAILURE ANYWHERE IN
      * THE FILE BACKS OUT THE WHOLE RUN THE SAME WAY AN OUT OF
      * BALANCE FILE DOES.
       2400-APPLY-RECEIPT.
           MOVE LD-AMOUNT TO RECEIVED-AMOUNT
           EXEC SQL
              UPDATE MFTR110.CLAIM_RECOVERY
                 SET RECEIVEDAMOUNT = COALESCE(RECEIVEDAMOUNT, 0)
                                    + :CLAIM-RECOVERY.RECEIVED-AMOUNT
               WHERE CLAIMNUMBER  = :CLAIM-RECOVERY.CLAIMNUMBER
                 AND RECOVERYTYPE = :CLAIM-RECOVERY.RECOVERY-TYPE
                 AND RECOVERYDATE = :CLAIM-RECOVERY.RECOVERY-DATE
           END-EXEC
           IF SQLCODE = 0
              MOVE CLAIMNUMBER OF CLAIM-RECOVERY
                   TO CLAIMNUMBER OF RECOVERY-RECEIPT
              MOVE RECOVERY-TYPE  TO RCPT-RECOVERY-TYPE
              MOVE RECOVERY-DATE  TO RCPT-RECOVERY-DATE
              MOVE 'MF110B40'     TO APPLIED-USERID
              EXEC SQL
                 INSERT INTO MFTR110.RECOVERY_RECEIPT
                        (RECEIPTID, DEPOSITDATE, LOCKBOXBATCH,
                         ITEMSEQ, REMITCHECKNUMBER, REMITTERNAME,
                         RECEIPTAMOUNT, REMITCLAIMREF, REMITRECOVTYPE,
                         RECEIPTSTATUS, SUSPENSEREASON, CLAIMNUMBER,
                         RECOVERYTYPE, RECOVERYDATE, APPLIEDTS,
                         APPLIEDUSERID)
                 VALUES (:RECOVERY-RECEIPT.RECEIPT-ID,
                         :RECOVERY-RECEIPT.DEPOSIT-DATE,
                         :RECOVERY-RECEIPT.LOCKBOX-BATCH,
                         :RECOVERY-RECEIPT.ITEM-SEQ,
                         :RECOVERY-RECEIPT.REMIT-CHECK-NUMBER,
                         :RECOVERY-RECEIPT.REMITTER-NAME,
                         :RECOVERY-RECEIPT.RECEIPT-AMOUNT,
                         :RECOVERY-RECEIPT.REMIT-CLAIM-REF,
                         :RECOVERY-RECEIPT.REMIT-RECOV-TYPE,
                         'A', ' ',
                         :RECOVERY-RECEIPT.CLAIMNUMBER,
                         :RECOVERY-RECEIPT.RCPT-RECOVERY-TYPE,
                         :RECOVERY-RECEIPT.RCPT-RECOVERY-DATE,
                         CURRENT TIMESTAMP,
                         :RECOVERY-RECEIPT.APPLIED-USERID)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              ADD 1 TO WS-APPLIED-COUNT
              ADD LD-AMOUNT TO WS-APPLIED-TOTAL
              MOVE 'APPLIED' TO WS-ITEM-RESULT
              PERFORM 2700-WRITE-ITEM-LINE
           ELSE
              MOVE 'SQL ERROR APPLYING RECEIPT' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
       2500-SUSPEND-RECEIPT.
           EXEC SQL
              INSERT INTO MFTR110.RECOVERY_RECEIPT
                     (RECEIPTID, DEPOSITDATE, LOCKBOXBATCH,
                      ITEMSEQ, REMITCHECKNUMBER, REMITTERNAME,
                      RECEIPTAMOUNT, REMITCLAIMREF, REMITRECOVTYPE,
                      RECEIPTSTATUS, SUSPENSEREASON)
              VALUES (:RECOVERY-RECEIPT.RECEIPT-ID,
                      :RECOVERY-RECEIPT.DEPOSIT-DATE,
                      :RECOVERY-RECEIPT.LOCKBOX-BATCH,
                      :RECOVERY-RECEIPT.ITEM-SEQ,
                      :RECOVERY-RECEIPT.REMIT-CHECK-NUMBER,
                      :RECOVERY-RECEIPT.REMITTER-NAME,
                      :RECOVERY-RECEIPT.RECEIPT-AMOUNT,
                      :RECOVERY-RECEIPT.REMIT-CLAIM-REF,
                      :RECOVERY-RECEIPT.REMIT-RECOV-TYPE,
                      'S',
                      :RECOVERY-RECEIPT.SUSPENSE-REASON)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-SUSPENSE-COUNT
              ADD LD-AMOUNT TO WS-SUSPENSE-TOTAL
              MOVE SPACES TO WS-ITEM-RESULT
              STRING 'SUSPENSE - ' SUSPENSE-REASON
                     DELIMITED BY SIZE INTO WS-ITEM-RESULT
              PERFORM 2700-WRITE-ITEM-LINE
           ELSE
              MOVE 'SQL ERROR STORING RECEIPT' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
       2700-WRITE-ITEM-LINE.
           MOVE LD-ITEM-SEQ      TO WS-IL-SEQ
           MOVE LD-CLAIM-REF     TO WS-IL-CLAIM-REF
           MOVE LD-RECOVERY-TYPE TO WS-IL-TYPE
           MOVE LD-AMOUNT        TO WS-IL-AMOUNT
           MOVE WS-ITEM-RESULT   TO WS-IL-RESULT
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF LD-ITEM-SEQ IS NUMERIC
              MOVE LD-ITEM-SEQ TO WS-IL-SEQ
           ELSE
              MOVE ZERO TO WS-IL-SEQ
           END-IF
           MOVE LD-CLAIM-REF     TO WS-IL-CLAIM-REF
           MOVE LD-RECOVERY-TYPE TO WS-IL-TYPE
           IF LD-AMOUNT IS NUMERIC
              MOVE LD-AMOUNT TO WS-IL-AMOUNT
           ELSE
              MOVE ZERO TO WS-IL-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON TO WS-IL-RESULT
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2900-READ-FEED-RECORD.
           READ LOCKBOX-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.
       3000-BALANCE-CONTROLS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF NOT WS-HEADER-SEEN
              MOVE 'LOCKBOX HEADER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
              MOVE 'LOCKBOX TRAILER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
              MOVE 'LOCKBOX ITEM COUNT' TO WS-BC-CHECK
              MOVE WS-TRAILER-COUNT TO WS-BC-EXPECTED
              MOVE WS-DETAIL-COUNT  TO WS-BC-ACTUAL
              IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
                 MOVE 'IN BALANCE' TO WS-BC-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BC-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-CNT-LINE
              MOVE 'LOCKBOX DEPOSIT AMOUNT' TO WS-BL-CHECK
              MOVE WS-TRAILER-TOTAL TO WS-BL-EXPECTED
              MOVE WS-DETAIL-TOTAL  TO WS-BL-ACTUAL
              IF WS-DETAIL-TOTAL = WS-TRAILER-TOTAL
                 MOVE 'IN BALANCE' TO WS-BL-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BL-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-LINE
           END-IF.
      * A PARTLY POSTED DEPOSIT WOULD CREDIT SOME RECOVERIES AND NOT
      * OTHERS - BACK IT ALL OUT SO THE CORRECTED FILE CAN BE RERUN.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-APPLIED-COUNT
              MOVE ZERO TO WS-APPLIED-TOTAL
              MOVE ZERO TO WS-SUSPENSE-COUNT
              MOVE ZERO TO WS-SUSPENSE-TOTAL
              MOVE 'DEPOSIT NOT POSTED - RERUN WHEN CORRECTED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
       4000-WRITE-TOTALS.
           MOVE WS-APPLIED-COUNT  TO WS-AT-COUNT
           MOVE WS-APPLIED-TOTAL  TO WS-AT-AMOUNT
           MOVE WS-SUSPENSE-COUNT TO WS-ST-COUNT
           MOVE WS-SUSPENSE-TOTAL TO WS-ST-AMOUNT
           MOVE WS-DUP-COUNT      TO WS-T-DUP
           MOVE WS-REJECT-COUNT   TO WS-T-REJ
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-APPLIED-TOTAL-LINE
           WRITE RPT-LINE FROM WS-SUSPENSE-TOTAL-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      * THE SUSPENSE REPORT IS THE WHOLE OPEN SUSPENSE, NOT JUST TODAY'S
      * ITEMS - AN ITEM STAYS ON IT UNTIL OPTION U CLEARS IT.
       4500-LIST-SUSPENSE.
           WRITE SUSP-LINE FROM WS-SUSP-HEADING1
           WRITE SUSP-LINE FROM WS-BLANK-LINE
           WRITE SUSP-LINE FROM WS-SUSP-HEADING2
           EXEC SQL
              OPEN SUSP-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SUSP-EOF TO TRUE
           ELSE
              PERFORM 4600-FETCH-NEXT-SUSPENSE
           END-IF
           PERFORM 4550-WRITE-SUSPENSE-ITEM UNTIL WS-SUSP-EOF
           EXEC SQL
              CLOSE SUSP-CSR
           END-EXEC
           MOVE WS-OPEN-SUSP-COUNT TO WS-SUT-COUNT
           MOVE WS-OPEN-SUSP-TOTAL TO WS-SUT-AMOUNT
           WRITE SUSP-LINE FROM WS-BLANK-LINE
           WRITE SUSP-LINE FROM WS-SUSP-TOTAL-LINE.
       4550-WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-OPEN-SUSP-COUNT
           ADD RECEIPT-AMOUNT TO WS-OPEN-SUSP-TOTAL
           MOVE RECEIPT-ID           TO WS-SD-RECEIPT-ID
           MOVE WS-SUSP-DEPOSIT-DATE TO WS-SD-DEPOSIT-DATE
           MOVE WS-SUSP-DAYS         TO WS-SD-DAYS
           MOVE RECEIPT-AMOUNT       TO WS-SD-AMOUNT
           MOVE REMIT-CLAIM-REF      TO WS-SD-CLAIM-REF
           MOVE SUSPENSE-REASON      TO WS-SD-REASON
           WRITE SUSP-LINE FROM WS-SUSP-DETAIL
           MOVE REMITTER-NAME        TO WS-SD2-REMITTER
           MOVE REMIT-CHECK-NUMBER   TO WS-SD2-CHECK
           MOVE REMIT-RECOV-TYPE     TO WS-SD2-TYPE
           WRITE SUSP-LINE FROM WS-SUSP-DETAIL2
           PERFORM 4600-FETCH-NEXT-SUSPENSE.
       4600-FETCH-NEXT-SUSPENSE.
           EXEC SQL
              FETCH SUSP-CSR
              INTO :RECOVERY-RECEIPT.RECEIPT-ID,
                   :WS-SUSP-DEPOSIT-DATE,
                   :WS-SUSP-DAYS,
                   :RECOVERY-RECEIPT.RECEIPT-AMOUNT,
                   :RECOVERY-RECEIPT.REMIT-CLAIM-REF,
                   :RECOVERY-RECEIPT.REMIT-RECOV-TYPE,
                   :RECOVERY-RECEIPT.REMITTER-NAME,
                   :RECOVERY-RECEIPT.REMIT-CHECK-NUMBER,
                   :RECOVERY-RECEIPT.SUSPENSE-REASON
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SUSP-EOF TO TRUE
           END-IF.
       5000-TERMINATE.
           CLOSE LOCKBOX-FILE
           CLOSE LOCKBOX-REPORT
           CLOSE SUSPENSE-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           MOVE WS-APPLIED-COUNT TO LOG-RECS-WRITTEN
           COMPUTE LOG-RECS-REJECTED = WS-REJECT-COUNT + WS-DUP-COUNT
           MOVE 'LOCKBOX FILE TOTAL' TO LOG-CONTROL-DESC
           MOVE WS-DETAIL-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B40 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
