       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B50.
      * DAILY VENDOR INVOICE INTAKE - READS THE ELECTRONIC INVOICE FILE
      * SENT IN BY OUR INDEPENDENT ADJUSTERS, DEFENSE FIRMS AND IME
      * PROVIDERS AND QUEUES EACH CLEAN INVOICE FOR PAYMENT. THE FILE
      * IS H/D/T CONTROLLED: THE H RECORD CARRIES THE FILE DATE, EACH
      * D RECORD ONE INVOICE WITH THE MFTR110.VENDOR ID, THE VENDOR'S
      * INVOICE NUMBER AND DATE, THE CLAIM BILLED AND THE AMOUNT, AND
      * THE T RECORD THE INVOICE COUNT AND DOLLAR TOTAL OF THE FILE.
      * AN INVOICE IS ACCEPTED ONLY IF THE VENDOR IS ON THE MASTER AND
      * ACTIVE, THE CLAIM IS ON FILE AND OPEN, A LEGAL BILL (VENDOR
      * TYPE LEG) IS AGAINST A CLAIM WITH A SUIT STILL PENDING ON
      * MFTR110.CLAIM_LITIGATION, AND THE VENDOR HAS NOT SENT THE SAME
      * INVOICE NUMBER BEFORE. AN ACCEPTED INVOICE IS STORED ON
      * MFTR110.VENDOR_INVOICE AND QUEUED ON MFTR110.PAYMENT_QUEUE AS
      * A SOURCETYPE 'V' EXPENSE PAYMENT OF THE VENDOR'S TYPE, DUE
      * TODAY, WITH THE VENDOR AS PAYEE AND THE CLAIM'S ADJUSTER AS
      * REQUESTER - MF110B8 PAYS IT TO THE VENDOR'S REMIT ADDRESS OR
      * BANK ACCOUNT THROUGH THE SAME CHECKS AS ANY QUEUED PAYMENT.
      * REJECTED INVOICES ARE NOT STORED; THE INVRPT REPORT LISTS
      * EVERY INVOICE WITH ITS RESULT OR REJECT REASON FOR ACCOUNTS
      * PAYABLE TO RETURN TO THE VENDOR. A FILE THAT IS OUT OF BALANCE
      * ON COUNT OR AMOUNT, OR MISSING ITS CONTROLS, IS ROLLED BACK IN
      * FULL AND THE RUN ENDS RC 8; A CLEAN FILE WITH REJECTS ENDS RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVOICE
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-REPORT ASSIGN TO INVRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INV-RECORD                 PIC X(150).
       01  INV-HEADER-REC REDEFINES INV-RECORD.
           05 IH-REC-TYPE             PIC X(01).
           05 IH-FEED-NAME            PIC X(09).
           05 IH-FILE-DATE            PIC X(10).
           05 FILLER                  PIC X(130).
       01  INV-DETAIL-REC REDEFINES INV-RECORD.
           05 ID-REC-TYPE             PIC X(01).
           05 ID-ITEM-SEQ             PIC 9(05).
           05 ID-VENDOR-ID            PIC X(08).
           05 ID-INVOICE-NUMBER       PIC X(15).
           05 ID-INVOICE-DATE.
              10 ID-INV-YEAR          PIC 9(04).
              10 ID-INV-DASH1         PIC X(01).
              10 ID-INV-MONTH         PIC 9(02).
              10 ID-INV-DASH2         PIC X(01).
              10 ID-INV-DAY           PIC 9(02).
           05 ID-CLAIM-REF            PIC X(09).
           05 ID-CLAIM-REF-N REDEFINES ID-CLAIM-REF
                                      PIC 9(09).
           05 ID-AMOUNT               PIC 9(09)V99.
           05 ID-SERVICE-DESC         PIC X(40).
           05 FILLER                  PIC X(51).
       01  INV-TRAILER-REC REDEFINES INV-RECORD.
           05 IT-REC-TYPE             PIC X(01).
           05 IT-COUNT                PIC 9(09).
           05 IT-TOTAL-AMOUNT         PIC 9(09)V99.
           05 FILLER                  PIC X(129).
       FD  INVOICE-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
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
       01 WS-QUEUED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-QUEUED-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-QUEUE-ID                 PIC S9(9) COMP VALUE ZERO.
       01 WS-INVOICE-ON-FILE          PIC S9(9) COMP VALUE ZERO.
       01 WS-OPEN-SUITS               PIC S9(9) COMP VALUE ZERO.
       01 WS-CLAIM-NUMBER             PIC S9(9) COMP VALUE ZERO.
       01 WS-CLAIM-ADJUSTER           PIC X(08).
       01 WS-CLAIM-STATUS             PIC X(10).
          88 WS-CLAIM-OPEN            VALUE 'OPEN      ' 'PENDING   '
                                            'PENDVER   ' 'REOPENED  '
                                            'APPROVED  '.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-ITEM-RESULT              PIC X(30).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B50 - VENDOR IN'.
          05 FILLER              PIC X(30) VALUE 'VOICE INTAKE'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-FEED-LINE.
          05 FILLER              PIC X(20) VALUE 'INVOICE FILE DATED ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-DATE           PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(07) VALUE 'ITEM'.
          05 FILLER               PIC X(09) VALUE 'VENDOR'.
          05 FILLER               PIC X(16) VALUE 'INVOICE'.
          05 FILLER               PIC X(10) VALUE 'CLAIM'.
          05 FILLER               PIC X(15) VALUE '        AMOUNT'.
          05 FILLER               PIC X(30) VALUE 'RESULT'.
       01 WS-ITEM-LINE.
          05 WS-IL-SEQ                PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-IL-VENDOR             PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-INVOICE            PIC X(15).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-CLAIM-REF          PIC X(09).
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
       01 WS-QUEUED-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'QUEUED FOR PAYMENT ='.
          05 WS-QT-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-QT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REJECT-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'REJECTED           ='.
          05 WS-RT-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-RT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-MSG-LINE                 PIC X(100).
       01 WS-BLANK-LINE               PIC X(100) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE VENDOR
           END-EXEC.
           EXEC SQL
              INCLUDE VENDOR_INVOICE
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
           PERFORM 3500-COMMIT-OR-BACKOUT
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B50' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B50 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT INVOICE-FILE
           OPEN OUTPUT INVOICE-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2900-READ-FEED-RECORD.
       2000-PROCESS-FEED.
           EVALUATE INV-RECORD(1:1)
             WHEN 'H'
                 IF NOT WS-HEADER-SEEN
                    PERFORM 2050-PROCESS-HEADER
                 END-IF
             WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE IT-COUNT        TO WS-TRAILER-COUNT
                 MOVE IT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
             WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM 2100-PROCESS-DETAIL
             WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM 2800-WRITE-REJECT
           END-EVALUATE
           PERFORM 2900-READ-FEED-RECORD.
       2050-PROCESS-HEADER.
           IF IH-FEED-NAME = 'INVOICE  '
              AND IH-FILE-DATE NOT = SPACES
              SET WS-HEADER-SEEN TO TRUE
              MOVE IH-FILE-DATE TO WS-FL-DATE
              WRITE RPT-LINE FROM WS-FEED-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
           ELSE
              MOVE 'INVOICE HEADER NOT RECOGNISED' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
      * THE RECORD ITSELF IS EDITED FIRST; ONLY A WELL-FORMED INVOICE
      * GOES ON TO BE CHECKED AGAINST THE VENDOR AND CLAIM.
       2100-PROCESS-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF ID-AMOUNT IS NUMERIC
              ADD ID-AMOUNT TO WS-DETAIL-TOTAL
           END-IF
           IF NOT WS-HEADER-SEEN
              MOVE 'DETAIL BEFORE HEADER' TO WS-REJECT-REASON
           ELSE
           IF ID-ITEM-SEQ IS NOT NUMERIC
              MOVE 'ITEM SEQUENCE NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF ID-AMOUNT IS NOT NUMERIC OR ID-AMOUNT = ZERO
              MOVE 'AMOUNT NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF ID-INVOICE-NUMBER = SPACES
              MOVE 'NO INVOICE NUMBER' TO WS-REJECT-REASON
           ELSE
           IF ID-INV-YEAR IS NOT NUMERIC
              OR ID-INV-MONTH IS NOT NUMERIC
              OR ID-INV-DAY IS NOT NUMERIC
              OR ID-INV-DASH1 NOT = '-'
              OR ID-INV-DASH2 NOT = '-'
              OR ID-INV-MONTH < 1 OR ID-INV-MONTH > 12
              OR ID-INV-DAY < 1 OR ID-INV-DAY > 31
              OR ID-INVOICE-DATE > WS-RUN-DATE
              MOVE 'INVOICE DATE NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF ID-CLAIM-REF-N IS NOT NUMERIC
              OR ID-CLAIM-REF-N = ZERO
              MOVE 'CLAIM REF NOT VALID' TO WS-REJECT-REASON
           ELSE
              PERFORM 2200-CHECK-VENDOR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.
      * THE VENDOR MUST BE ON THE MASTER AND ACTIVE, AND ITS TYPE IS
      * THE EXPENSE TYPE THE INVOICE IS PAID AS.
       2200-CHECK-VENDOR.
           MOVE ID-VENDOR-ID TO VENDOR-ID OF VENDOR
           EXEC SQL
              SELECT VENDORNAME,
                     COALESCE(REMITADDRESS, ' '),
                     VENDORTYPE,
                     ACTIVEFLAG
                INTO :VENDOR.VENDOR-NAME,
                     :VENDOR.VENDOR-REMIT-ADDRESS,
                     :VENDOR.VENDOR-TYPE,
                     :VENDOR.VENDOR-ACTIVE-FLAG
                FROM MFTR110.VENDOR
               WHERE VENDORID = :VENDOR.VENDOR-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF VENDOR-ACTIVE-FLAG NOT = 'Y'
                    MOVE 'VENDOR NOT ACTIVE' TO WS-REJECT-REASON
                 ELSE
                 IF VENDOR-TYPE NOT = 'ADJ' AND NOT = 'LEG'
                    AND NOT = 'IME' AND NOT = 'OTH'
                    MOVE 'VENDOR TYPE NOT VALID' TO WS-REJECT-REASON
                 ELSE
                    PERFORM 2300-CHECK-CLAIM
                 END-IF
                 END-IF
             WHEN 100
                 MOVE 'VENDOR NOT ON FILE' TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR READING VENDOR' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
           END-EVALUATE.
      * THE CLAIM BILLED MUST BE ON FILE AND STILL OPEN. A LEGAL BILL
      * ALSO NEEDS A SUIT ON THE CLAIM WITH NO DISPOSITION YET - DEFENSE
      * COSTS ARE NOT PAID ON A CLAIM THAT WAS NEVER OR IS NO LONGER
      * IN LITIGATION.
       2300-CHECK-CLAIM.
           MOVE ID-CLAIM-REF-N TO WS-CLAIM-NUMBER
           EXEC SQL
              SELECT COALESCE(STATUS, ' '),
                     COALESCE(ADJUSTERID, ' ')
                INTO :WS-CLAIM-STATUS,
                     :WS-CLAIM-ADJUSTER
                FROM MFTR110.CLAIMS
               WHERE CLAIMNUMBER = :WS-CLAIM-NUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF NOT WS-CLAIM-OPEN
                    MOVE 'CLAIM NOT OPEN' TO WS-REJECT-REASON
                 ELSE
                 IF VENDOR-TYPE = 'LEG'
                    PERFORM 2350-CHECK-OPEN-SUIT
                 END-IF
                 END-IF
             WHEN 100
                 MOVE 'CLAIM NOT ON FILE' TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR READING CLAIM' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM 2400-CHECK-DUPLICATE
           END-IF.
       2350-CHECK-OPEN-SUIT.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-SUITS
                FROM MFTR110.CLAIM_LITIGATION
               WHERE CLAIMNUMBER = :WS-CLAIM-NUMBER
                 AND COALESCE(DISPOSITION, ' ') = ' '
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR READING SUITS' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
           IF WS-OPEN-SUITS = 0
              MOVE 'NO OPEN SUIT ON CLAIM' TO WS-REJECT-REASON
           END-IF
           END-IF.
      * A VENDOR'S INVOICE NUMBER IS PAID ONCE. THE CHECK SEES INVOICES
      * TAKEN EARLIER IN THIS FILE AS WELL AS EARLIER FILES, SO A
      * DUPLICATE WITHIN ONE FILE IS CAUGHT TOO.
       2400-CHECK-DUPLICATE.
           MOVE ID-INVOICE-NUMBER TO INVOICE-NUMBER
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-INVOICE-ON-FILE
                FROM MFTR110.VENDOR_INVOICE
               WHERE VENDORID      = :VENDOR.VENDOR-ID
                 AND INVOICENUMBER = :VENDOR-INVOICE.INVOICE-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR READING INVOICES' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
           IF WS-INVOICE-ON-FILE > 0
              MOVE 'DUPLICATE INVOICE NUMBER' TO WS-REJECT-REASON
           ELSE
              PERFORM 2500-QUEUE-INVOICE
           END-IF
           END-IF.
      * THE INVOICE ROW AND ITS QUEUE ROW GO IN TOGETHER - AN SQL
      * FAILURE ON EITHER BACKS OUT THE WHOLE FILE THE SAME WAY AN OUT
      * OF BALANCE FILE DOES, SO NOTHING IS HALF QUEUED.
       2500-QUEUE-INVOICE.
           MOVE VENDOR-ID OF VENDOR TO VENDOR-ID OF VENDOR-INVOICE
           MOVE ID-INVOICE-DATE    TO INVOICE-DATE
           MOVE WS-CLAIM-NUMBER    TO CLAIMNUMBER OF VENDOR-INVOICE
           MOVE VENDOR-TYPE        TO INV-EXPENSE-TYPE
           MOVE ID-AMOUNT          TO INVOICE-AMOUNT
           MOVE ID-SERVICE-DESC    TO SERVICE-DESC
           EXEC SQL
              SET :VENDOR-INVOICE.INVOICE-ID =
                  NEXT VALUE FOR MFTR110.INVOICEID_SEQ
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 SET :WS-QUEUE-ID = NEXT VALUE FOR MFTR110.PAYQUEUE_SEQ
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE WS-QUEUE-ID TO INV-QUEUE-ID
              EXEC SQL
                 INSERT INTO MFTR110.VENDOR_INVOICE
                        (INVOICEID, VENDORID, INVOICENUMBER,
                         INVOICEDATE, CLAIMNUMBER, EXPENSETYPE,
                         AMOUNT, SERVICEDESC, QUEUEID, RECEIVEDTS)
                 VALUES (:VENDOR-INVOICE.INVOICE-ID,
                         :VENDOR-INVOICE.VENDOR-ID,
                         :VENDOR-INVOICE.INVOICE-NUMBER,
                         :VENDOR-INVOICE.INVOICE-DATE,
                         :VENDOR-INVOICE.CLAIMNUMBER,
                         :VENDOR-INVOICE.INV-EXPENSE-TYPE,
                         :VENDOR-INVOICE.INVOICE-AMOUNT,
                         :VENDOR-INVOICE.SERVICE-DESC,
                         :VENDOR-INVOICE.INV-QUEUE-ID,
                         CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE = 0
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
                         QUEUEDTS,
                         VENDORID)
                 VALUES (:WS-QUEUE-ID,
                         :VENDOR-INVOICE.CLAIMNUMBER,
                         NULL,
                         'E',
                         :VENDOR-INVOICE.INV-EXPENSE-TYPE,
                         :VENDOR.VENDOR-NAME,
                         :VENDOR.VENDOR-REMIT-ADDRESS,
                         'VENDOR    ',
                         :VENDOR-INVOICE.INVOICE-AMOUNT,
                         CURRENT DATE,
                         'V',
                         :VENDOR-INVOICE.INVOICE-ID,
                         1,
                         :WS-CLAIM-ADJUSTER,
                         'Q',
                         CURRENT TIMESTAMP,
                         :VENDOR.VENDOR-ID)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              ADD 1 TO WS-QUEUED-COUNT
              ADD ID-AMOUNT TO WS-QUEUED-TOTAL
              MOVE SPACES TO WS-ITEM-RESULT
              STRING 'QUEUED - ' VENDOR-TYPE ' EXPENSE'
                     DELIMITED BY SIZE INTO WS-ITEM-RESULT
              PERFORM 2700-WRITE-ITEM-LINE
           ELSE
              MOVE 'SQL ERROR QUEUEING INVOICE' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
       2700-WRITE-ITEM-LINE.
           MOVE ID-ITEM-SEQ       TO WS-IL-SEQ
           MOVE ID-VENDOR-ID      TO WS-IL-VENDOR
           MOVE ID-INVOICE-NUMBER TO WS-IL-INVOICE
           MOVE ID-CLAIM-REF      TO WS-IL-CLAIM-REF
           MOVE ID-AMOUNT         TO WS-IL-AMOUNT
           MOVE WS-ITEM-RESULT    TO WS-IL-RESULT
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF ID-ITEM-SEQ IS NUMERIC
              MOVE ID-ITEM-SEQ TO WS-IL-SEQ
           ELSE
              MOVE ZERO TO WS-IL-SEQ
           END-IF
           MOVE ID-VENDOR-ID      TO WS-IL-VENDOR
           MOVE ID-INVOICE-NUMBER TO WS-IL-INVOICE
           MOVE ID-CLAIM-REF      TO WS-IL-CLAIM-REF
           IF ID-AMOUNT IS NUMERIC
              MOVE ID-AMOUNT TO WS-IL-AMOUNT
              ADD ID-AMOUNT TO WS-REJECT-TOTAL
           ELSE
              MOVE ZERO TO WS-IL-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON TO WS-IL-RESULT
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2900-READ-FEED-RECORD.
           READ INVOICE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.
       3000-BALANCE-CONTROLS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF NOT WS-HEADER-SEEN
              MOVE 'INVOICE HEADER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
              MOVE 'INVOICE TRAILER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
              MOVE 'INVOICE COUNT' TO WS-BC-CHECK
              MOVE WS-TRAILER-COUNT TO WS-BC-EXPECTED
              MOVE WS-DETAIL-COUNT  TO WS-BC-ACTUAL
              IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
                 MOVE 'IN BALANCE' TO WS-BC-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BC-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-CNT-LINE
              MOVE 'INVOICE FILE AMOUNT' TO WS-BL-CHECK
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
      * A PARTLY LOADED FILE WOULD QUEUE SOME OF A VENDOR'S INVOICES AND
      * NOT OTHERS - BACK IT ALL OUT SO THE CORRECTED FILE CAN BE RERUN.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-QUEUED-COUNT
              MOVE ZERO TO WS-QUEUED-TOTAL
              MOVE 'INVOICES NOT QUEUED - RERUN WHEN CORRECTED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
       4000-WRITE-TOTALS.
           MOVE WS-QUEUED-COUNT TO WS-QT-COUNT
           MOVE WS-QUEUED-TOTAL TO WS-QT-AMOUNT
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT
           MOVE WS-REJECT-TOTAL TO WS-RT-AMOUNT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-QUEUED-TOTAL-LINE
           WRITE RPT-LINE FROM WS-REJECT-TOTAL-LINE.
       5000-TERMINATE.
           CLOSE INVOICE-FILE
           CLOSE INVOICE-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           MOVE WS-QUEUED-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-REJECT-COUNT TO LOG-RECS-REJECTED
           MOVE 'INVOICE FILE TOTAL' TO LOG-CONTROL-DESC
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
              DISPLAY 'MF110B50 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
