       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B52.
      * MONTHLY THIRD-PARTY ADMINISTRATOR LOSS-RUN INTAKE - LOADS THE
      * LOSS RUN A TPA SENDS FOR THE PROGRAMS IT HANDLES FOR US, SO
      * THOSE CLAIMS ARE ON MFTR110.CLAIMS WITH OUR OWN AND REACH THE
      * REGISTER, EXTRACTS, AUDIT TRAIL AND GL LIKE ANY OTHER CLAIM.
      * THE FILE IS H/D/T CONTROLLED: THE H RECORD CARRIES THE TPA CODE
      * AND THE PERIOD-END DATE OF THE RUN, EACH D RECORD ONE TPA CLAIM
      * WITH THE TPA'S CLAIM REFERENCE, OUR POLICY NUMBER, LOSS DATE,
      * CAUSE, CLAIMANT, STATUS AND THE CUMULATIVE PAID AND RESERVE TO
      * THE PERIOD END, AND THE T RECORD THE CLAIM COUNT AND THE PAID
      * AND RESERVE TOTALS THE TPA REPORTS.
      * A CLAIM IS FOUND BY TPACODE/TPACLAIMREF. ONE NOT YET ON FILE IS
      * ADDED UNDER A NEW CLAIM NUMBER AGAINST THE POLICY, WHICH MUST
      * EXIST WITH THE LOSS DATE IN ITS TERM, MARKED WITH THE TPA CODE
      * AND REFERENCE AND HELD BY ADJUSTERID 'MF110B52'. ONE ALREADY ON
      * FILE TAKES THE MONTH'S MOVEMENT - PAID AND RESERVE ARE SET TO
      * THE TPA'S CUMULATIVE FIGURES, INCURRED (VALUE1) TO THEIR SUM,
      * AND STATUS TO THE TPA'S. EVERY ADD AND EVERY MOVEMENT IS
      * AUDITED ON MFTR110.CLAIM_AUDIT UNDER USERID 'MF110B52' WITH
      * ITS BEFORE AND AFTER IMAGES, AND TPAREPORTDATE IS SET TO THE
      * PERIOD END ON EVERY CLAIM REPORTED.
      * THE PAID MOVEMENT IS BOOKED THROUGH THE TPAGL FILE, IN THE SAME
      * LAYOUT AS THE MF110B5 GLEXTR FILE, TO THE INDEMNITY ACCOUNT
      * WITH ACTION 'T' AND THE TPA CODE IN THE CHECK NUMBER - THE TPA
      * CUTS ITS OWN CHECKS, SO NOTHING GOES ON MFTR110.CLAIM_PAYMENT.
      * THE GL FILE IS BUILT FROM THE COMMITTED AUDIT ROWS, SO A FILE
      * THAT IS BACKED OUT BOOKS NOTHING.
      * THE TPARPT REPORT LISTS EVERY CLAIM WITH ITS RESULT OR REJECT
      * REASON, THEN RECONCILES THE TPA'S REPORTED COUNT, PAID AND
      * RESERVE AGAINST WHAT MFTR110.CLAIMS NOW HOLDS FOR THE TPA AND
      * LISTS EACH CLAIM WE HOLD FOR IT THAT WAS NOT ON THIS RUN.
      * A FILE THAT IS OUT OF BALANCE ON ITS CONTROLS, MISSING THEM, OR
      * HITS AN SQL ERROR IS ROLLED BACK IN FULL AND THE RUN ENDS RC 8;
      * A CLEAN FILE WITH REJECTS OR VARIANCES ENDS RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPA-LOSS-FILE ASSIGN TO TPALOSS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TPA-GL-FILE ASSIGN TO TPAGL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TPA-REPORT ASSIGN TO TPARPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TPA-LOSS-FILE
           RECORDING MODE IS F.
       01  TPA-RECORD                 PIC X(150).
       01  TPA-HEADER-REC REDEFINES TPA-RECORD.
           05 TH-REC-TYPE             PIC X(01).
           05 TH-FEED-NAME            PIC X(09).
           05 TH-TPA-CODE             PIC X(08).
           05 TH-PERIOD-DATE.
              10 TH-PER-YEAR          PIC 9(04).
              10 TH-PER-DASH1         PIC X(01).
              10 TH-PER-MONTH         PIC 9(02).
              10 TH-PER-DASH2         PIC X(01).
              10 TH-PER-DAY           PIC 9(02).
           05 FILLER                  PIC X(122).
       01  TPA-DETAIL-REC REDEFINES TPA-RECORD.
           05 TD-REC-TYPE             PIC X(01).
           05 TD-ITEM-SEQ             PIC 9(05).
           05 TD-TPA-CLAIM-REF        PIC X(20).
           05 TD-POLICYNUMBER         PIC 9(09).
           05 TD-LOSS-DATE.
              10 TD-LOSS-YEAR         PIC 9(04).
              10 TD-LOSS-DASH1        PIC X(01).
              10 TD-LOSS-MONTH        PIC 9(02).
              10 TD-LOSS-DASH2        PIC X(01).
              10 TD-LOSS-DAY          PIC 9(02).
           05 TD-LOSS-DATE-X REDEFINES TD-LOSS-DATE PIC X(10).
           05 TD-CAUSE                PIC X(30).
           05 TD-CLAIMANT             PIC X(40).
           05 TD-STATUS               PIC X(10).
              88 TD-STATUS-VALID      VALUE 'OPEN      ' 'REOPENED  '
                                            'CLOSED    ' 'DENIED    '
                                            'PAID      '.
           05 TD-PAID                 PIC 9(09)V99.
           05 TD-RESERVE              PIC 9(09).
           05 FILLER                  PIC X(05).
       01  TPA-TRAILER-REC REDEFINES TPA-RECORD.
           05 TT-REC-TYPE             PIC X(01).
           05 TT-COUNT                PIC 9(09).
           05 TT-TOTAL-PAID           PIC 9(09)V99.
           05 TT-TOTAL-RESERVE        PIC 9(11).
           05 FILLER                  PIC X(118).
       FD  TPA-GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                  PIC X(80).
       FD  TPA-REPORT
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
       01 WS-UNREP-EOF-SW             PIC X(01) VALUE 'N'.
          88 WS-UNREP-EOF             VALUE 'Y'.
       01 WS-GL-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-GL-EOF                VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-TPA-CODE                 PIC X(08).
       01 WS-PERIOD-DATE              PIC X(10).
       01 WS-DETAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-DETAIL-PAID              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DETAIL-RESERVE           PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-TRAILER-PAID             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TRAILER-RESERVE          PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-ADDED-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-POSTED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-NO-MOVE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-VARIANCE-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-UNREP-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-GL-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01 WS-GL-TOTAL                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PAID-MOVE                PIC S9(9)V99 COMP-3.
       01 WS-RESERVE-MOVE             PIC S9(9) COMP.
       01 WS-POLICY-IN-TERM           PIC S9(9) COMP.
       01 WS-HELD-COUNT               PIC S9(9) COMP.
       01 WS-HELD-PAID                PIC S9(9)V99 COMP-3.
       01 WS-HELD-RESERVE             PIC S9(11) COMP-3.
       01 WS-GL-CLAIM                 PIC S9(9) COMP.
       01 WS-GL-MOVE                  PIC S9(9)V99 COMP-3.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-ITEM-RESULT              PIC X(30).
       01 WS-GL-HEADER.
          05 GL-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 FILLER                   PIC X(09) VALUE 'TPAGL    '.
          05 GL-H-DATE                PIC X(10).
          05 FILLER                   PIC X(60) VALUE SPACES.
       01 WS-GL-DETAIL.
          05 GL-D-REC-TYPE            PIC X(01) VALUE 'D'.
          05 GL-D-CLAIMNUMBER         PIC 9(09).
          05 GL-D-ACTION              PIC X(01) VALUE 'T'.
          05 GL-D-AMOUNT              PIC S9(9)V99.
          05 GL-D-ACCOUNT             PIC X(08) VALUE '60100100'.
          05 GL-D-PAYTYPE             PIC X(01) VALUE 'I'.
          05 GL-D-EXPTYPE             PIC X(03) VALUE SPACES.
          05 GL-D-CHECKNO             PIC X(10).
          05 GL-D-POSTDATE            PIC X(10).
          05 FILLER                   PIC X(26) VALUE SPACES.
       01 WS-GL-TRAILER.
          05 GL-T-REC-TYPE            PIC X(01) VALUE 'T'.
          05 GL-T-COUNT               PIC 9(09).
          05 GL-T-TOTAL-AMOUNT        PIC S9(9)V99.
          05 FILLER                   PIC X(59) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B52 - TPA LOSS '.
          05 FILLER              PIC X(30) VALUE 'RUN INTAKE'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-FEED-LINE.
          05 FILLER              PIC X(20) VALUE 'TPA LOSS RUN FOR   ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-TPA            PIC X(08).
          05 FILLER              PIC X(20) VALUE '  PERIOD ENDING    ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-DATE           PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(07) VALUE 'ITEM'.
          05 FILLER               PIC X(21) VALUE 'TPA CLAIM REF'.
          05 FILLER               PIC X(10) VALUE 'CLAIM'.
          05 FILLER               PIC X(15) VALUE '    CUMUL PAID'.
          05 FILLER               PIC X(11) VALUE '    RESERVE'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'RESULT'.
       01 WS-ITEM-LINE.
          05 WS-IL-SEQ                PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-IL-TPA-REF            PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-CLAIM              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-PAID               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-IL-RESERVE            PIC ZZZ,ZZZ,ZZ9.
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
       01 WS-VAR-HEADING.
          05 FILLER               PIC X(29) VALUE 'RECONCILIATION'.
          05 FILLER               PIC X(18) VALUE '     TPA REPORTED'.
          05 FILLER               PIC X(18) VALUE '    MFTR110 HOLDS'.
          05 FILLER               PIC X(18) VALUE '         VARIANCE'.
          05 FILLER               PIC X(10) VALUE 'RESULT'.
       01 WS-VAR-LINE.
          05 WS-VL-CHECK              PIC X(28).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-VL-REPORTED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-VL-HELD               PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-VL-VARIANCE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-VL-RESULT             PIC X(10).
       01 WS-VAR-AMOUNTS.
          05 WS-VA-REPORTED           PIC S9(11)V99 COMP-3.
          05 WS-VA-HELD               PIC S9(11)V99 COMP-3.
          05 WS-VA-VARIANCE           PIC S9(11)V99 COMP-3.
       01 WS-UNREP-HEADING            PIC X(100)
             VALUE 'CLAIMS HELD FOR THE TPA BUT NOT ON THIS LOSS RUN'.
       01 WS-UNREP-LINE.
          05 FILLER                   PIC X(07) VALUE SPACES.
          05 WS-UL-TPA-REF            PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-UL-CLAIM              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-UL-PAID               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-UL-RESERVE            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 FILLER                   PIC X(13) VALUE 'LAST REPORTED'.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-UL-LAST-DATE          PIC X(10).
       01 WS-TOTAL-LINE.
          05 WS-TL-DESC               PIC X(20).
          05 WS-TL-COUNT              PIC ZZZ,ZZ9.
       01 WS-MSG-LINE                 PIC X(100).
       01 WS-BLANK-LINE               PIC X(100) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_AUDIT
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * TPA CLAIMS ON FILE THAT THIS RUN DID NOT REPORT - CLOSED AND
      * DENIED CLAIMS DROP OFF A LOSS RUN, SO ONLY CLAIMS STILL OPEN
      * ON OUR SIDE ARE LISTED.
           EXEC SQL
              DECLARE UNREP-CSR CURSOR FOR
              SELECT CLAIMNUMBER,
                     TPACLAIMREF,
                     COALESCE(PAID, 0),
                     COALESCE(RESERVE, 0),
                     COALESCE(CHAR(TPAREPORTDATE, ISO), ' ')
                FROM MFTR110.CLAIMS
               WHERE TPACODE = :WS-TPA-CODE
                 AND COALESCE(TPAREPORTDATE, '0001-01-01')
                     < :WS-PERIOD-DATE
                 AND STATUS NOT IN ('CLOSED    ', 'DENIED    ',
                                    'PAID      ')
               ORDER BY TPACLAIMREF
           END-EXEC.
      * THE PAID MOVEMENT OF EACH ADD AND POSTING THIS RUN COMMITTED,
      * READ BACK FROM ITS AUDIT ROWS FOR THE GL FILE.
           EXEC SQL
              DECLARE GL-CSR CURSOR FOR
              SELECT A.CLAIMNUMBER,
                     COALESCE(A.NEWPAID, 0) - COALESCE(A.OLDPAID, 0)
                FROM MFTR110.CLAIM_AUDIT A,
                     MFTR110.CLAIMS C
               WHERE A.AUDITUSERID = 'MF110B52'
                 AND A.AUDITTIMESTAMP >= :BATCH-RUN-LOG.LOG-START-TS
                 AND C.CLAIMNUMBER = A.CLAIMNUMBER
                 AND C.TPACODE = :WS-TPA-CODE
                 AND COALESCE(A.NEWPAID, 0) <> COALESCE(A.OLDPAID, 0)
               ORDER BY A.CLAIMNUMBER, A.AUDITTIMESTAMP
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEED UNTIL WS-EOF
           PERFORM 3000-BALANCE-CONTROLS
           IF NOT WS-OUT-OF-BALANCE
              PERFORM 3200-RECONCILE
           END-IF
           PERFORM 3500-COMMIT-OR-BACKOUT
           PERFORM 3600-WRITE-GL-FILE
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REJECT-COUNT > 0 OR WS-VARIANCE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B52' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B52 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT TPA-LOSS-FILE
           OPEN OUTPUT TPA-GL-FILE
           OPEN OUTPUT TPA-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE SPACES TO WS-TPA-CODE
           MOVE WS-RUN-DATE TO WS-PERIOD-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2900-READ-FEED-RECORD.
       2000-PROCESS-FEED.
           EVALUATE TPA-RECORD(1:1)
             WHEN 'H'
                 IF NOT WS-HEADER-SEEN
                    PERFORM 2050-PROCESS-HEADER
                 END-IF
             WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE TT-COUNT         TO WS-TRAILER-COUNT
                 MOVE TT-TOTAL-PAID    TO WS-TRAILER-PAID
                 MOVE TT-TOTAL-RESERVE TO WS-TRAILER-RESERVE
             WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM 2100-PROCESS-DETAIL
             WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM 2800-WRITE-REJECT
           END-EVALUATE
           PERFORM 2900-READ-FEED-RECORD.
      * THE PERIOD END MUST BE A REAL DATE NO LATER THAN TODAY - IT IS
      * STAMPED ON EVERY CLAIM REPORTED AND DECIDES WHICH CLAIMS THE
      * RECONCILIATION LISTS AS MISSING FROM THE RUN.
       2050-PROCESS-HEADER.
           IF TH-FEED-NAME = 'TPALOSS  '
              AND TH-TPA-CODE NOT = SPACES
              AND TH-PER-YEAR IS NUMERIC
              AND TH-PER-MONTH IS NUMERIC
              AND TH-PER-DAY IS NUMERIC
              AND TH-PER-DASH1 = '-'
              AND TH-PER-DASH2 = '-'
              AND TH-PER-MONTH >= 1 AND TH-PER-MONTH <= 12
              AND TH-PER-DAY >= 1 AND TH-PER-DAY <= 31
              AND TH-PERIOD-DATE NOT > WS-RUN-DATE
              SET WS-HEADER-SEEN TO TRUE
              MOVE TH-TPA-CODE    TO WS-TPA-CODE
              MOVE TH-PERIOD-DATE TO WS-PERIOD-DATE
              MOVE WS-TPA-CODE    TO WS-FL-TPA
              MOVE WS-PERIOD-DATE TO WS-FL-DATE
              WRITE RPT-LINE FROM WS-FEED-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
           ELSE
              MOVE 'TPA LOSS RUN HEADER NOT RECOGNISED' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
      * THE RECORD ITSELF IS EDITED FIRST; ONLY A WELL-FORMED CLAIM
      * GOES ON TO BE MATCHED TO MFTR110.CLAIMS.
       2100-PROCESS-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO CLAIMNUMBER OF CLAIMS
           IF TD-PAID IS NUMERIC
              ADD TD-PAID TO WS-DETAIL-PAID
           END-IF
           IF TD-RESERVE IS NUMERIC
              ADD TD-RESERVE TO WS-DETAIL-RESERVE
           END-IF
           IF NOT WS-HEADER-SEEN
              MOVE 'DETAIL BEFORE HEADER' TO WS-REJECT-REASON
           ELSE
           IF TD-ITEM-SEQ IS NOT NUMERIC
              MOVE 'ITEM SEQUENCE NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF TD-TPA-CLAIM-REF = SPACES
              MOVE 'NO TPA CLAIM REFERENCE' TO WS-REJECT-REASON
           ELSE
           IF TD-PAID IS NOT NUMERIC
              MOVE 'CUMULATIVE PAID NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF TD-RESERVE IS NOT NUMERIC
              MOVE 'RESERVE NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF NOT TD-STATUS-VALID
              MOVE 'STATUS NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF TD-POLICYNUMBER IS NOT NUMERIC
              OR TD-POLICYNUMBER = ZERO
              MOVE 'POLICY NUMBER NOT VALID' TO WS-REJECT-REASON
           ELSE
              PERFORM 2200-FIND-TPA-CLAIM
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.
      * THE TPA'S OWN REFERENCE IS THE KEY - THE TPA NEVER SEES OUR
      * CLAIM NUMBER. THE FETCH IS THE BEFORE IMAGE FOR THE AUDIT ROW.
       2200-FIND-TPA-CLAIM.
           MOVE WS-TPA-CODE      TO TPA-CODE
           MOVE TD-TPA-CLAIM-REF TO TPA-CLAIM-REF
           EXEC SQL
              SELECT CLAIMNUMBER,
                     POLICYNUMBER,
                     CLAIMDATE,
                     COALESCE(PAID, 0),
                     COALESCE(VALUE1, 0),
                     CAUSE,
                     STATUS,
                     COALESCE(RESERVE, 0),
                     CLAIMANTNAME,
                     CLAIMANTADDRESS
                INTO :CLAIMS.CLAIMNUMBER,
                     :CLAIMS.POLICYNUMBER,
                     :CLAIM-AUDIT.OLD-CLAIMDATE,
                     :CLAIM-AUDIT.OLD-PAID,
                     :CLAIM-AUDIT.OLD-VALUE1,
                     :CLAIM-AUDIT.OLD-CAUSE,
                     :CLAIM-AUDIT.OLD-STATUS,
                     :CLAIM-AUDIT.OLD-RESERVE,
                     :CLAIM-AUDIT.OLD-CLAIMANT-NAME,
                     :CLAIM-AUDIT.OLD-CLAIMANT-ADDRESS
                FROM MFTR110.CLAIMS
               WHERE TPACODE     = :CLAIMS.TPA-CODE
                 AND TPACLAIMREF = :CLAIMS.TPA-CLAIM-REF
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF POLICYNUMBER OF CLAIMS NOT = TD-POLICYNUMBER
                    MOVE 'POLICY DIFFERS FROM CLAIM'
                         TO WS-REJECT-REASON
                 ELSE
                    PERFORM 2400-POST-MOVEMENT
                 END-IF
             WHEN 100
                 MOVE ZERO TO CLAIMNUMBER OF CLAIMS
                 PERFORM 2300-ADD-TPA-CLAIM
             WHEN OTHER
                 MOVE 'SQL ERROR READING CLAIM' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
           END-EVALUATE.
      * A NEW TPA CLAIM NEEDS WHAT ONLINE ENTRY NEEDS: A LOSS DATE, A
      * CAUSE, AND A POLICY OF OURS IN FORCE ON THE LOSS DATE.
       2300-ADD-TPA-CLAIM.
           IF TD-LOSS-YEAR IS NOT NUMERIC
              OR TD-LOSS-MONTH IS NOT NUMERIC
              OR TD-LOSS-DAY IS NOT NUMERIC
              OR TD-LOSS-DASH1 NOT = '-'
              OR TD-LOSS-DASH2 NOT = '-'
              OR TD-LOSS-MONTH < 1 OR TD-LOSS-MONTH > 12
              OR TD-LOSS-DAY < 1 OR TD-LOSS-DAY > 31
              OR TD-LOSS-DATE > WS-PERIOD-DATE
              MOVE 'LOSS DATE NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF TD-CAUSE = SPACES
              MOVE 'NO CAUSE OF LOSS' TO WS-REJECT-REASON
           ELSE
              MOVE TD-POLICYNUMBER TO POLICYNUMBER OF CLAIMS
              MOVE TD-LOSS-DATE-X TO CLAIMDATE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-POLICY-IN-TERM
                   FROM MFTR110.POLICY
                  WHERE POLICYNUMBER = :CLAIMS.POLICYNUMBER
                    AND COALESCE(EFFECTIVEDATE, '0001-01-01')
                        <= :CLAIMS.CLAIMDATE
                    AND COALESCE(EXPIRATIONDATE, '9999-12-31')
                        >= :CLAIMS.CLAIMDATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR READING POLICY' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
              ELSE
              IF WS-POLICY-IN-TERM = 0
                 MOVE 'POLICY NOT IN FORCE ON LOSS' TO WS-REJECT-REASON
              ELSE
                 PERFORM 2350-INSERT-TPA-CLAIM
              END-IF
              END-IF
           END-IF
           END-IF.
       2350-INSERT-TPA-CLAIM.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CLAIMNUMBER_SEQ
                INTO :CLAIMS.CLAIMNUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CLAIM NUMBER ASSIGN FAILED' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
              MOVE TD-PAID         TO PAID OF CLAIMS
              COMPUTE VALUE1 OF CLAIMS = TD-PAID + TD-RESERVE
              MOVE TD-CAUSE        TO CAUSE OF CLAIMS
              MOVE SPACES          TO OBSERVATIONS OF CLAIMS
              MOVE TD-STATUS       TO CLAIM-STATUS OF CLAIMS
              MOVE TD-RESERVE      TO CLAIM-RESERVE OF CLAIMS
              MOVE TD-CLAIMANT     TO CLAIMANT-NAME OF CLAIMS
              MOVE SPACES          TO CLAIMANT-ADDRESS OF CLAIMS
              MOVE 'MF110B52'      TO ADJUSTER-ID OF CLAIMS
              MOVE 'N'             TO FRAUD-FLAG OF CLAIMS
              MOVE ZERO            TO REOPEN-COUNT OF CLAIMS
              MOVE WS-PERIOD-DATE  TO TPA-REPORT-DATE
              EXEC SQL
                 INSERT INTO MFTR110.CLAIMS
                        (CLAIMNUMBER,
                         POLICYNUMBER,
                         CLAIMDATE,
                         PAID,
                         VALUE1,
                         CAUSE,
                         OBSERVATIONS,
                         STATUS,
                         RESERVE,
                         CLAIMANTNAME,
                         CLAIMANTADDRESS,
                         ADJUSTERID,
                         FRAUDFLAG,
                         REOPENCOUNT,
                         TPACODE,
                         TPACLAIMREF,
                         TPAREPORTDATE)
                 VALUES (:CLAIMS.CLAIMNUMBER,
                         :CLAIMS.POLICYNUMBER,
                         :CLAIMS.CLAIMDATE,
                         :CLAIMS.PAID,
                         :CLAIMS.VALUE1,
                         :CLAIMS.CAUSE,
                         :CLAIMS.OBSERVATIONS,
                         :CLAIMS.CLAIM-STATUS,
                         :CLAIMS.CLAIM-RESERVE,
                         :CLAIMS.CLAIMANT-NAME,
                         :CLAIMS.CLAIMANT-ADDRESS,
                         :CLAIMS.ADJUSTER-ID,
                         :CLAIMS.FRAUD-FLAG,
                         :CLAIMS.REOPEN-COUNT,
                         :CLAIMS.TPA-CODE,
                         :CLAIMS.TPA-CLAIM-REF,
                         :CLAIMS.TPA-REPORT-DATE)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR ADDING CLAIM' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
              ELSE
                 MOVE 'I' TO AUDIT-ACTION
                 MOVE SPACES TO OLD-CLAIMDATE OLD-CAUSE OLD-STATUS
                                OLD-CLAIMANT-NAME OLD-CLAIMANT-ADDRESS
                 MOVE ZERO TO OLD-PAID OLD-VALUE1 OLD-RESERVE
                 MOVE CLAIMDATE OF CLAIMS TO NEW-CLAIMDATE
                 MOVE CAUSE OF CLAIMS TO NEW-CAUSE
                 MOVE CLAIMANT-NAME OF CLAIMS TO NEW-CLAIMANT-NAME
                 MOVE CLAIMANT-ADDRESS OF CLAIMS
                      TO NEW-CLAIMANT-ADDRESS
                 PERFORM 2600-WRITE-AUDIT
                 IF WS-REJECT-REASON = SPACES
                    ADD 1 TO WS-ADDED-COUNT
                    MOVE 'ADDED' TO WS-ITEM-RESULT
                    PERFORM 2700-WRITE-ITEM-LINE
                 END-IF
              END-IF
           END-IF.
      * THE LOSS RUN IS CUMULATIVE, SO THE MONTH'S MOVEMENT IS THE TPA'S
      * FIGURE LESS OURS. A CLAIM WITH NO MOVEMENT IN PAID, RESERVE OR
      * STATUS IS ONLY STAMPED AS REPORTED - THERE IS NOTHING TO AUDIT.
       2400-POST-MOVEMENT.
           COMPUTE WS-PAID-MOVE = TD-PAID - OLD-PAID
           COMPUTE WS-RESERVE-MOVE = TD-RESERVE - OLD-RESERVE
           MOVE TD-STATUS TO NEW-STATUS
           MOVE TD-PAID TO PAID OF CLAIMS
           MOVE TD-RESERVE TO CLAIM-RESERVE OF CLAIMS
           COMPUTE VALUE1 OF CLAIMS = TD-PAID + TD-RESERVE
           MOVE TD-STATUS TO CLAIM-STATUS OF CLAIMS
           MOVE WS-PERIOD-DATE TO TPA-REPORT-DATE
           IF WS-PAID-MOVE = ZERO AND WS-RESERVE-MOVE = ZERO
              AND NEW-STATUS = OLD-STATUS
              EXEC SQL
                 UPDATE MFTR110.CLAIMS
                    SET TPAREPORTDATE = :CLAIMS.TPA-REPORT-DATE
                  WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR UPDATING CLAIM' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
              ELSE
                 ADD 1 TO WS-NO-MOVE-COUNT
                 MOVE 'NO MOVEMENT' TO WS-ITEM-RESULT
                 PERFORM 2700-WRITE-ITEM-LINE
              END-IF
           ELSE
              EXEC SQL
                 UPDATE MFTR110.CLAIMS
                    SET PAID          = :CLAIMS.PAID,
                        RESERVE       = :CLAIMS.CLAIM-RESERVE,
                        VALUE1        = :CLAIMS.VALUE1,
                        STATUS        = :CLAIMS.CLAIM-STATUS,
                        TPAREPORTDATE = :CLAIMS.TPA-REPORT-DATE
                  WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR UPDATING CLAIM' TO WS-REJECT-REASON
                 SET WS-OUT-OF-BALANCE TO TRUE
              ELSE
                 MOVE 'U' TO AUDIT-ACTION
                 MOVE OLD-CLAIMDATE TO NEW-CLAIMDATE
                 MOVE OLD-CAUSE TO NEW-CAUSE
                 MOVE OLD-CLAIMANT-NAME TO NEW-CLAIMANT-NAME
                 MOVE OLD-CLAIMANT-ADDRESS TO NEW-CLAIMANT-ADDRESS
                 PERFORM 2600-WRITE-AUDIT
                 IF WS-REJECT-REASON = SPACES
                    ADD 1 TO WS-POSTED-COUNT
                    MOVE 'MOVEMENT POSTED' TO WS-ITEM-RESULT
                    PERFORM 2700-WRITE-ITEM-LINE
                 END-IF
              END-IF
           END-IF.
      * THE AFTER IMAGE'S MONEY AND STATUS ARE THE TPA'S FIGURES; THE
      * CALLER HAS SET THE ACTION AND THE REST OF THE IMAGES.
       2600-WRITE-AUDIT.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-AUDIT
           MOVE 'MF110B52' TO AUDIT-USERID
           MOVE PAID OF CLAIMS TO NEW-PAID
           MOVE VALUE1 OF CLAIMS TO NEW-VALUE1
           MOVE CLAIM-STATUS OF CLAIMS TO NEW-STATUS
           MOVE CLAIM-RESERVE OF CLAIMS TO NEW-RESERVE
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_AUDIT
                     (CLAIMNUMBER,
                      AUDITACTION,
                      AUDITTIMESTAMP,
                      AUDITUSERID,
                      OLDCLAIMDATE,
                      OLDPAID,
                      OLDVALUE1,
                      OLDCAUSE,
                      OLDSTATUS,
                      OLDRESERVE,
                      NEWCLAIMDATE,
                      NEWPAID,
                      NEWVALUE1,
                      NEWCAUSE,
                      NEWSTATUS,
                      NEWRESERVE,
                      OLDCLAIMANTNAME,
                      OLDCLAIMANTADDRESS,
                      NEWCLAIMANTNAME,
                      NEWCLAIMANTADDRESS)
              VALUES (:CLAIM-AUDIT.CLAIMNUMBER,
                      :CLAIM-AUDIT.AUDIT-ACTION,
                      CURRENT TIMESTAMP,
                      :CLAIM-AUDIT.AUDIT-USERID,
                      :CLAIM-AUDIT.OLD-CLAIMDATE,
                      :CLAIM-AUDIT.OLD-PAID,
                      :CLAIM-AUDIT.OLD-VALUE1,
                      :CLAIM-AUDIT.OLD-CAUSE,
                      :CLAIM-AUDIT.OLD-STATUS,
                      :CLAIM-AUDIT.OLD-RESERVE,
                      :CLAIM-AUDIT.NEW-CLAIMDATE,
                      :CLAIM-AUDIT.NEW-PAID,
                      :CLAIM-AUDIT.NEW-VALUE1,
                      :CLAIM-AUDIT.NEW-CAUSE,
                      :CLAIM-AUDIT.NEW-STATUS,
                      :CLAIM-AUDIT.NEW-RESERVE,
                      :CLAIM-AUDIT.OLD-CLAIMANT-NAME,
                      :CLAIM-AUDIT.OLD-CLAIMANT-ADDRESS,
                      :CLAIM-AUDIT.NEW-CLAIMANT-NAME,
                      :CLAIM-AUDIT.NEW-CLAIMANT-ADDRESS)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR WRITING AUDIT' TO WS-REJECT-REASON
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
       2700-WRITE-ITEM-LINE.
           MOVE TD-ITEM-SEQ          TO WS-IL-SEQ
           MOVE TD-TPA-CLAIM-REF     TO WS-IL-TPA-REF
           MOVE CLAIMNUMBER OF CLAIMS TO WS-IL-CLAIM
           MOVE TD-PAID              TO WS-IL-PAID
           MOVE TD-RESERVE           TO WS-IL-RESERVE
           MOVE WS-ITEM-RESULT       TO WS-IL-RESULT
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF TD-ITEM-SEQ IS NUMERIC
              MOVE TD-ITEM-SEQ TO WS-IL-SEQ
           ELSE
              MOVE ZERO TO WS-IL-SEQ
           END-IF
           MOVE TD-TPA-CLAIM-REF     TO WS-IL-TPA-REF
           MOVE CLAIMNUMBER OF CLAIMS TO WS-IL-CLAIM
           IF TD-PAID IS NUMERIC
              MOVE TD-PAID TO WS-IL-PAID
           ELSE
              MOVE ZERO TO WS-IL-PAID
           END-IF
           IF TD-RESERVE IS NUMERIC
              MOVE TD-RESERVE TO WS-IL-RESERVE
           ELSE
              MOVE ZERO TO WS-IL-RESERVE
           END-IF
           MOVE WS-REJECT-REASON TO WS-IL-RESULT
           WRITE RPT-LINE FROM WS-ITEM-LINE.
       2900-READ-FEED-RECORD.
           READ TPA-LOSS-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.
       3000-BALANCE-CONTROLS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF NOT WS-HEADER-SEEN
              MOVE 'TPA LOSS RUN HEADER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
              MOVE 'TPA LOSS RUN TRAILER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
              MOVE 'TPA CLAIM COUNT' TO WS-BC-CHECK
              MOVE WS-TRAILER-COUNT TO WS-BC-EXPECTED
              MOVE WS-DETAIL-COUNT  TO WS-BC-ACTUAL
              IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
                 MOVE 'IN BALANCE' TO WS-BC-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BC-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-CNT-LINE
              MOVE 'LOSS RUN CUMULATIVE PAID' TO WS-BL-CHECK
              MOVE WS-TRAILER-PAID TO WS-BL-EXPECTED
              MOVE WS-DETAIL-PAID  TO WS-BL-ACTUAL
              IF WS-DETAIL-PAID = WS-TRAILER-PAID
                 MOVE 'IN BALANCE' TO WS-BL-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BL-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-LINE
              MOVE 'LOSS RUN RESERVE' TO WS-BL-CHECK
              MOVE WS-TRAILER-RESERVE TO WS-BL-EXPECTED
              MOVE WS-DETAIL-RESERVE  TO WS-BL-ACTUAL
              IF WS-DETAIL-RESERVE = WS-TRAILER-RESERVE
                 MOVE 'IN BALANCE' TO WS-BL-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BL-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-LINE
           END-IF.
      * WHAT THE TPA SAYS IT HOLDS FOR US AGAINST WHAT MFTR110.CLAIMS
      * NOW HOLDS FOR THE TPA: EVERY CLAIM LOADED FROM THIS RUN, PLUS
      * ANY CLAIM STILL OPEN ON OUR SIDE THAT THE RUN LEFT OUT. A
      * REJECTED CLAIM OR ONE THE TPA HAS DROPPED WITHOUT CLOSING
      * SHOWS UP HERE AS A VARIANCE.
       3200-RECONCILE.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(PAID), 0),
                     COALESCE(SUM(RESERVE), 0)
                INTO :WS-HELD-COUNT,
                     :WS-HELD-PAID,
                     :WS-HELD-RESERVE
                FROM MFTR110.CLAIMS
               WHERE TPACODE = :WS-TPA-CODE
                 AND (TPAREPORTDATE = :WS-PERIOD-DATE
                      OR STATUS NOT IN ('CLOSED    ', 'DENIED    ',
                                        'PAID      '))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ON RECONCILIATION - FILE NOT LOADED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
              PERFORM 3220-WRITE-VARIANCES
           END-IF.
       3220-WRITE-VARIANCES.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-VAR-HEADING
           MOVE 'TPA CLAIM COUNT' TO WS-VL-CHECK
           MOVE WS-TRAILER-COUNT TO WS-VA-REPORTED
           MOVE WS-HELD-COUNT    TO WS-VA-HELD
           PERFORM 3250-WRITE-VARIANCE-LINE
           MOVE 'CUMULATIVE PAID' TO WS-VL-CHECK
           MOVE WS-TRAILER-PAID  TO WS-VA-REPORTED
           MOVE WS-HELD-PAID     TO WS-VA-HELD
           PERFORM 3250-WRITE-VARIANCE-LINE
           MOVE 'OUTSTANDING RESERVE' TO WS-VL-CHECK
           MOVE WS-TRAILER-RESERVE TO WS-VA-REPORTED
           MOVE WS-HELD-RESERVE    TO WS-VA-HELD
           PERFORM 3250-WRITE-VARIANCE-LINE
           PERFORM 3300-LIST-UNREPORTED.
       3250-WRITE-VARIANCE-LINE.
           COMPUTE WS-VA-VARIANCE = WS-VA-REPORTED - WS-VA-HELD
           MOVE WS-VA-REPORTED TO WS-VL-REPORTED
           MOVE WS-VA-HELD     TO WS-VL-HELD
           MOVE WS-VA-VARIANCE TO WS-VL-VARIANCE
           IF WS-VA-VARIANCE = ZERO
              MOVE 'AGREES' TO WS-VL-RESULT
           ELSE
              MOVE 'VARIANCE' TO WS-VL-RESULT
              ADD 1 TO WS-VARIANCE-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-VAR-LINE.
       3300-LIST-UNREPORTED.
           MOVE 'N' TO WS-UNREP-EOF-SW
           EXEC SQL
              OPEN UNREP-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-UNREP-EOF TO TRUE
           END-IF
           PERFORM 3350-FETCH-UNREPORTED
           PERFORM 3360-WRITE-UNREPORTED UNTIL WS-UNREP-EOF
           EXEC SQL
              CLOSE UNREP-CSR
           END-EXEC.
       3350-FETCH-UNREPORTED.
           EXEC SQL
              FETCH UNREP-CSR
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.TPA-CLAIM-REF,
                    :CLAIMS.PAID,
                    :CLAIMS.CLAIM-RESERVE,
                    :CLAIMS.TPA-REPORT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-UNREP-EOF TO TRUE
           END-IF.
       3360-WRITE-UNREPORTED.
           IF WS-UNREP-COUNT = 0
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-UNREP-HEADING
           END-IF
           ADD 1 TO WS-UNREP-COUNT
           MOVE TPA-CLAIM-REF         TO WS-UL-TPA-REF
           MOVE CLAIMNUMBER OF CLAIMS TO WS-UL-CLAIM
           MOVE PAID OF CLAIMS        TO WS-UL-PAID
           MOVE CLAIM-RESERVE         TO WS-UL-RESERVE
           MOVE TPA-REPORT-DATE       TO WS-UL-LAST-DATE
           WRITE RPT-LINE FROM WS-UNREP-LINE
           PERFORM 3350-FETCH-UNREPORTED.
      * A PARTLY LOADED RUN WOULD LEAVE SOME OF THE TPA'S CLAIMS A
      * MONTH BEHIND THE OTHERS - BACK IT ALL OUT SO THE CORRECTED FILE
      * CAN BE RERUN.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-ADDED-COUNT
              MOVE ZERO TO WS-POSTED-COUNT
              MOVE ZERO TO WS-NO-MOVE-COUNT
              MOVE 'TPA LOSS RUN NOT LOADED - RERUN WHEN CORRECTED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
      * THE GL FILE ALWAYS GOES OUT WITH ITS HEADER AND TRAILER, EMPTY
      * WHEN THE RUN WAS BACKED OUT, SO FINANCE CAN SEE IT RAN.
       3600-WRITE-GL-FILE.
           MOVE WS-RUN-DATE TO GL-H-DATE
           WRITE GL-RECORD FROM WS-GL-HEADER
           MOVE WS-TPA-CODE TO GL-D-CHECKNO
           MOVE WS-PERIOD-DATE TO GL-D-POSTDATE
           IF NOT WS-OUT-OF-BALANCE
              EXEC SQL
                 OPEN GL-CSR
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-GL-EOF TO TRUE
                 MOVE 'SQL ERROR ON GL EXTRACT - TPAGL FILE EMPTY'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
              END-IF
              PERFORM 3650-FETCH-GL-MOVEMENT
              PERFORM 3660-WRITE-GL-DETAIL UNTIL WS-GL-EOF
              EXEC SQL
                 CLOSE GL-CSR
              END-EXEC
           END-IF
           MOVE WS-GL-COUNT TO GL-T-COUNT
           MOVE WS-GL-TOTAL TO GL-T-TOTAL-AMOUNT
           WRITE GL-RECORD FROM WS-GL-TRAILER.
       3650-FETCH-GL-MOVEMENT.
           EXEC SQL
              FETCH GL-CSR
               INTO :WS-GL-CLAIM,
                    :WS-GL-MOVE
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-GL-EOF TO TRUE
           END-IF.
       3660-WRITE-GL-DETAIL.
           MOVE WS-GL-CLAIM TO GL-D-CLAIMNUMBER
           MOVE WS-GL-MOVE  TO GL-D-AMOUNT
           WRITE GL-RECORD FROM WS-GL-DETAIL
           ADD 1 TO WS-GL-COUNT
           ADD WS-GL-MOVE TO WS-GL-TOTAL
           PERFORM 3650-FETCH-GL-MOVEMENT.
       4000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'CLAIMS ADDED       =' TO WS-TL-DESC
           MOVE WS-ADDED-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'MOVEMENTS POSTED   =' TO WS-TL-DESC
           MOVE WS-POSTED-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO MOVEMENT        =' TO WS-TL-DESC
           MOVE WS-NO-MOVE-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'REJECTED           =' TO WS-TL-DESC
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT ON LOSS RUN    =' TO WS-TL-DESC
           MOVE WS-UNREP-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'GL ENTRIES WRITTEN =' TO WS-TL-DESC
           MOVE WS-GL-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       5000-TERMINATE.
           CLOSE TPA-LOSS-FILE
           CLOSE TPA-GL-FILE
           CLOSE TPA-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           COMPUTE LOG-RECS-WRITTEN = WS-ADDED-COUNT + WS-POSTED-COUNT
           MOVE WS-REJECT-COUNT TO LOG-RECS-REJECTED
           MOVE 'TPA LOSS RUN PAID' TO LOG-CONTROL-DESC
           MOVE WS-DETAIL-PAID TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B52 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
