       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B33.
      * ANNUAL UNCLAIMED-PROPERTY (ESCHEAT) RUN FOR STALE-DATED CHECKS.
      * A CHECK MF110B21 VOIDED AS 'STALE' AND NEVER REISSUED IS STILL
      * OWED TO THE PAYEE, AND ONCE THE DORMANCY PERIOD FOR THE
      * POLICY STATE ON MFTR110.ESCHEAT_RULE HAS PASSED (COUNTED FROM
      * THE CHECK DATE TO THE STATE REPORT DATE) IT MUST BE REPORTED
      * AND REMITTED TO THE STATE. A STALE CHECK COUNTS AS REISSUED
      * WHEN AN UNVOIDED CHECK TO THE SAME PAYEE WAS POSTED ON THE
      * CLAIM AFTER IT WAS VOIDED. THE JOB RUNS TWICE A YEAR FROM ITS
      * ESCHCTL CONTROL RECORD, BOTH TIMES AGAINST THE SAME REPORT
      * DATE:
      *   MODE 'L' - DUE-DILIGENCE LETTERS. EVERY DORMANT ITEM OF THE
      *   STATE'S MINIMUM AMOUNT OR MORE GETS A LETTER TO THE LAST
      *   KNOWN PAYEE ADDRESS ON THE LEDGER ROW, PROVIDED TODAY FALLS
      *   INSIDE THE STATE'S STATUTORY WINDOW BEFORE THE REPORT DATE,
      *   AND THE ROW'S DUEDILIGENCEDATE IS SET. EACH LETTER IS
      *   LOGGED AGAINST THE CLAIM ON MFTR110.CLAIM_CORRESPONDENCE
      *   (TYPE 'E') WITH ITS LINES ON MFTR110.CORRESPONDENCE_TEXT
      *   SO MF110B43 CAN REPRINT IT AS ISSUED.
      *   MODE 'R' - STATE REPORT. EVERY DORMANT ITEM STILL UNCLAIMED
      *   WHOSE LETTER WENT OUT AT LEAST THE STATE'S MINIMUM DAYS
      *   BEFORE THE REPORT DATE (OR THAT NEEDED NO LETTER) IS WRITTEN
      *   TO THE STANDARD HOLDER REPORT FILE - A HOLDER RECORD, ONE
      *   PROPERTY RECORD PER ITEM AND A SUMMARY RECORD FOR EACH
      *   STATE - AND THE LEDGER ROW IS MARKED ESCHEATED
      *   (ESCHEATDATE/ESCHEATSTATE/ESCHEATTS) SO MF110B5 BOOKS THE
      *   REMITTANCE TO THE GL ON ITS NEXT RUN.
      * EVERY ITEM CONSIDERED IS LISTED ON THE ESCHRPT CONTROL REPORT
      * WITH WHAT WAS DONE AND WHY. A MISSING OR INVALID CONTROL
      * RECORD ENDS THE RUN WITH RETURN CODE 8 AND NOTHING TOUCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-CONTROL ASSIGN TO ESCHCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT DUE-DILIGENCE-LETTERS ASSIGN TO ESCHLTRS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-REPORT-FILE ASSIGN TO ESCHFILE
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT ASSIGN TO ESCHRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-CONTROL
           RECORDING MODE IS F.
       01  ESCHEAT-CONTROL-RECORD.
           05 EC-MODE                 PIC X(01).
           05 EC-REPORT-DATE          PIC X(10).
           05 EC-HOLDER-TAXID         PIC X(09).
           05 EC-HOLDER-NAME          PIC X(40).
       FD  DUE-DILIGENCE-LETTERS
           RECORDING MODE IS F.
       01  LTR-LINE                   PIC X(80).
       FD  STATE-REPORT-FILE
           RECORDING MODE IS F.
       01  UP-RECORD                  PIC X(200).
       FD  ESCHEAT-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-CTL-STATUS               PIC X(02) VALUE '00'.
       01 WS-CTL-OK-SW                PIC X(01) VALUE 'N'.
          88 WS-CTL-OK                VALUE 'Y'.
       01 WS-MODE                     PIC X(01).
          88 WS-LETTER-MODE           VALUE 'L'.
          88 WS-REPORT-MODE           VALUE 'R'.
       01 WS-STATE-OPEN-SW            PIC X(01) VALUE 'N'.
          88 WS-STATE-OPEN            VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-REPORT-DATE              PIC X(10).
       01 WS-HOLDER-TAXID             PIC X(09).
       01 WS-HOLDER-NAME              PIC X(40).
       01 WS-DAYS-TO-REPORT           PIC S9(9) COMP.
       01 WS-CHECK-DATE               PIC X(10).
       01 WS-DD-DATE                  PIC X(10).
       01 WS-DD-LEAD-DAYS             PIC S9(9) COMP.
       01 WS-CUR-STATE                PIC X(02) VALUE SPACES.
       01 WS-D-PAYEE-NAME             PIC X(40).
       01 WS-D-PAYEE-ADDRESS          PIC X(60).
      * DEFAULT RULES FOR A POLICY STATE WITH NO ESCHEAT_RULE ROW.
       01 WS-DEF-DORMANCY             PIC S9(9) COMP VALUE 3.
       01 WS-DEF-DD-MIN-DAYS          PIC S9(9) COMP VALUE 60.
       01 WS-DEF-DD-MAX-DAYS          PIC S9(9) COMP VALUE 120.
       01 WS-DEF-DD-MIN-AMT           PIC S9(9)V99 COMP-3 VALUE 50.
      * STANDARD UNCLAIMED-PROPERTY TYPE CODES - CLAIM PAYMENTS UNDER
      * AN INDIVIDUAL POLICY, AND VENDOR CHECKS FOR EXPENSE PAYEES.
       01 WS-PROP-INDEMNITY           PIC X(04) VALUE 'IN01'.
       01 WS-PROP-EXPENSE             PIC X(04) VALUE 'MS04'.
       01 WS-LETTER-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-ESCHEAT-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-ESCHEAT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-EXCEPT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-STATE-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-STATE-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-UP-HOLDER.
          05 UP-H-REC-TYPE            PIC X(01) VALUE '1'.
          05 UP-H-STATE               PIC X(02).
          05 UP-H-TAXID               PIC X(09).
          05 UP-H-NAME                PIC X(40).
          05 UP-H-REPORT-YEAR         PIC X(04).
          05 UP-H-REPORT-DATE         PIC X(10).
          05 FILLER                   PIC X(134) VALUE SPACES.
       01 WS-UP-PROPERTY.
          05 UP-P-REC-TYPE            PIC X(01) VALUE '2'.
          05 UP-P-STATE               PIC X(02).
          05 UP-P-CLAIMNUMBER         PIC 9(09).
          05 UP-P-CHECKNO             PIC X(10).
          05 UP-P-CHECK-DATE          PIC X(10).
          05 UP-P-AMOUNT              PIC S9(9)V99.
          05 UP-P-PROP-TYPE           PIC X(04).
          05 UP-P-OWNER-NAME          PIC X(40).
          05 UP-P-OWNER-ADDRESS       PIC X(60).
          05 UP-P-DD-DATE             PIC X(10).
          05 FILLER                   PIC X(43) VALUE SPACES.
       01 WS-UP-SUMMARY.
          05 UP-S-REC-TYPE            PIC X(01) VALUE '9'.
          05 UP-S-STATE               PIC X(02).
          05 UP-S-COUNT               PIC 9(09).
          05 UP-S-TOTAL-AMOUNT        PIC S9(9)V99.
          05 FILLER                   PIC X(177) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B33 - ESCHEAT'.
          05 FILLER              PIC X(30) VALUE ' OF STALE CHECKS'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-MODE-LINE.
          05 WS-ML-MODE               PIC X(30).
          05 FILLER                   PIC X(14) VALUE 'REPORT DATE: '.
          05 WS-ML-REPORT-DATE        PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(12) VALUE 'CHECK NBR'.
          05 FILLER               PIC X(04) VALUE 'ST'.
          05 FILLER               PIC X(18) VALUE 'AMOUNT'.
          05 FILLER               PIC X(30) VALUE 'DISPOSITION'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-CHECKNBR            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-STATE               PIC X(02).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DISP                PIC X(30).
       01 WS-LETTER-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'LETTERS SENT       ='.
          05 WS-T-LETTERS             PIC ZZZ,ZZ9.
       01 WS-ESCHEAT-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'ITEMS ESCHEATED    ='.
          05 WS-T-ESCHEATED           PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' TOTAL ='.
          05 WS-T-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EXCEPT-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'EXCEPTIONS         ='.
          05 WS-T-EXCEPT              PIC ZZZ,ZZ9.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-CORR-LINE-COUNT          PIC S9(4) COMP VALUE ZERO.
       01 WS-CORR-LINE-MAX            PIC S9(4) COMP VALUE 40.
       01 WS-CORR-TEXT-AREA.
          05 WS-CORR-TEXT OCCURS 40 TIMES INDEXED BY WS-CORR-TX
                                      PIC X(80).
       01 WS-CORR-ERROR-COUNT         PIC S9(9) COMP VALUE ZERO.
       01 WS-LTR-BLANK                PIC X(80) VALUE SPACES.
       01 WS-LTR-DATE-LINE.
          05 FILLER                PIC X(60) VALUE SPACES.
          05 WS-LTR-DATE           PIC X(10).
       01 WS-LTR-NAME-LINE.
          05 WS-LTR-NAME           PIC X(40).
       01 WS-LTR-ADDR-LINE.
          05 WS-LTR-ADDR           PIC X(60).
       01 WS-LTR-SALUTATION.
          05 FILLER                PIC X(5) VALUE 'DEAR '.
          05 WS-LTR-SAL-NAME       PIC X(40).
          05 FILLER                PIC X(1) VALUE ':'.
       01 WS-LTR-BODY1             PIC X(80) VALUE
          'OUR RECORDS SHOW A CHECK TO YOU THAT WAS NEVER CASHED:'.
       01 WS-LTR-BODY2.
          05 FILLER                PIC X(20) VALUE 'CLAIM NUMBER:'.
          05 WS-LTR-B2-CLAIMNBR    PIC ZZZZZZZZ9.
       01 WS-LTR-BODY3.
          05 FILLER                PIC X(20) VALUE 'CHECK NUMBER:'.
          05 WS-LTR-B3-CHECKNBR    PIC X(10).
       01 WS-LTR-BODY4.
          05 FILLER                PIC X(20) VALUE 'CHECK DATE:'.
          05 WS-LTR-B4-DATE        PIC X(10).
       01 WS-LTR-BODY5.
          05 FILLER                PIC X(20) VALUE 'AMOUNT:'.
          05 WS-LTR-B5-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LTR-BODY6.
          05 FILLER                PIC X(25) VALUE
             'UNLESS YOU CONTACT US BY '.
          05 WS-LTR-B6-DATE        PIC X(10).
          05 FILLER                PIC X(30) VALUE
             ' STATE LAW REQUIRES US TO'.
       01 WS-LTR-BODY7             PIC X(80) VALUE
          'REPORT AND REMIT IT TO THE STATE AS UNCLAIMED PROPERTY.'.
       01 WS-LTR-BODY8             PIC X(80) VALUE
          'TO CLAIM IT, SIGN AND RETURN THIS LETTER OR CALL US.'.
       01 WS-LTR-CLOSING           PIC X(80) VALUE
          'SINCERELY, THE CLAIMS DEPARTMENT'.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_PAYMENT
           END-EXEC.
           EXEC SQL
              INCLUDE ESCHEAT_RULE
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_CORRESPONDENCE
           END-EXEC.
           EXEC SQL
              INCLUDE CORRESPONDENCE_TEXT
           END-EXEC.
           EXEC SQL
              DECLARE ESCHEAT-CSR CURSOR FOR
                 SELECT P.CLAIMNUMBER,
                        P.CHECKNUMBER,
                        P.CHECKAMOUNT,
                        CHAR(COALESCE(P.CHECKDATE, DATE(P.VOIDTS)),
                             ISO),
                        COALESCE(P.PAYMENTTYPE, 'I'),
                        COALESCE(P.PAYEENAME, C.CLAIMANTNAME, ' '),
                        COALESCE(P.PAYEEADDRESS, C.CLAIMANTADDRESS,
                                 ' '),
                        COALESCE(PO.POLICYSTATE, '  '),
                        COALESCE(CHAR(P.DUEDILIGENCEDATE, ISO), ' '),
                        COALESCE(DAYS(DATE(:WS-REPORT-DATE))
                                 - DAYS(P.DUEDILIGENCEDATE), 0),
                        COALESCE(R.DDMINDAYS, :WS-DEF-DD-MIN-DAYS),
                        COALESCE(R.DDMAXDAYS, :WS-DEF-DD-MAX-DAYS),
                        COALESCE(R.DDMINAMOUNT, :WS-DEF-DD-MIN-AMT)
                   FROM MFTR110.CLAIM_PAYMENT P
                        INNER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = P.CLAIMNUMBER
                        LEFT OUTER JOIN MFTR110.POLICY PO
                               ON PO.POLICYNUMBER = C.POLICYNUMBER
                        LEFT OUTER JOIN MFTR110.ESCHEAT_RULE R
                               ON R.STATECODE = PO.POLICYSTATE
                  WHERE P.VOIDFLAG = 'Y'
                    AND P.VOIDREASON = 'STALE     '
                    AND P.ESCHEATDATE IS NULL
                    AND COALESCE(P.CHECKDATE, DATE(P.VOIDTS))
                        + (COALESCE(R.DORMANCYYEARS, :WS-DEF-DORMANCY))
                          YEARS <= DATE(:WS-REPORT-DATE)
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIM_PAYMENT P2
                          WHERE P2.CLAIMNUMBER = P.CLAIMNUMBER
                            AND COALESCE(P2.VOIDFLAG, 'N') <> 'Y'
                            AND COALESCE(P2.PAYEENAME, ' ') =
                                COALESCE(P.PAYEENAME, ' ')
                            AND P2.POSTEDTS > P.VOIDTS)
                  ORDER BY 8, P.CLAIMNUMBER, P.CHECKNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           IF WS-CTL-OK
              PERFORM 2000-PROCESS-ITEMS UNTIL WS-EOF
              IF WS-STATE-OPEN
                 PERFORM 2850-WRITE-STATE-SUMMARY
              END-IF
              EXEC SQL
                 CLOSE ESCHEAT-CSR
              END-EXEC
              PERFORM 3000-WRITE-TOTALS
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 4000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B33' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B33 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT DUE-DILIGENCE-LETTERS
           OPEN OUTPUT STATE-REPORT-FILE
           OPEN OUTPUT ESCHEAT-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           MOVE WS-TODAY(1:10) TO WS-LTR-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 1100-READ-CONTROL
           IF WS-CTL-OK
              IF WS-LETTER-MODE
                 MOVE 'MODE: DUE-DILIGENCE LETTERS' TO WS-ML-MODE
              ELSE
                 MOVE 'MODE: STATE REPORT' TO WS-ML-MODE
              END-IF
              MOVE WS-REPORT-DATE TO WS-ML-REPORT-DATE
              WRITE RPT-LINE FROM WS-MODE-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
              EXEC SQL
                 OPEN ESCHEAT-CSR
              END-EXEC
              PERFORM 2100-FETCH-NEXT-ITEM
           END-IF.
      * THE CONTROL RECORD NAMES THE RUN MODE, THE DATE THE STATE
      * REPORT WILL BE FILED AND THE HOLDER (OUR TAX ID AND NAME) FOR
      * THE REPORT FILE. THE REPORT DATE MUST BE A VALID DATE - DB2
      * IS ASKED FOR THE DAYS LEFT UNTIL IT, WHICH ALSO PROVES IT.
       1100-READ-CONTROL.
           OPEN INPUT ESCHEAT-CONTROL
           IF WS-CTL-STATUS = '00'
              READ ESCHEAT-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    IF (EC-MODE = 'L' OR EC-MODE = 'R')
                       AND EC-REPORT-DATE NOT = SPACES
                       MOVE EC-MODE        TO WS-MODE
                       MOVE EC-REPORT-DATE TO WS-REPORT-DATE
                       MOVE EC-HOLDER-TAXID TO WS-HOLDER-TAXID
                       MOVE EC-HOLDER-NAME  TO WS-HOLDER-NAME
                       SET WS-CTL-OK TO TRUE
                    END-IF
              END-READ
              CLOSE ESCHEAT-CONTROL
           END-IF
           IF WS-CTL-OK
              EXEC SQL
                 SET :WS-DAYS-TO-REPORT =
                     DAYS(DATE(:WS-REPORT-DATE)) - DAYS(CURRENT DATE)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-CTL-OK-SW
              END-IF
           END-IF
           IF NOT WS-CTL-OK
              MOVE 'ESCHCTL CONTROL RECORD MISSING OR INVALID - NO RUN'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
       2000-PROCESS-ITEMS.
           MOVE FUNCTION DISPLAY-OF(PAYEE-NAME)
                TO WS-D-PAYEE-NAME
           MOVE FUNCTION DISPLAY-OF(PAYEE-ADDRESS)
                TO WS-D-PAYEE-ADDRESS
           MOVE CLAIMNUMBER OF CLAIM-PAYMENT TO WS-D-CLAIMNBR
           MOVE CHECK-NUMBER    TO WS-D-CHECKNBR
           MOVE ESCHEAT-STATE   TO WS-D-STATE
           MOVE CHECK-AMOUNT    TO WS-D-AMOUNT
           IF ESCHEAT-STATE = SPACES
              MOVE 'NO POLICY STATE - NOT REPORTED' TO WS-D-DISP
              ADD 1 TO WS-EXCEPT-COUNT
           ELSE
              IF WS-LETTER-MODE
                 PERFORM 2200-DUE-DILIGENCE-ITEM
              ELSE
                 PERFORM 2500-REPORT-ITEM
              END-IF
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-ITEM.
       2100-FETCH-NEXT-ITEM.
           EXEC SQL
              FETCH ESCHEAT-CSR
              INTO :CLAIM-PAYMENT.CLAIMNUMBER,
                   :CLAIM-PAYMENT.CHECK-NUMBER,
                   :CLAIM-PAYMENT.CHECK-AMOUNT,
                   :WS-CHECK-DATE,
                   :CLAIM-PAYMENT.PAYMENT-TYPE,
                   :CLAIM-PAYMENT.PAYEE-NAME,
                   :CLAIM-PAYMENT.PAYEE-ADDRESS,
                   :CLAIM-PAYMENT.ESCHEAT-STATE,
                   :WS-DD-DATE,
                   :WS-DD-LEAD-DAYS,
                   :ESCHEAT-RULE.DD-MIN-DAYS,
                   :ESCHEAT-RULE.DD-MAX-DAYS,
                   :ESCHEAT-RULE.DD-MIN-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-EOF TO TRUE
           END-IF.
      * MODE L. AN ITEM BELOW THE STATE'S MINIMUM NEEDS NO LETTER; A
      * LETTER ALREADY SENT IS NOT SENT AGAIN; AND NO LETTER GOES OUT
      * OUTSIDE THE STATE'S WINDOW BEFORE THE REPORT DATE - THE RUN
      * MUST BE RESCHEDULED FOR THOSE STATES.
       2200-DUE-DILIGENCE-ITEM.
           IF CHECK-AMOUNT < DD-MIN-AMOUNT
              MOVE 'BELOW LETTER MINIMUM' TO WS-D-DISP
           ELSE
           IF WS-DD-DATE NOT = SPACES
              MOVE 'LETTER ALREADY SENT' TO WS-D-DISP
           ELSE
           IF WS-DAYS-TO-REPORT > DD-MAX-DAYS
              OR WS-DAYS-TO-REPORT < DD-MIN-DAYS
              MOVE 'OUTSIDE STATE LETTER WINDOW' TO WS-D-DISP
              ADD 1 TO WS-EXCEPT-COUNT
           ELSE
              EXEC SQL
                 UPDATE MFTR110.CLAIM_PAYMENT
                    SET DUEDILIGENCEDATE = CURRENT DATE
                  WHERE CLAIMNUMBER = :CLAIM-PAYMENT.CLAIMNUMBER
                    AND CHECKNUMBER = :CLAIM-PAYMENT.CHECK-NUMBER
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2300-PRINT-LETTER
                 MOVE 'LETTER SENT' TO WS-D-DISP
                 ADD 1 TO WS-LETTER-COUNT
              ELSE
                 MOVE 'SQL ERROR - NO LETTER' TO WS-D-DISP
                 ADD 1 TO WS-EXCEPT-COUNT
              END-IF
           END-IF
           END-IF
           END-IF.
       2300-PRINT-LETTER.
           MOVE ZERO TO WS-CORR-LINE-COUNT
           MOVE WS-D-PAYEE-NAME       TO WS-LTR-NAME
           MOVE WS-D-PAYEE-ADDRESS    TO WS-LTR-ADDR
           MOVE WS-D-PAYEE-NAME       TO WS-LTR-SAL-NAME
           MOVE CLAIMNUMBER OF CLAIM-PAYMENT TO WS-LTR-B2-CLAIMNBR
           MOVE CHECK-NUMBER          TO WS-LTR-B3-CHECKNBR
           MOVE WS-CHECK-DATE         TO WS-LTR-B4-DATE
           MOVE CHECK-AMOUNT          TO WS-LTR-B5-AMOUNT
           MOVE WS-REPORT-DATE        TO WS-LTR-B6-DATE
           MOVE WS-LTR-DATE-LINE TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-NAME-LINE TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-ADDR-LINE TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-SALUTATION TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY1 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY2 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY3 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY4 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY5 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY6 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY7 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY8 TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSING TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2350-WRITE-LETTER-LINE
           PERFORM 2400-LOG-CORRESPONDENCE.
       2350-WRITE-LETTER-LINE.
           WRITE LTR-LINE
           IF WS-CORR-LINE-COUNT < WS-CORR-LINE-MAX
              ADD 1 TO WS-CORR-LINE-COUNT
              MOVE LTR-LINE TO WS-CORR-TEXT(WS-CORR-LINE-COUNT)
           END-IF.
      * ONE MFTR110.CLAIM_CORRESPONDENCE ROW PER LETTER AND ONE
      * MFTR110.CORRESPONDENCE_TEXT ROW PER LINE PRINTED. THE LETTER
      * HAS ALREADY GONE TO THE PRINT FILE, SO A FAILED LOG INSERT
      * DOES NOT STOP THE RUN - IT IS COUNTED AND ENDS THE JOB RC 4.
       2400-LOG-CORRESPONDENCE.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CORRID_SEQ
                INTO :CLAIM-CORRESPONDENCE.CORR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MF110B33 SQL ERROR ON CORRID_SEQ, SQLCODE = '
                      SQLCODE
              ADD 1 TO WS-CORR-ERROR-COUNT
           ELSE
              MOVE CLAIMNUMBER OF CLAIM-PAYMENT
                   TO CLAIMNUMBER OF CLAIM-CORRESPONDENCE
              MOVE 'E'                TO CORR-LETTER-TYPE
              MOVE WS-LTR-NAME        TO CORR-ADDRESSEE
              MOVE WS-LTR-ADDR        TO CORR-ADDRESS
              MOVE 'MF110B33'         TO CORR-JOB-NAME
              MOVE WS-CORR-LINE-COUNT TO CORR-LINE-COUNT
              EXEC SQL
                 INSERT INTO MFTR110.CLAIM_CORRESPONDENCE
                        (CORRID, CLAIMNUMBER, LETTERTYPE, LETTERDATE,
                         ADDRESSEE, ADDRESSUSED, JOBNAME, CREATEDTS,
                         LINECOUNT)
                 VALUES (:CLAIM-CORRESPONDENCE.CORR-ID,
                         :CLAIM-CORRESPONDENCE.CLAIMNUMBER,
                         :CLAIM-CORRESPONDENCE.CORR-LETTER-TYPE,
                         CURRENT DATE,
                         :CLAIM-CORRESPONDENCE.CORR-ADDRESSEE,
                         :CLAIM-CORRESPONDENCE.CORR-ADDRESS,
                         :CLAIM-CORRESPONDENCE.CORR-JOB-NAME,
                         CURRENT TIMESTAMP,
                         :CLAIM-CORRESPONDENCE.CORR-LINE-COUNT)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MF110B33 SQL ERROR ON CORRESPONDENCE INSERT, '
                         'SQLCODE = ' SQLCODE
                 ADD 1 TO WS-CORR-ERROR-COUNT
              ELSE
                 MOVE CORR-ID TO CT-CORR-ID
                 PERFORM VARYING WS-CORR-TX FROM 1 BY 1
                           UNTIL WS-CORR-TX > WS-CORR-LINE-COUNT
                    SET CT-LINE-NBR TO WS-CORR-TX
                    MOVE WS-CORR-TEXT(WS-CORR-TX) TO CT-LINE-TEXT
                    EXEC SQL
                       INSERT INTO MFTR110.CORRESPONDENCE_TEXT
                              (CORRID, LINENBR, LINETEXT)
                       VALUES (:CORRESPONDENCE-TEXT.CT-CORR-ID,
                               :CORRESPONDENCE-TEXT.CT-LINE-NBR,
                               :CORRESPONDENCE-TEXT.CT-LINE-TEXT)
                    END-EXEC
                    IF SQLCODE NOT = 0
                       DISPLAY 'MF110B33 SQL ERROR ON CORRESPONDENCE '
                               'TEXT INSERT, SQLCODE = ' SQLCODE
                       ADD 1 TO WS-CORR-ERROR-COUNT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
      * MODE R. AN ITEM THAT NEEDED A LETTER IS ONLY REPORTED ONCE
      * THE LETTER HAS HAD THE STATE'S MINIMUM DAYS TO BE ANSWERED.
       2500-REPORT-ITEM.
           IF CHECK-AMOUNT NOT < DD-MIN-AMOUNT
              AND WS-DD-DATE = SPACES
              MOVE 'NO DUE-DILIGENCE LETTER SENT' TO WS-D-DISP
              ADD 1 TO WS-EXCEPT-COUNT
           ELSE
           IF CHECK-AMOUNT NOT < DD-MIN-AMOUNT
              AND WS-DD-LEAD-DAYS < DD-MIN-DAYS
              MOVE 'LETTER TOO RECENT TO REPORT' TO WS-D-DISP
              ADD 1 TO WS-EXCEPT-COUNT
           ELSE
              EXEC SQL
                 UPDATE MFTR110.CLAIM_PAYMENT
                    SET ESCHEATDATE  = CURRENT DATE,
                        ESCHEATSTATE =
                           :CLAIM-PAYMENT.ESCHEAT-STATE,
                        ESCHEATTS    = CURRENT TIMESTAMP
                  WHERE CLAIMNUMBER = :CLAIM-PAYMENT.CLAIMNUMBER
                    AND CHECKNUMBER = :CLAIM-PAYMENT.CHECK-NUMBER
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2800-WRITE-PROPERTY-RECORD
                 MOVE 'ESCHEATED' TO WS-D-DISP
                 ADD 1 TO WS-ESCHEAT-COUNT
                 ADD CHECK-AMOUNT TO WS-ESCHEAT-TOTAL
              ELSE
                 MOVE 'SQL ERROR - NOT ESCHEATED' TO WS-D-DISP
                 ADD 1 TO WS-EXCEPT-COUNT
              END-IF
           END-IF
           END-IF.
      * THE FILE IS GROUPED BY STATE - THE CURSOR RETURNS ITEMS IN
      * STATE ORDER, SO A CHANGE OF STATE CLOSES THE PREVIOUS STATE
      * WITH ITS SUMMARY RECORD AND OPENS THE NEXT WITH A HOLDER
      * RECORD.
       2800-WRITE-PROPERTY-RECORD.
           IF ESCHEAT-STATE NOT = WS-CUR-STATE
              IF WS-STATE-OPEN
                 PERFORM 2850-WRITE-STATE-SUMMARY
              END-IF
              MOVE ESCHEAT-STATE        TO WS-CUR-STATE
              MOVE ESCHEAT-STATE        TO UP-H-STATE
              MOVE WS-HOLDER-TAXID      TO UP-H-TAXID
              MOVE WS-HOLDER-NAME       TO UP-H-NAME
              MOVE WS-REPORT-DATE(1:4)  TO UP-H-REPORT-YEAR
              MOVE WS-REPORT-DATE       TO UP-H-REPORT-DATE
              WRITE UP-RECORD FROM WS-UP-HOLDER
              SET WS-STATE-OPEN TO TRUE
              MOVE ZERO TO WS-STATE-COUNT
              MOVE ZERO TO WS-STATE-TOTAL
           END-IF
           MOVE ESCHEAT-STATE         TO UP-P-STATE
           MOVE CLAIMNUMBER OF CLAIM-PAYMENT TO UP-P-CLAIMNUMBER
           MOVE CHECK-NUMBER          TO UP-P-CHECKNO
           MOVE WS-CHECK-DATE         TO UP-P-CHECK-DATE
           MOVE CHECK-AMOUNT          TO UP-P-AMOUNT
           IF PAYMENT-TYPE = 'E'
              MOVE WS-PROP-EXPENSE    TO UP-P-PROP-TYPE
           ELSE
              MOVE WS-PROP-INDEMNITY  TO UP-P-PROP-TYPE
           END-IF
           MOVE WS-D-PAYEE-NAME       TO UP-P-OWNER-NAME
           MOVE WS-D-PAYEE-ADDRESS    TO UP-P-OWNER-ADDRESS
           MOVE WS-DD-DATE            TO UP-P-DD-DATE
           WRITE UP-RECORD FROM WS-UP-PROPERTY
           ADD 1 TO WS-STATE-COUNT
           ADD CHECK-AMOUNT TO WS-STATE-TOTAL.
       2850-WRITE-STATE-SUMMARY.
           MOVE WS-CUR-STATE    TO UP-S-STATE
           MOVE WS-STATE-COUNT  TO UP-S-COUNT
           MOVE WS-STATE-TOTAL  TO UP-S-TOTAL-AMOUNT
           WRITE UP-RECORD FROM WS-UP-SUMMARY
           MOVE 'N' TO WS-STATE-OPEN-SW.
       3000-WRITE-TOTALS.
           MOVE WS-LETTER-COUNT  TO WS-T-LETTERS
           MOVE WS-ESCHEAT-COUNT TO WS-T-ESCHEATED
           MOVE WS-ESCHEAT-TOTAL TO WS-T-AMOUNT
           MOVE WS-EXCEPT-COUNT  TO WS-T-EXCEPT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF WS-LETTER-MODE
              WRITE RPT-LINE FROM WS-LETTER-TOTAL-LINE
           ELSE
              WRITE RPT-LINE FROM WS-ESCHEAT-TOTAL-LINE
           END-IF
           WRITE RPT-LINE FROM WS-EXCEPT-TOTAL-LINE
           IF WS-CORR-ERROR-COUNT > 0
              DISPLAY 'MF110B33 CORRESPONDENCE LOG ERRORS = '
                      WS-CORR-ERROR-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-TERMINATE.
           CLOSE DUE-DILIGENCE-LETTERS
           CLOSE STATE-REPORT-FILE
           CLOSE ESCHEAT-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-ESCHEAT-COUNT + WS-LETTER-COUNT
                 + WS-EXCEPT-COUNT
           MOVE WS-ESCHEAT-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-EXCEPT-COUNT TO LOG-RECS-REJECTED
           MOVE 'DOLLARS ESCHEATED' TO LOG-CONTROL-DESC
           MOVE WS-ESCHEAT-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B33 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
