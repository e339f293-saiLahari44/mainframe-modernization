       01 WS-OLD-ADJUSTER-ID  PIC X(08).
       01 WS-OLD-OBSERVATIONS PIC N(255) USAGE NATIONAL.
       01 WS-CLMT-ID-DISP    PIC ZZZZZZZZ9.
       01 WS-VIEW-PII-SW     PIC X(01).
          88 WS-VIEW-PII            VALUE 'Y'.
       01 WS-ACCESS-LOGGED-SW PIC X(01).
          88 WS-ACCESS-LOGGED       VALUE 'Y'.
       01 WS-CLMT-DETAIL.
          05 WS-CD-PHONE        PIC X(12).
          05 WS-CD-ROUTING      PIC X(09).
          05 WS-CD-ACCOUNT      PIC X(17).
          05 WS-CD-TIN          PIC X(09).
       01 WS-CLMT-BIRTH-DATE PIC X(10).
       01 WS-CLMT-PAY-METHOD PIC X(01).
       01 WS-CLMT-TIN-TYPE   PIC X(01).
       01 WS-MASK-WORK       PIC X(17).
       01 WS-MASK-COUNT      PIC S9(4) COMP.
       01 WS-MASK-LEN        PIC S9(4) COMP.
       01 WS-TIN-MASK-COUNT  PIC S9(4) COMP.
       01 WS-ACCT-MASK-COUNT PIC S9(4) COMP.
       01 WS-CLAIMNBR-KEYIN.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-CLAIMNBR-KEYIN-NBR PIC 9(7).
       01 WS-RESV-RELEASED-SW PIC X(01).
          88 WS-RESV-RELEASED       VALUE 'Y'.
       01 WS-SUIT-COUNT      PIC S9(9) COMP.
       01 WS-MEDICARE-BENE   PIC X(01).
       01 WS-NT-COUNT        PIC S9(4) COMP VALUE ZERO.
       01 WS-NT-OUT-ROW      PIC S9(4) COMP VALUE ZERO.
       01 WS-NT-ARRAY.
             10 WS-PB-E-TYPE        PIC X(01).
             10 WS-PB-E-RUNTOT      PIC S9(9)V99 COMP-3.
       01 WS-PB-RUNTOT       PIC S9(9)V99 COMP-3.
       01 WS-CM-COUNT        PIC S9(4) COMP VALUE ZERO.
       01 WS-CM-OUT-ROW      PIC S9(4) COMP VALUE ZERO.
       01 WS-CM-ARRAY.
          05 WS-CM-ENTRY OCCURS 3 TIMES INDEXED BY WS-CM-TX.
             10 WS-CM-E-ID          PIC S9(9) COMP.
             10 WS-CM-E-DATE        PIC X(10).
             10 WS-CM-E-TYPE        PIC X(10).
             10 WS-CM-E-JOB         PIC X(08).
             10 WS-CM-E-REPRINT-OF  PIC S9(9) COMP.
             10 WS-CM-E-ADDRESSEE   PIC X(40).
             10 WS-CM-E-ADDRESS     PIC X(60).
       01 WS-CM-LIST-LINE1.
          05 WS-CM-L1-ID         PIC ZZZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CM-L1-DATE       PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CM-L1-TYPE       PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CM-L1-JOB        PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CM-L1-REPRINT-LIT PIC X(11).
          05 WS-CM-L1-REPRINT-OF PIC ZZZZZZZZ9 BLANK WHEN ZERO.
       01 WS-CM-LIST-LINE2.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-CM-L2-ADDRESSEE  PIC X(25).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CM-L2-ADDRESS    PIC X(40).
       01 WS-PB-LIST-LINE.
          05 WS-PB-LL-CHECKNO    PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
       01 WS-PAY-NET-VALUE   PIC S9(9)V99 COMP-3.
       01 WS-LINE-NET-VALUE  PIC S9(9)V99 COMP-3.
       01 WS-DEDUCT-DISP     PIC ZZZZZZZ9.99.
       01 WS-AGG-POLICY      PIC S9(9) COMP.
       01 WS-AGG-CAUSE       PIC N(255) USAGE NATIONAL.
       01 WS-AGG-USED        PIC S9(9)V99 COMP-3.
       01 WS-AGG-CLAIM-USE   PIC S9(9)V99 COMP-3.
       01 WS-AGG-LINE        PIC S9(9) COMP.
       01 WS-AGG-LEFT        PIC S9(9)V99 COMP-3.
       01 WS-AGG-LEFT-DISP   PIC ZZZZZZZ9.99.
       01 WS-AGG-OK-SW       PIC X(01).
          88 WS-AGG-OK              VALUE 'Y'.
       01 WS-OLD-OCCURRENCE  PIC S9(9) COMP.
       01 WS-OCC-NUMBER      PIC S9(9) COMP.
       01 WS-OCC-NBR-DISP    PIC ZZZZZZZZ9.
       01 WS-OCC-MATCH-COUNT PIC S9(9) COMP.
       01 WS-OCC-OVER-COUNT  PIC S9(9) COMP.
       01 WS-OCC-OK-SW       PIC X(01).
          88 WS-OCC-OK              VALUE 'Y'.
       01 WS-OCC-LIMIT-OK-SW PIC X(01).
          88 WS-OCC-LIMIT-OK        VALUE 'Y'.
       01 WS-TPA-CODE        PIC X(08).
       01 WS-TPA-CLAIM-SW    PIC X(01) VALUE 'N'.
          88 WS-TPA-CLAIM           VALUE 'Y'.
       01 WS-OC-COUNT        PIC S9(4) COMP VALUE ZERO.
       01 WS-OC-OUT-ROW      PIC S9(4) COMP VALUE ZERO.
       01 WS-OC-CLAIM-COUNT  PIC S9(9) COMP.
       01 WS-OC-TOT-PAID     PIC S9(9)V99 COMP-3.
       01 WS-OC-TOT-RESERVE  PIC S9(9) COMP.
       01 WS-OC-TOT-VALUE    PIC S9(9)V99 COMP-3.
       01 WS-OC-COUNT-DISP   PIC ZZ9.
       01 WS-OC-ARRAY.
          05 WS-OC-ENTRY OCCURS 5 TIMES INDEXED BY WS-OC-TX.
             10 WS-OC-E-CLAIMNBR    PIC S9(9) COMP.
             10 WS-OC-E-STATUS      PIC X(10).
             10 WS-OC-E-PAID        PIC S9(9)V99 COMP-3.
             10 WS-OC-E-RESERVE     PIC S9(9) COMP.
             10 WS-OC-E-VALUE       PIC S9(9)V99 COMP-3.
       01 WS-OC-LIST-LINE.
          05 WS-OC-LL-CLAIMNBR   PIC ZZZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OC-LL-STATUS     PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OC-LL-PAID       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-OC-LL-RESERVE    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-OC-LL-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-OC-TOTAL-LINE.
          05 FILLER              PIC X(06) VALUE 'TOTAL '.
          05 WS-OC-TL-COUNT      PIC ZZ9.
          05 FILLER              PIC X(14) VALUE ' CLAIMS'.
          05 WS-OC-TL-PAID       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-OC-TL-RESERVE    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-OC-TL-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SDN-SW          PIC X(01).
          88 WS-SDN-CLEAR           VALUE 'C'.
          88 WS-SDN-HELD            VALUE 'H'.
          88 WS-SDN-BLOCKED         VALUE 'B'.
       01 WS-SDN-COUNT       PIC S9(9) COMP.
       01 WS-SDN-COUNT-DISP  PIC ZZ9.
       01 WS-SCHED-ID        PIC S9(9) COMP.
       01 WS-SCHED-ID-DISP   PIC ZZ9.
       01 WS-SCHED-FREQ      PIC X(01).
          88 WS-SCHED-FREQ-VALID    VALUES 'W' 'B' 'M'.
       01 WS-SCHED-START     PIC X(10).
       01 WS-SCHED-END       PIC X(10).
       01 WS-SCHED-COUNT     PIC S9(9) COMP.
       01 WS-SCHED-DATE-COUNT PIC S9(9) COMP.
       01 WS-SCHED-COUNT-DISP PIC ZZ9.
       01 WS-SCHED-TOTAL     PIC S9(9)V99 COMP-3.
       01 WS-SCHED-OK-SW     PIC X(01).
          88 WS-SCHED-OK            VALUE 'Y'.
       01 WS-RCPT-ID         PIC S9(9) COMP.
       01 WS-RCV-OLD-RECEIVED PIC S9(9)V99 COMP-3.
       01 WS-RCV-DELTA       PIC S9(9)V99 COMP-3.
       01 WS-PERIOD-DATE     PIC X(10).
       01 WS-CLOSED-PERIODS  PIC S9(9) COMP.
       01 WS-PERIOD-OPEN-SW  PIC X(01).
          88 WS-PERIOD-OPEN         VALUE 'Y'.
       01 WS-AU-COUNT        PIC S9(4) COMP VALUE ZERO.
       01 WS-AU-OUT-ROW      PIC S9(4) COMP VALUE ZERO.
       01 WS-AU-PTR          PIC S9(4) COMP.
           EXEC SQL
              INCLUDE CLAIMANT
           END-EXEC.
           EXEC SQL
              INCLUDE SANCTIONS_HIT
           END-EXEC.
           EXEC SQL
              INCLUDE PAYMENT_SCHEDULE
           END-EXEC.
           EXEC SQL
              INCLUDE PAYMENT_QUEUE
           END-EXEC.
           EXEC SQL
              INCLUDE RECOVERY_RECEIPT
           END-EXEC.
           EXEC SQL
              INCLUDE ACCOUNTING_PERIOD
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_CORRESPONDENCE
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_ASSIGNMENT
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_ACCESS_LOG
           END-EXEC.
           EXEC SQL
              INCLUDE ROLE_ACCESS
           END-EXEC.
           EXEC SQL
              INCLUDE OCCURRENCE
           END-EXEC.
       LINKAGE SECTION.
          COPY MF110BMS.
          COPY MF110CA.
                                MF110CA
                                WS-USERID.
       C000-MAIN-PARA.
           MOVE 'N' TO WS-TPA-CLAIM-SW
           IF OPTIONI = '3' OR '4' OR '6' OR 'D' OR '8' OR 'V'
              OR 'R' OR 'F' OR 'O' OR 'P' OR 'S' OR 'T' OR 'L'
              OR 'U'
              OR (OPTIONI = 'E'
                  AND (statusinpI = 'LINK' OR statusinpI = 'UNLINK'))
              OR (OPTIONI = 'E' AND statusinpI = 'ADD'
                  AND claiminpI(4:7) IS NUMERIC)
              PERFORM 616-CHECK-TPA-CLAIM
           END-IF
           IF WS-TPA-CLAIM
              MOVE 'TPA CLAIM - MAINTAINED BY THE ADMINISTRATOR'
                   TO MESSAGEO
           ELSE
           EVALUATE OPTIONI
           WHEN '1'
               PERFORM 100-CLAIM-INQUIRY
               PERFORM 750-NOTE-BROWSE
           WHEN 'H'
               PERFORM 780-PAYMENT-BROWSE
           WHEN 'M'
               PERFORM 790-CORRESPONDENCE-BROWSE
           WHEN 'W'
               PERFORM 540-WORKBASKET
           WHEN 'S'
               PERFORM 830-ADJUSTER-MAINT
           WHEN 'C'
               PERFORM 870-CLAIMANT-MAINT
           WHEN 'X'
               PERFORM 940-SANCTIONS-DISPOSITION
           WHEN 'T'
               PERFORM 822-PAYMENT-SCHEDULE
           WHEN 'U'
               PERFORM 952-CLEAR-SUSPENSE
           WHEN 'E'
               PERFORM 660-OCCURRENCE-MAINT
           END-EVALUATE
           END-IF
           GOBACK.
       100-CLAIM-INQUIRY.
           MOVE claiminpI(4:7) TO WS-CLAIMNBR
              MOVE VALUE1 OF CLAIMS TO valueinpO
              MOVE FUNCTION DISPLAY-OF(CLAIM-STATUS) TO statusinpO
              MOVE CLAIM-RESERVE OF CLAIMS TO reserveinpO
              PERFORM 125-LOG-CLAIM-ACCESS
              IF WS-ACCESS-LOGGED
                 MOVE FUNCTION DISPLAY-OF(CLAIMANT-NAME OF CLAIMS)
                      TO CLAIMANTNMINPO
                 MOVE FUNCTION DISPLAY-OF(CLAIMANT-ADDRESS OF CLAIMS)
                      TO CLAIMANTADRINPO
              ELSE
                 MOVE SPACES TO CLAIMANTNMINPO
                 MOVE SPACES TO CLAIMANTADRINPO
              END-IF
              IF DEDUCTIBLE-APPLIED OF CLAIMS > 0
                 MOVE DEDUCTIBLE-APPLIED OF CLAIMS TO WS-DEDUCT-DISP
                 STRING 'DEDUCTIBLE APPLIED '
                        DELIMITED BY SIZE INTO MESSAGEO
              END-IF
              PERFORM 110-CHECK-IN-SUIT
              PERFORM 115-CHECK-MEDICARE
              IF NOT WS-ACCESS-LOGGED
                 MOVE 'ACCESS NOT LOGGED - CLAIMANT DATA WITHHELD'
                      TO MESSAGEO
              END-IF
            WHEN 100
              MOVE 'CLAIM NOT FOUND' TO MESSAGEO
            WHEN OTHER
      * AN OPEN MFTR110.CLAIM_LITIGATION ROW (NO DISPOSITION YET)
      * FLAGS THE CLAIM AS IN SUIT ON THE INQUIRY MESSAGE LINE.
       110-CHECK-IN-SUIT.
           MOVE ZERO TO WS-SUIT-COUNT
           MOVE CLAIMNUMBER OF CLAIMS
                TO CLAIMNUMBER OF CLAIM-LITIGATION
           EXEC SQL
           IF SQLCODE = 0 AND WS-SUIT-COUNT > 0
              MOVE '** CLAIM IN SUIT - SEE OPTION L **' TO MESSAGEO
           END-IF.
      * A CLAIMANT CMS HAS CONFIRMED AS A MEDICARE BENEFICIARY (SECTION
      * 111 QUERY, MF110B35) IS FLAGGED SO THE DESK PROTECTS MEDICARE'S
      * INTEREST BEFORE IT SETTLES.
       115-CHECK-MEDICARE.
           MOVE SPACES TO WS-MEDICARE-BENE
           EXEC SQL
              SELECT COALESCE(M.MEDICAREBENE, ' ')
                INTO :WS-MEDICARE-BENE
                FROM MFTR110.CLAIMS C,
                     MFTR110.CLAIMANT M
               WHERE C.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                 AND M.CLAIMANTID  = C.CLAIMANTID
           END-EXEC
           IF SQLCODE = 0 AND WS-MEDICARE-BENE = 'Y'
              IF WS-SUIT-COUNT > 0
                 MOVE '** IN SUIT (OPTION L) + MEDICARE BENEFICIARY **'
                      TO MESSAGEO
              ELSE
                 MOVE '** MEDICARE BENEFICIARY - SECTION 111 **'
                      TO MESSAGEO
              END-IF
           END-IF.
      * WHETHER THE SIGNED-ON USER'S ROLE MAY SEE CLAIMANT TIN AND
      * BANK ACCOUNT IN FULL (MFTR110.ROLE_ACCESS VIEWPII 'Y'). AN
      * UNKNOWN OR INACTIVE USER, OR A ROLE WITH NO ROW, SEES THEM
      * MASKED.
       120-SET-PII-VIEW.
           MOVE 'N' TO WS-VIEW-PII-SW
           EXEC SQL
              SELECT R.VIEWPII
                INTO :ROLE-ACCESS.RA-VIEW-PII
                FROM MFTR110.ADJUSTER A,
                     MFTR110.ROLE_ACCESS R
               WHERE A.ADJUSTERID = :WS-USERID
                 AND A.ACTIVEFLAG = 'Y'
                 AND R.ADJROLE    = A.ADJROLE
           END-EXEC
           IF SQLCODE = 0 AND RA-VIEW-PII = 'Y'
              MOVE 'Y' TO WS-VIEW-PII-SW
           END-IF
           IF WS-VIEW-PII
              MOVE 'N' TO ACC-MASKED-FLAG
           ELSE
              MOVE 'Y' TO ACC-MASKED-FLAG
           END-IF.
      * EVERY CLAIM INQUIRY THAT SHOWS THE CLAIMANT IS LOGGED ON
      * MFTR110.CLAIM_ACCESS_LOG WITH THE CLAIM'S OWNER AT THE TIME,
      * FOR THE MONTHLY MF110B47 PRIVACY REPORT. NO ROW, NO CLAIMANT
      * DATA ON THE SCREEN.
       125-LOG-CLAIM-ACCESS.
           MOVE 'N' TO WS-ACCESS-LOGGED-SW
           PERFORM 120-SET-PII-VIEW
           MOVE WS-USERID TO ACC-USERID
           MOVE '1' TO ACC-OPTION
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_ACCESS_LOG
                     (ACCESSTS,
                      USERID,
                      ACCESSOPTION,
                      CLAIMNUMBER,
                      CLAIMANTID,
                      OWNERADJUSTERID,
                      MASKEDFLAG)
              SELECT CURRENT TIMESTAMP,
                     :CLAIM-ACCESS-LOG.ACC-USERID,
                     :CLAIM-ACCESS-LOG.ACC-OPTION,
                     C.CLAIMNUMBER,
                     C.CLAIMANTID,
                     C.ADJUSTERID,
                     :CLAIM-ACCESS-LOG.ACC-MASKED-FLAG
                FROM MFTR110.CLAIMS C
               WHERE C.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-ACCESS-LOGGED-SW
           END-IF.
       200-CLAIM-ADD.
              PERFORM 615-VALIDATE-USER
              IF NOT WS-ADJUSTER-VALID
                 MOVE 'N' TO FRAUD-FLAG OF CLAIMS
                 MOVE ZERO TO REOPEN-COUNT OF CLAIMS
                 MOVE ZERO TO WS-LINE-COUNT
                 PERFORM 613-ASSIGN-OCCURRENCE
                 PERFORM 607-VERIFY-COVERAGE
                 IF WS-COVERAGE-OK
                   PERFORM 608-ASSIGN-CAT-EVENT
                              FRAUDFLAG,
                              CATEVENTCODE,
                              REOPENCOUNT,
                              CLAIMANTID,
                              OCCURRENCENUMBER)
                      VALUES (:CLAIMS.CLAIMNUMBER,
                              :CLAIMS.POLICYNUMBER,
                              :CLAIMS.CLAIMDATE,
                              :CLAIMS.FRAUD-FLAG,
                              :CLAIMS.CAT-EVENT-CODE,
                              :CLAIMS.REOPEN-COUNT,
                              :CLAIMS.CLAIMANT-ID,
                              NULLIF(:CLAIMS.OCCURRENCE-NUMBER, 0))
                   END-EXEC
                 EVALUATE SQLCODE
                   WHEN 0
                                 FUNCTION TRIM(WS-CLAIMNBR-DISP)
                                 ' ADDED - PENDING SUPERVISOR APPROVAL'
                                 DELIMITED BY SIZE INTO MESSAGEO
                       ELSE
                       IF WS-OCC-NUMBER > 0
                          MOVE WS-OCC-NUMBER TO WS-OCC-NBR-DISP
                          STRING 'CLAIM '
                                 FUNCTION TRIM(WS-CLAIMNBR-DISP)
                                 ' ADDED TO OCCURRENCE '
                                 FUNCTION TRIM(WS-OCC-NBR-DISP)
                                 DELIMITED BY SIZE INTO MESSAGEO
                       ELSE
                          STRING 'CLAIM '
                                 FUNCTION TRIM(WS-CLAIMNBR-DISP)
                                 ' ADDED'
                                 DELIMITED BY SIZE INTO MESSAGEO
                       END-IF
                       END-IF
                       PERFORM 610-WRITE-AUDIT-INSERT
                   WHEN -803
                       MOVE 'DUPLICATE CLAIM' TO MESSAGEO
                    MOVE ZERO TO CLAIM-RESERVE OF CLAIMS
                    SET WS-RESV-RELEASED TO TRUE
                 END-IF
      * THE CLAIM STAYS WITH ITS OWNER. AN UPDATE ONLY TAKES OVER A
      * CLAIM NO ADJUSTER HOLDS (ONE THE INTAKE JOBS COULD NOT ROUTE),
      * AND THAT PICK-UP IS RECORDED ON MFTR110.CLAIM_ASSIGNMENT.
                 IF WS-OLD-ADJUSTER-ID = SPACES
                    OR WS-OLD-ADJUSTER-ID = 'MF110B28'
                    OR WS-OLD-ADJUSTER-ID = 'MF110B3 '
                    MOVE WS-USERID TO ADJUSTER-ID OF CLAIMS
                 ELSE
                    MOVE WS-OLD-ADJUSTER-ID TO ADJUSTER-ID OF CLAIMS
                 END-IF
      * A CLAIM IN AN OCCURRENCE KEEPS THE OCCURRENCE'S POLICY AND
      * LOSS DATE - MOVING EITHER MEANS UNLINKING IT (OPTION E) FIRST.
                 MOVE WS-OLD-OCCURRENCE TO WS-OCC-NUMBER
                 MOVE 'Y' TO WS-OCC-OK-SW
                 IF WS-OCC-NUMBER > 0
                    PERFORM 614-VALIDATE-OCCURRENCE
                 END-IF
                 PERFORM 607-VERIFY-COVERAGE
                 IF WS-COVERAGE-OK
                   PERFORM 608-ASSIGN-CAT-EVENT
                          MOVE 'CLAIM UPDATED' TO MESSAGEO
                       END-IF
                       PERFORM 620-WRITE-AUDIT-UPDATE
                       IF ADJUSTER-ID OF CLAIMS NOT = WS-OLD-ADJUSTER-ID
                          PERFORM 645-WRITE-ASSIGN-PICKUP
                       END-IF
                       IF WS-RESV-RELEASED
                          PERFORM 899-RELEASE-LINE-RESERVES
                       END-IF
              MOVE 'N' TO CA-NOTE-ACTIVE
              MOVE 'N' TO CA-PAY-ACTIVE
              MOVE 'N' TO CA-WB-ACTIVE
              MOVE 'N' TO CA-CORR-ACTIVE
           END-IF
           IF CA-BROWSE-BACKWARD
              PERFORM 520-FETCH-BACKWARD-PAGE
              MOVE 'N' TO CA-AUDIT-ACTIVE
              MOVE 'N' TO CA-NOTE-ACTIVE
              MOVE 'N' TO CA-PAY-ACTIVE
              MOVE 'N' TO CA-CORR-ACTIVE
           END-IF
           IF CA-WB-BACKWARD
              PERFORM 550-FETCH-WB-BACKWARD
              MOVE 'N' TO CA-NOTE-ACTIVE
              MOVE 'N' TO CA-PAY-ACTIVE
              MOVE 'N' TO CA-WB-ACTIVE
              MOVE 'N' TO CA-CORR-ACTIVE
           END-IF
           IF CA-AUDIT-BACKWARD
              PERFORM 730-FETCH-AUDIT-BACKWARD
              MOVE 'N' TO CA-AUDIT-ACTIVE
              MOVE 'N' TO CA-PAY-ACTIVE
              MOVE 'N' TO CA-WB-ACTIVE
              MOVE 'N' TO CA-CORR-ACTIVE
           END-IF
           IF CA-NOTE-BACKWARD
              PERFORM 765-FETCH-NOTE-BACKWARD
      * OPTION H - PAYMENT LEDGER BROWSE FOR A CLAIM, PAGED WITH
      * PF7/PF8 LIKE THE AUDIT HISTORY. EACH LINE IS A LEDGER ROW -
      * CHECK NUMBER, DATE, AMOUNT, A FLAG FOR VOIDED ('V'), EXPENSE
      * ('E'), STATUTORY INTEREST ('N') OR EFT ('$') ROWS - WITH A
      * RUNNING TOTAL OF THE UNVOIDED INDEMNITY DOLLARS TO THAT ROW,
      * SO THE LAST LINE PROVES THE LEDGER SUMS TO CLAIMS.PAID WHEN
      * AN INSURED ASKS WHAT CHECKS WE HAVE SENT.
       780-PAYMENT-BROWSE.
           MOVE SPACES TO LISTLN01O LISTLN02O LISTLN03O
                          LISTLN04O LISTLN05O LISTLN06O
              MOVE 'N' TO CA-AUDIT-ACTIVE
              MOVE 'N' TO CA-NOTE-ACTIVE
              MOVE 'N' TO CA-WB-ACTIVE
              MOVE 'N' TO CA-CORR-ACTIVE
           END-IF
           IF CA-PAY-BACKWARD
              PERFORM 784-FETCH-PAY-BACKWARD
           EVALUATE TRUE
             WHEN PAYMENT-TYPE = 'E'
                 MOVE 'E' TO WS-PB-E-TYPE(WS-PB-TX)
             WHEN PAYMENT-TYPE = 'N'
                 MOVE 'N' TO WS-PB-E-TYPE(WS-PB-TX)
             WHEN PAY-METHOD OF CLAIM-PAYMENT = 'E'
                 MOVE '$' TO WS-PB-E-TYPE(WS-PB-TX)
             WHEN OTHER
              WHEN 5 MOVE WS-PB-LIST-LINE TO LISTLN05O
              WHEN 6 MOVE WS-PB-LIST-LINE TO LISTLN06O
           END-EVALUATE.
      * OPTION M - MAIL HISTORY FOR A CLAIM: EVERY LETTER AND
      * ACKNOWLEDGMENT LOGGED ON MFTR110.CLAIM_CORRESPONDENCE, NEWEST
      * FIRST, THREE TO A PAGE ON TWO LINES EACH - CORRESPONDENCE ID,
      * LETTER DATE, TYPE, THE JOB THAT MADE IT AND FOR A REPRINT THE
      * ID IT REPRINTED, THEN THE ADDRESSEE AND THE ADDRESS USED.
      * PAGED WITH PF7/PF8 LIKE THE NOTE BROWSE. THE ID IS WHAT THE
      * DESK PUTS ON A MF110B43 REPRINT REQUEST.
       790-CORRESPONDENCE-BROWSE.
           MOVE SPACES TO LISTLN01O LISTLN02O LISTLN03O
                          LISTLN04O LISTLN05O LISTLN06O
           MOVE ZERO TO WS-CM-COUNT
           IF NOT CA-CORR-IS-ACTIVE
              MOVE claiminpI(4:7) TO WS-CLAIMNBR
              MOVE WS-CLAIMNBR TO CA-CORR-CLAIM
              MOVE ZERO      TO CA-CORR-TOP-ID
              MOVE 999999999 TO CA-CORR-BOT-ID
              SET CA-CORR-FORWARD TO TRUE
              SET CA-CORR-IS-ACTIVE TO TRUE
              MOVE 'N' TO CA-BROWSE-ACTIVE
              MOVE 'N' TO CA-AUDIT-ACTIVE
              MOVE 'N' TO CA-NOTE-ACTIVE
              MOVE 'N' TO CA-PAY-ACTIVE
              MOVE 'N' TO CA-WB-ACTIVE
           END-IF
           IF CA-CORR-BACKWARD
              PERFORM 794-FETCH-CORR-BACKWARD
           ELSE
              PERFORM 792-FETCH-CORR-FORWARD
           END-IF
           IF WS-CM-COUNT = 0
              MOVE 'NO MORE CORRESPONDENCE IN THAT DIRECTION'
                   TO MESSAGEO
           ELSE
              PERFORM 797-DISPLAY-CORR-PAGE
              MOVE 'PF7=NEWER  PF8=OLDER  PF3=EXIT' TO MESSAGEO
           END-IF.
       792-FETCH-CORR-FORWARD.
           EXEC SQL
              DECLARE CORR-FWD-CSR CURSOR FOR
                 SELECT CORRID,
                        CHAR(LETTERDATE, ISO),
                        LETTERTYPE,
                        JOBNAME,
                        COALESCE(REPRINTOF, 0),
                        COALESCE(ADDRESSEE, ' '),
                        COALESCE(ADDRESSUSED, ' ')
                   FROM MFTR110.CLAIM_CORRESPONDENCE
                  WHERE CLAIMNUMBER = :MF110CA.CA-CORR-CLAIM
                    AND CORRID < :MF110CA.CA-CORR-BOT-ID
                  ORDER BY CORRID DESC
                  FETCH FIRST 3 ROWS ONLY
           END-EXEC
           EXEC SQL
              OPEN CORR-FWD-CSR
           END-EXEC
           PERFORM VARYING WS-CM-TX FROM 1 BY 1 UNTIL WS-CM-TX > 3
              EXEC SQL
                 FETCH CORR-FWD-CSR
                 INTO :CLAIM-CORRESPONDENCE.CORR-ID,
                      :CLAIM-CORRESPONDENCE.CORR-LETTER-DATE,
                      :CLAIM-CORRESPONDENCE.CORR-LETTER-TYPE,
                      :CLAIM-CORRESPONDENCE.CORR-JOB-NAME,
                      :CLAIM-CORRESPONDENCE.CORR-REPRINT-OF,
                      :CLAIM-CORRESPONDENCE.CORR-ADDRESSEE,
                      :CLAIM-CORRESPONDENCE.CORR-ADDRESS
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-CM-TX TO 3
              ELSE
                 ADD 1 TO WS-CM-COUNT
                 PERFORM 796-STORE-CORR-ENTRY
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CORR-FWD-CSR
           END-EXEC
           IF WS-CM-COUNT > 0
              MOVE WS-CM-E-ID(1) TO CA-CORR-TOP-ID
              MOVE WS-CM-E-ID(WS-CM-COUNT) TO CA-CORR-BOT-ID
              SET CA-CORR-FORWARD TO TRUE
           END-IF.
       794-FETCH-CORR-BACKWARD.
           EXEC SQL
              DECLARE CORR-BWD-CSR CURSOR FOR
                 SELECT CORRID,
                        CHAR(LETTERDATE, ISO),
                        LETTERTYPE,
                        JOBNAME,
                        COALESCE(REPRINTOF, 0),
                        COALESCE(ADDRESSEE, ' '),
                        COALESCE(ADDRESSUSED, ' ')
                   FROM MFTR110.CLAIM_CORRESPONDENCE
                  WHERE CLAIMNUMBER = :MF110CA.CA-CORR-CLAIM
                    AND CORRID > :MF110CA.CA-CORR-TOP-ID
                  ORDER BY CORRID ASC
                  FETCH FIRST 3 ROWS ONLY
           END-EXEC
           EXEC SQL
              OPEN CORR-BWD-CSR
           END-EXEC
           PERFORM VARYING WS-CM-TX FROM 1 BY 1 UNTIL WS-CM-TX > 3
              EXEC SQL
                 FETCH CORR-BWD-CSR
                 INTO :CLAIM-CORRESPONDENCE.CORR-ID,
                      :CLAIM-CORRESPONDENCE.CORR-LETTER-DATE,
                      :CLAIM-CORRESPONDENCE.CORR-LETTER-TYPE,
                      :CLAIM-CORRESPONDENCE.CORR-JOB-NAME,
                      :CLAIM-CORRESPONDENCE.CORR-REPRINT-OF,
                      :CLAIM-CORRESPONDENCE.CORR-ADDRESSEE,
                      :CLAIM-CORRESPONDENCE.CORR-ADDRESS
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-CM-TX TO 3
              ELSE
                 ADD 1 TO WS-CM-COUNT
                 PERFORM 796-STORE-CORR-ENTRY
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CORR-BWD-CSR
           END-EXEC
           IF WS-CM-COUNT > 0
              MOVE WS-CM-E-ID(1) TO CA-CORR-BOT-ID
              MOVE WS-CM-E-ID(WS-CM-COUNT) TO CA-CORR-TOP-ID
              SET CA-CORR-BACKWARD TO TRUE
           END-IF.
       796-STORE-CORR-ENTRY.
           MOVE CORR-ID           TO WS-CM-E-ID(WS-CM-TX)
           MOVE CORR-LETTER-DATE  TO WS-CM-E-DATE(WS-CM-TX)
           MOVE CORR-JOB-NAME     TO WS-CM-E-JOB(WS-CM-TX)
           MOVE CORR-REPRINT-OF   TO WS-CM-E-REPRINT-OF(WS-CM-TX)
           MOVE CORR-ADDRESSEE    TO WS-CM-E-ADDRESSEE(WS-CM-TX)
           MOVE CORR-ADDRESS      TO WS-CM-E-ADDRESS(WS-CM-TX)
           EVALUATE CORR-LETTER-TYPE
             WHEN 'P'
                 MOVE 'PAYMENT'    TO WS-CM-E-TYPE(WS-CM-TX)
             WHEN 'D'
                 MOVE 'DENIAL'     TO WS-CM-E-TYPE(WS-CM-TX)
             WHEN 'A'
                 MOVE 'FNOL ACK'   TO WS-CM-E-TYPE(WS-CM-TX)
             WHEN 'E'
                 MOVE 'ESCHEAT DD' TO WS-CM-E-TYPE(WS-CM-TX)
             WHEN OTHER
                 MOVE CORR-LETTER-TYPE TO WS-CM-E-TYPE(WS-CM-TX)
           END-EVALUATE.
       797-DISPLAY-CORR-PAGE.
           MOVE ZERO TO WS-CM-OUT-ROW
           IF CA-CORR-BACKWARD
              PERFORM VARYING WS-CM-TX FROM WS-CM-COUNT BY -1
                        UNTIL WS-CM-TX < 1
                 PERFORM 798-BUILD-CORR-LINES
              END-PERFORM
           ELSE
              PERFORM VARYING WS-CM-TX FROM 1 BY 1
                        UNTIL WS-CM-TX > WS-CM-COUNT
                 PERFORM 798-BUILD-CORR-LINES
              END-PERFORM
           END-IF.
       798-BUILD-CORR-LINES.
           MOVE SPACES TO WS-CM-LIST-LINE1
           MOVE SPACES TO WS-CM-LIST-LINE2
           MOVE WS-CM-E-ID(WS-CM-TX)    TO WS-CM-L1-ID
           MOVE WS-CM-E-DATE(WS-CM-TX)  TO WS-CM-L1-DATE
           MOVE WS-CM-E-TYPE(WS-CM-TX)  TO WS-CM-L1-TYPE
           MOVE WS-CM-E-JOB(WS-CM-TX)   TO WS-CM-L1-JOB
           IF WS-CM-E-REPRINT-OF(WS-CM-TX) > 0
              MOVE 'REPRINT OF' TO WS-CM-L1-REPRINT-LIT
              MOVE WS-CM-E-REPRINT-OF(WS-CM-TX) TO WS-CM-L1-REPRINT-OF
           END-IF
           MOVE WS-CM-E-ADDRESSEE(WS-CM-TX) TO WS-CM-L2-ADDRESSEE
           MOVE WS-CM-E-ADDRESS(WS-CM-TX)   TO WS-CM-L2-ADDRESS
           ADD 1 TO WS-CM-OUT-ROW
           EVALUATE WS-CM-OUT-ROW
              WHEN 1 MOVE WS-CM-LIST-LINE1 TO LISTLN01O
              WHEN 3 MOVE WS-CM-LIST-LINE1 TO LISTLN03O
              WHEN 5 MOVE WS-CM-LIST-LINE1 TO LISTLN05O
           END-EVALUATE
           ADD 1 TO WS-CM-OUT-ROW
           EVALUATE WS-CM-OUT-ROW
              WHEN 2 MOVE WS-CM-LIST-LINE2 TO LISTLN02O
              WHEN 4 MOVE WS-CM-LIST-LINE2 TO LISTLN04O
              WHEN 6 MOVE WS-CM-LIST-LINE2 TO LISTLN06O
           END-EVALUATE.
       600-FETCH-OLD-CLAIM-IMAGE.
           EXEC SQL
              SELECT POLICYNUMBER,
                     RESERVE,
                     CLAIMANTNAME,
                     CLAIMANTADDRESS,
                     COALESCE(ADJUSTERID, ' '),
                     COALESCE(OCCURRENCENUMBER, 0)
                INTO :WS-OLD-POLICYNUMBER,
                     :CLAIM-AUDIT.OLD-CLAIMDATE,
                     :CLAIM-AUDIT.OLD-PAID,
                     :CLAIM-AUDIT.OLD-RESERVE,
                     :CLAIM-AUDIT.OLD-CLAIMANT-NAME,
                     :CLAIM-AUDIT.OLD-CLAIMANT-ADDRESS,
                     :WS-OLD-ADJUSTER-ID,
                     :WS-OLD-OCCURRENCE
                FROM MFTR110.CLAIMS
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
      * LOOKS THE SIGNED-ON USER UP ON THE ADJUSTER MASTER. AN ACTIVE
      * ROW MAKES THE USER A VALID ADJUSTER WITH THAT ROW'S MONETARY
      * AUTHORITY; ROLE SUPERVISOR ALSO GRANTS THE SUPERVISOR
      * FUNCTIONS. NO ROW OR ACTIVEFLAG 'N' (OR 'L', ON LEAVE) LEAVES
      * THE USER INQUIRY-ONLY, AS THE OLD HARD-CODED USERID LISTS DID.
       615-VALIDATE-USER.
           MOVE 'N' TO WS-ADJ-VALID-SW
           MOVE 'N' TO WS-SUPV-VALID-SW
                 MOVE 'Y' TO WS-SUPV-VALID-SW
              END-IF
           END-IF.
      * A CLAIM HANDLED BY A THIRD-PARTY ADMINISTRATOR (TPACODE SET)
      * IS LOADED AND MOVED ONLY BY THE MF110B52 MONTHLY LOSS RUN - THE
      * TPA'S FIGURES ARE THE RECORD, SO NO OPTION THAT CHANGES THE
      * CLAIM OR POSTS MONEY TO IT MAY TOUCH IT HERE. INQUIRY, NOTES
      * AND DIARY ARE STILL OPEN TO IT. A CLAIM NOT ON FILE IS LEFT TO
      * THE OPTION'S OWN NOT-FOUND HANDLING.
       616-CHECK-TPA-CLAIM.
           MOVE 'N' TO WS-TPA-CLAIM-SW
           MOVE claiminpI(4:7) TO WS-CLAIMNBR
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
           MOVE SPACES TO WS-TPA-CODE
           EXEC SQL
              SELECT COALESCE(TPACODE, ' ')
                INTO :WS-TPA-CODE
                FROM MFTR110.CLAIMS
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC
           IF SQLCODE = 0 AND WS-TPA-CODE NOT = SPACES
              MOVE 'Y' TO WS-TPA-CLAIM-SW
           END-IF.
      * A CHECK OR VOID MAY NOT BE DATED INSIDE AN ACCOUNTING PERIOD
      * THE MF110B41 MONTH-END CLOSE HAS CLOSED - THAT MONTH IS
      * ALREADY BOOKED AND SNAPPED. WS-PERIOD-DATE IS THE ISO DATE TO
      * TEST; A BLANK DATE IS LEFT TO THE CALLER'S OWN EDITS.
       617-CHECK-PERIOD-OPEN.
           MOVE 'Y' TO WS-PERIOD-OPEN-SW
           IF WS-PERIOD-DATE NOT = SPACES
              AND WS-PERIOD-DATE NOT = LOW-VALUES
              MOVE ZERO TO WS-CLOSED-PERIODS
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CLOSED-PERIODS
                   FROM MFTR110.ACCOUNTING_PERIOD
                  WHERE PERIODSTATUS = 'C'
                    AND DATE(:WS-PERIOD-DATE) BETWEEN PERIODSTART
                                                  AND PERIODEND
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-CLOSED-PERIODS > 0
                 MOVE 'N' TO WS-PERIOD-OPEN-SW
              END-IF
           END-IF.
      * TAGS THE CLAIM WITH THE CATASTROPHE EVENT WHOSE DATE WINDOW
      * COVERS THE CLAIM DATE AND WHOSE AFFECTED-CAUSE LIST CARRIES
      * THE CLAIM'S CAUSE OF LOSS. NO MATCHING EVENT LEAVES THE CODE
      * THE INSERT/UPDATE - CLAIM DATE MUST FALL INSIDE THE POLICY
      * TERM FETCHED BY 605, AND WHEN THE POLICY/CAUSE HAS A
      * POLICY_COVERAGE ROW, VALUE1 MAY NOT EXCEED THE COVERAGE LIMIT
      * NOR PAID THE LIMIT NET OF DEDUCTIBLE, AND THE CLAIM MAY NOT
      * TAKE THE POLICY/CAUSE PAST ITS AGGREGATE FOR THE TERM (606)
      * NOR ITS OCCURRENCE PAST THE PER-OCCURRENCE LIMIT (612). THE
      * CALLER HAS SET WS-OCC-NUMBER AND CHECKED IT AGAINST THE
      * CLAIM'S POLICY AND LOSS DATE (WS-OCC-OK).
       607-VERIFY-COVERAGE.
           MOVE 'N' TO WS-COVERAGE-OK-SW
           IF CLAIMDATE OF CLAIMS < EFFECTIVEDATE OF POLICY
              OR CLAIMDATE OF CLAIMS > EXPIRATIONDATE OF POLICY
              MOVE 'CLAIM DATE OUTSIDE POLICY PERIOD' TO MESSAGEO
           ELSE
           IF NOT WS-OCC-OK
              CONTINUE
           ELSE
      * A CLAIM WITH COVERAGE LINES CARRIES THE ROLLED-UP SUM OF ITS
      * LINES IN VALUE1 AND ITS PRIMARY CAUSE IN CAUSE - CHECKING
      * THAT SUM AGAINST ONE CAUSE'S LIMIT WOULD REJECT EVERY SAVE.
                   TO POLICYNUMBER OF POLICY-COVERAGE
              EXEC SQL
                 SELECT COVERAGELIMIT,
                        DEDUCTIBLE,
                        COALESCE(AGGREGATELIMIT, 0),
                        COALESCE(OCCURRENCELIMIT, 0)
                   INTO :POLICY-COVERAGE.COVERAGE-LIMIT,
                        :POLICY-COVERAGE.DEDUCTIBLE,
                        :POLICY-COVERAGE.AGGREGATE-LIMIT,
                        :POLICY-COVERAGE.OCCURRENCE-LIMIT
                   FROM MFTR110.POLICY_COVERAGE
                  WHERE POLICYNUMBER =
                        :POLICY-COVERAGE.POLICYNUMBER
                          MOVE 'PAID EXCEEDS NET COVERAGE'
                               TO MESSAGEO
                       ELSE
                          MOVE POLICYNUMBER OF CLAIMS TO WS-AGG-POLICY
                          MOVE CAUSE OF CLAIMS TO WS-AGG-CAUSE
                          IF PAID OF CLAIMS > VALUE1 OF CLAIMS
                             MOVE PAID OF CLAIMS TO WS-AGG-CLAIM-USE
                          ELSE
                             MOVE VALUE1 OF CLAIMS TO WS-AGG-CLAIM-USE
                          END-IF
                          MOVE ZERO TO WS-AGG-LINE
                          PERFORM 606-CHECK-AGGREGATE-LIMIT
                          IF WS-AGG-OK
                             PERFORM 612-CHECK-OCCURRENCE-LIMIT
                             IF WS-OCC-LIMIT-OK
                                SET WS-COVERAGE-OK TO TRUE
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                WHEN 100
                    MOVE 'SQL ERROR' TO MESSAGEO
              END-EVALUATE
           END-IF
           END-IF
           END-IF.
      * POLICY AGGREGATE EROSION. WHAT EVERY OTHER CLAIM OF THE CAUSE
      * DATED INSIDE THE POLICY'S CURRENT TERM HAS ALREADY USED - THE
      * GREATER OF ITS INCURRED AND PAID, OR OF EACH COVERAGE LINE'S
      * FOR A CLAIM WITH LINES, A DENIED CLAIM COUNTING ITS PAID ONLY
      * - PLUS WHAT THIS CLAIM OR LINE WILL USE (WS-AGG-CLAIM-USE) MAY
      * NOT EXCEED THE AGGREGATE LIMIT ON THE COVERAGE ROW THE CALLER
      * FETCHED. A ROW WITH NO AGGREGATE PASSES UNCHECKED. WHEN THE
      * USE IS ONE COVERAGE LINE, WS-AGG-LINE IS THAT LINE'S NUMBER
      * AND THE CLAIM'S OTHER LINES STILL COUNT AS USED; ZERO MEANS
      * THE USE IS THE WHOLE CLAIM.
       606-CHECK-AGGREGATE-LIMIT.
           MOVE 'Y' TO WS-AGG-OK-SW
           IF AGGREGATE-LIMIT > 0
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
                          WHERE P.POLICYNUMBER = :WS-AGG-POLICY
                            AND C.POLICYNUMBER = P.POLICYNUMBER
                            AND C.CLAIMNUMBER <> :CLAIMS.CLAIMNUMBER
                            AND C.CAUSE = :WS-AGG-CAUSE
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
                          WHERE P.POLICYNUMBER = :WS-AGG-POLICY
                            AND C.POLICYNUMBER = P.POLICYNUMBER
                            AND L.CLAIMNUMBER = C.CLAIMNUMBER
                            AND NOT (L.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                                     AND (:WS-AGG-LINE = 0
                                          OR L.LINENBR = :WS-AGG-LINE))
                            AND L.CAUSE = :WS-AGG-CAUSE
                            AND C.CLAIMDATE BETWEEN
                                COALESCE(P.EFFECTIVEDATE, '0001-01-01')
                            AND COALESCE(P.EXPIRATIONDATE, '9999-12-31')
                        ) E
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-AGG-OK-SW
                 MOVE 'SQL ERROR' TO MESSAGEO
              ELSE
                 IF WS-AGG-USED + WS-AGG-CLAIM-USE > AGGREGATE-LIMIT
                    MOVE 'N' TO WS-AGG-OK-SW
                    COMPUTE WS-AGG-LEFT = AGGREGATE-LIMIT - WS-AGG-USED
                    IF WS-AGG-LEFT < 0
                       MOVE ZERO TO WS-AGG-LEFT
                    END-IF
                    MOVE WS-AGG-LEFT TO WS-AGG-LEFT-DISP
                    MOVE SPACES TO MESSAGEO
                    STRING 'EXCEEDS POLICY AGGREGATE - REMAINING '
                           FUNCTION TRIM(WS-AGG-LEFT-DISP)
                           DELIMITED BY SIZE INTO MESSAGEO
                 END-IF
              END-IF
           END-IF.
      * PER-OCCURRENCE LIMIT. WHAT EVERY OTHER CLAIM OF THE CAUSE IN
      * THE SAME OCCURRENCE (WS-OCC-NUMBER) HAS USED, ERODED THE WAY
      * 606 ERODES THE AGGREGATE (WS-AGG-LINE AS THERE), PLUS WHAT
      * THIS CLAIM OR LINE WILL USE (WS-AGG-CLAIM-USE) MAY NOT EXCEED
      * THE OCCURRENCE LIMIT ON THE COVERAGE ROW THE CALLER FETCHED.
      * A CLAIM IN NO OCCURRENCE, OR A ROW WITH NO OCCURRENCE LIMIT,
      * PASSES UNCHECKED.
       612-CHECK-OCCURRENCE-LIMIT.
           MOVE 'Y' TO WS-OCC-LIMIT-OK-SW
           IF WS-OCC-NUMBER > 0 AND OCCURRENCE-LIMIT > 0
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
                           FROM MFTR110.CLAIMS C
                          WHERE C.OCCURRENCENUMBER = :WS-OCC-NUMBER
                            AND C.CLAIMNUMBER <> :CLAIMS.CLAIMNUMBER
                            AND C.CAUSE = :WS-AGG-CAUSE
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
                                MFTR110.CLAIM_LINE L
                          WHERE C.OCCURRENCENUMBER = :WS-OCC-NUMBER
                            AND L.CLAIMNUMBER = C.CLAIMNUMBER
                            AND NOT (L.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                                     AND (:WS-AGG-LINE = 0
                                          OR L.LINENBR = :WS-AGG-LINE))
                            AND L.CAUSE = :WS-AGG-CAUSE
                        ) E
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-OCC-LIMIT-OK-SW
                 MOVE 'SQL ERROR' TO MESSAGEO
              ELSE
                 IF WS-AGG-USED + WS-AGG-CLAIM-USE > OCCURRENCE-LIMIT
                    MOVE 'N' TO WS-OCC-LIMIT-OK-SW
                    COMPUTE WS-AGG-LEFT =
                            OCCURRENCE-LIMIT - WS-AGG-USED
                    IF WS-AGG-LEFT < 0
                       MOVE ZERO TO WS-AGG-LEFT
                    END-IF
                    MOVE WS-AGG-LEFT TO WS-AGG-LEFT-DISP
                    MOVE SPACES TO MESSAGEO
                    STRING 'EXCEEDS OCCURRENCE LIMIT - REMAINING '
                           FUNCTION TRIM(WS-AGG-LEFT-DISP)
                           DELIMITED BY SIZE INTO MESSAGEO
                 END-IF
              END-IF
           END-IF.
      * ATTACHES A NEW CLAIM TO ITS OCCURRENCE. AN OCCURRENCE NUMBER
      * KEYED IN THE BROWSE FROM-DATE FIELD MUST BE ON THE CLAIM'S
      * POLICY WITH THE CLAIM'S LOSS DATE. WITH NONE KEYED, THE CLAIM
      * JOINS THE POLICY'S OCCURRENCE FOR THAT LOSS DATE WHEN THERE IS
      * EXACTLY ONE; OTHERWISE IT STANDS ALONE UNTIL OPTION E LINKS
      * IT.
       613-ASSIGN-OCCURRENCE.
           MOVE 'Y' TO WS-OCC-OK-SW
           MOVE ZERO TO WS-OCC-NUMBER
           IF BRFRMDTI(1:9) IS NUMERIC
              AND BRFRMDTI(1:9) NOT = '000000000'
              MOVE BRFRMDTI(1:9) TO WS-OCC-NUMBER
              PERFORM 614-VALIDATE-OCCURRENCE
           ELSE
              MOVE ZERO TO WS-OCC-MATCH-COUNT
              EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(MIN(OCCURRENCENUMBER), 0)
                   INTO :WS-OCC-MATCH-COUNT,
                        :WS-OCC-NUMBER
                   FROM MFTR110.OCCURRENCE
                  WHERE POLICYNUMBER = :CLAIMS.POLICYNUMBER
                    AND LOSSDATE     = :CLAIMS.CLAIMDATE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-OCC-MATCH-COUNT NOT = 1
                 MOVE ZERO TO WS-OCC-NUMBER
              END-IF
           END-IF
           MOVE WS-OCC-NUMBER TO OCCURRENCE-NUMBER OF CLAIMS.
      * THE OCCURRENCE IN WS-OCC-NUMBER MUST BE ON FILE FOR THE
      * CLAIM'S POLICY AND LOSS DATE AS BUILT IN THE CLAIMS FIELDS.
       614-VALIDATE-OCCURRENCE.
           MOVE 'N' TO WS-OCC-OK-SW
           MOVE ZERO TO WS-OCC-MATCH-COUNT
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OCC-MATCH-COUNT
                FROM MFTR110.OCCURRENCE
               WHERE OCCURRENCENUMBER = :WS-OCC-NUMBER
                 AND POLICYNUMBER     = :CLAIMS.POLICYNUMBER
                 AND LOSSDATE         = :CLAIMS.CLAIMDATE
           END-EXEC
           IF SQLCODE = 0 AND WS-OCC-MATCH-COUNT > 0
              SET WS-OCC-OK TO TRUE
           ELSE
              MOVE 'POLICY/LOSS DATE DO NOT MATCH THE OCCURRENCE'
                   TO MESSAGEO
           END-IF.
       610-WRITE-AUDIT-INSERT.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-AUDIT
                      :CLAIM-AUDIT.NEW-CLAIMANT-NAME,
                      :CLAIM-AUDIT.NEW-CLAIMANT-ADDRESS)
           END-EXEC.
       645-WRITE-ASSIGN-PICKUP.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-ASSIGNMENT
           MOVE 'P' TO ASGN-TYPE
           MOVE WS-OLD-ADJUSTER-ID TO ASGN-OLD-ADJUSTER
           MOVE ADJUSTER-ID OF CLAIMS TO ASGN-NEW-ADJUSTER
           MOVE WS-USERID TO ASGN-BY
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_ASSIGNMENT
                     (CLAIMNUMBER,
                      ASSIGNTS,
                      ASSIGNTYPE,
                      OLDADJUSTERID,
                      NEWADJUSTERID,
                      ASSIGNEDBY)
              VALUES (:CLAIM-ASSIGNMENT.CLAIMNUMBER,
                      CURRENT TIMESTAMP,
                      :CLAIM-ASSIGNMENT.ASGN-TYPE,
                      NULLIF(:CLAIM-ASSIGNMENT.ASGN-OLD-ADJUSTER, ' '),
                      :CLAIM-ASSIGNMENT.ASGN-NEW-ADJUSTER,
                      :CLAIM-ASSIGNMENT.ASGN-BY)
           END-EXEC.
       700-CLAIM-APPROVE.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-SUPERVISOR-VALID
      * ADJUSTER ID IN THE FIRST 8 OF THE CLAIM FIELD, NAME IN THE
      * CLAIMANT NAME FIELD, ROLE (SUPERVISOR, ANYTHING ELSE MEANS
      * ADJUSTER) IN THE STATUS FIELD, MONETARY AUTHORITY IN THE PAID
      * FIELD, ACTIVE FLAG (N TO DEACTIVATE, L FOR LEAVE, ELSE Y) IN
      * THE FIRST BYTE OF OBSERVATIONS. KEYING AN EXISTING ID
      * REPLACES ITS ROW.
      * SEGREGATION OF DUTIES, PER THE INTERNAL AUDIT WRITE-UP: A
      * SUPERVISOR MAY NOT MAINTAIN THEIR OWN ROW, AND A CHANGE TO
      * ANOTHER USER'S AUTHORITY LIMIT IS PARKED ON
           IF observationinpI(1:1) = 'N'
              MOVE 'N' TO ACTIVE-FLAG
           ELSE
              IF observationinpI(1:1) = 'L'
                 MOVE 'L' TO ACTIVE-FLAG
              ELSE
                 MOVE 'Y' TO ACTIVE-FLAG
              END-IF
           END-IF.
       833-FETCH-CURRENT-ROW.
           MOVE 'N' TO WS-ADJ-ROW-FOUND-SW
      * THE SECOND BYTE OF THE STATUS FIELD. KEYING BANK OR TIN
      * FIELDS FOR A CLAIMANT ALREADY ON FILE UPDATES THE MASTER,
      * WHICH IS HOW THE DESK FLIPS A CLAIMANT TO ELECTRONIC PAYMENT
      * FOR MF110B8 OR CLEARS A TIN HOLD. A LOOKUP WITH NOTHING KEYED
      * SHOWS THE MASTER BACK IN THE SAME POSITIONS, WITH THE TIN AND
      * BANK ACCOUNT MASKED TO THEIR LAST 4 UNLESS THE USER'S ROLE
      * MAY SEE THEM (120-SET-PII-VIEW). A MASKED VALUE LEFT ON THE
      * SCREEN IS NEVER TAKEN AS KEYED. EVERY LOOKUP OF A CLAIMANT
      * ON FILE IS LOGGED ON MFTR110.CLAIM_ACCESS_LOG BEFORE ANY OF
      * IT IS SHOWN.
       870-CLAIMANT-MAINT.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-ADJUSTER-VALID
           PERFORM 873-EDIT-BANK-FIELDS
           EXEC SQL
              SELECT CLAIMANTID,
                     CLAIMANTADDRESS,
                     COALESCE(PHONE, ' '),
                     COALESCE(CHAR(BIRTHDATE, ISO), ' '),
                     COALESCE(PAYMETHOD, ' '),
                     COALESCE(BANKROUTING, ' '),
                     COALESCE(BANKACCOUNT, ' '),
                     COALESCE(TIN, ' '),
                     COALESCE(TINTYPE, ' ')
                INTO :CLAIMANT.CLAIMANT-ID,
                     :CLAIMANT.CLAIMANT-ADDRESS,
                     :WS-CD-PHONE,
                     :WS-CLMT-BIRTH-DATE,
                     :WS-CLMT-PAY-METHOD,
                     :WS-CD-ROUTING,
                     :WS-CD-ACCOUNT,
                     :WS-CD-TIN,
                     :WS-CLMT-TIN-TYPE
                FROM MFTR110.CLAIMANT
               WHERE CLAIMANTNAME = :CLAIMANT.CLAIMANT-NAME
               FETCH FIRST 1 ROW ONLY
           EVALUATE SQLCODE
             WHEN 0
                 MOVE CLAIMANT-ID OF CLAIMANT TO WS-CLMT-ID-DISP
                 PERFORM 878-LOG-CLAIMANT-ACCESS
                 IF NOT WS-ACCESS-LOGGED
                    MOVE 'ACCESS NOT LOGGED - CLAIMANT DATA WITHHELD'
                         TO MESSAGEO
                 ELSE
                    MOVE FUNCTION DISPLAY-OF
                         (CLAIMANT-ADDRESS OF CLAIMANT)
                         TO CLAIMANTADRINPO
                    IF WS-BANK-KEYED OR WS-TIN-KEYED
                       PERFORM 876-UPDATE-BANK-DETAILS
                    ELSE
                       PERFORM 877-SHOW-CLAIMANT-DETAIL
                    END-IF
                 END-IF
             WHEN 100
                 PERFORM 874-ADD-CLAIMANT-ROW
           MOVE SPACES TO TIN OF CLAIMANT
           MOVE SPACES TO TIN-TYPE
           MOVE 'C' TO PAY-METHOD OF CLAIMANT
           MOVE ZERO TO WS-TIN-MASK-COUNT
           MOVE ZERO TO WS-ACCT-MASK-COUNT
           INSPECT observationinpI(39:9)
                   TALLYING WS-TIN-MASK-COUNT FOR ALL '*'
           INSPECT observationinpI(22:17)
                   TALLYING WS-ACCT-MASK-COUNT FOR ALL '*'
           IF observationinpI(39:9) NOT = SPACES
              AND observationinpI(39:9) NOT = LOW-VALUES
              AND WS-TIN-MASK-COUNT = 0
              MOVE observationinpI(39:9) TO TIN OF CLAIMANT
              IF statusinpI(2:1) = 'E'
                 MOVE 'E' TO TIN-TYPE
                 IF WS-BANK-KEYED
                    MOVE 'E' TO PAY-METHOD OF CLAIMANT
                 END-IF
           END-EVALUATE
      * A MASKED ACCOUNT ON THE SCREEN IS A LOOKUP ECHO, NOT KEYED
      * BANK DETAILS - THE ROUTING AND METHOD BESIDE IT ARE THE ECHO
      * TOO, SO NONE OF THE BANK GROUP IS TAKEN.
           IF WS-ACCT-MASK-COUNT > 0
              MOVE 'N' TO WS-BANK-KEYED-SW
              MOVE SPACES TO BANK-ROUTING
              MOVE SPACES TO BANK-ACCOUNT
              MOVE 'C' TO PAY-METHOD OF CLAIMANT
           END-IF.
       876-UPDATE-BANK-DETAILS.
           IF PAY-METHOD OF CLAIMANT = 'E'
              AND (BANK-ROUTING = SPACES OR BANK-ACCOUNT = SPACES)
                    MOVE 'SQL ERROR' TO MESSAGEO
              END-EVALUATE
           END-IF.
      * THE MASTER GOES BACK IN THE POSITIONS IT IS KEYED IN: PHONE,
      * ROUTING, ACCOUNT AND TIN IN OBSERVATIONS, BIRTH DATE IN THE
      * CLAIM DATE FIELD, METHOD AND TIN TYPE IN THE STATUS FIELD.
       877-SHOW-CLAIMANT-DETAIL.
           IF NOT WS-VIEW-PII
              IF WS-CD-TIN NOT = SPACES
                 MOVE '*****' TO WS-CD-TIN(1:5)
              END-IF
              MOVE ZERO TO WS-MASK-COUNT
              MOVE FUNCTION REVERSE(WS-CD-ACCOUNT) TO WS-MASK-WORK
              INSPECT WS-MASK-WORK
                      TALLYING WS-MASK-COUNT FOR LEADING SPACES
              COMPUTE WS-MASK-LEN = 17 - WS-MASK-COUNT - 4
              IF WS-MASK-LEN > 0
                 MOVE ALL '*' TO WS-CD-ACCOUNT(1:WS-MASK-LEN)
              END-IF
           END-IF
           MOVE WS-CLMT-DETAIL TO observationinpO
           MOVE WS-CLMT-BIRTH-DATE TO claimdtinpO
           MOVE SPACES TO statusinpO
           MOVE WS-CLMT-PAY-METHOD TO statusinpO(1:1)
           MOVE WS-CLMT-TIN-TYPE TO statusinpO(2:1)
           IF WS-VIEW-PII
              STRING 'CLAIMANT '
                     FUNCTION TRIM(WS-CLMT-ID-DISP)
                     ' ON FILE'
                     DELIMITED BY SIZE INTO MESSAGEO
           ELSE
              STRING 'CLAIMANT '
                     FUNCTION TRIM(WS-CLMT-ID-DISP)
                     ' ON FILE - TIN/ACCOUNT MASKED'
                     DELIMITED BY SIZE INTO MESSAGEO
           END-IF.
       878-LOG-CLAIMANT-ACCESS.
           MOVE 'N' TO WS-ACCESS-LOGGED-SW
           PERFORM 120-SET-PII-VIEW
           MOVE WS-USERID TO ACC-USERID
           MOVE 'C' TO ACC-OPTION
           MOVE CLAIMANT-ID OF CLAIMANT TO ACC-CLAIMANT-ID
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_ACCESS_LOG
                     (ACCESSTS,
                      USERID,
                      ACCESSOPTION,
                      CLAIMANTID,
                      MASKEDFLAG)
              VALUES (CURRENT TIMESTAMP,
                      :CLAIM-ACCESS-LOG.ACC-USERID,
                      :CLAIM-ACCESS-LOG.ACC-OPTION,
                      :CLAIM-ACCESS-LOG.ACC-CLAIMANT-ID,
                      :CLAIM-ACCESS-LOG.ACC-MASKED-FLAG)
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-ACCESS-LOGGED-SW
           END-IF.
       874-ADD-CLAIMANT-ROW.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CLAIMANTID_SEQ
      * CLAIM NUMBER IN THE CLAIM FIELD, RECOVERY TYPE IN THE STATUS
      * FIELD, EXPECTED AMOUNT IN THE VALUE FIELD, RECEIVED AMOUNT IN
      * THE PAID FIELD, RECOVERY DATE IN THE CLAIM DATE FIELD. KEYING
      * AN EXISTING CLAIM/TYPE/DATE AGAIN REPLACES ITS AMOUNTS. CASH
      * NORMALLY ARRIVES THROUGH THE MF110B40 LOCKBOX POSTING; A
      * RECEIVED AMOUNT CHANGED BY HAND HERE IS LOGGED AS A MANUAL
      * RECEIPT FOR THE DIFFERENCE (958) SO MF110B5 BOOKS IT TOO.
       950-RECORD-RECOVERY.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-ADJUSTER-VALID
           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'RECOVERY RECORDED' TO MESSAGEO
                 MOVE RECEIVED-AMOUNT TO WS-RCV-DELTA
                 IF WS-RCV-DELTA NOT = ZERO
                    PERFORM 958-WRITE-MANUAL-RECEIPT
                 END-IF
             WHEN -803
                 PERFORM 970-UPDATE-RECOVERY-ROW
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
       970-UPDATE-RECOVERY-ROW.
           EXEC SQL
              SELECT COALESCE(RECEIVEDAMOUNT, 0)
                INTO :WS-RCV-OLD-RECEIVED
                FROM MFTR110.CLAIM_RECOVERY
               WHERE CLAIMNUMBER  = :CLAIM-RECOVERY.CLAIMNUMBER
                 AND RECOVERYTYPE = :CLAIM-RECOVERY.RECOVERY-TYPE
                 AND RECOVERYDATE = :CLAIM-RECOVERY.RECOVERY-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE RECEIVED-AMOUNT TO WS-RCV-OLD-RECEIVED
           END-IF
           EXEC SQL
              UPDATE MFTR110.CLAIM_RECOVERY
                 SET EXPECTEDAMOUNT =
           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'RECOVERY UPDATED' TO MESSAGEO
                 COMPUTE WS-RCV-DELTA =
                         RECEIVED-AMOUNT - WS-RCV-OLD-RECEIVED
                 IF WS-RCV-DELTA NOT = ZERO
                    PERFORM 958-WRITE-MANUAL-RECEIPT
                 END-IF
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * A HAND-KEYED CHANGE TO THE RECEIVED AMOUNT IS LOGGED AS AN
      * APPLIED RECEIPT FROM BATCH 'MANUAL' FOR THE DIFFERENCE, SO THE
      * GL GETS THE SAME MONEY THE AGING SEES. A REDUCTION (A KEYING
      * CORRECTION OR A BOUNCED CHECK) LOGS A NEGATIVE RECEIPT.
       958-WRITE-MANUAL-RECEIPT.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.RECEIPTID_SEQ
                INTO :RECOVERY-RECEIPT.RECEIPT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RECOVERY SAVED - RECEIPT NOT LOGGED FOR GL'
                   TO MESSAGEO
           ELSE
              PERFORM 959-INSERT-MANUAL-RECEIPT
           END-IF.
       959-INSERT-MANUAL-RECEIPT.
           MOVE 'MANUAL'               TO LOCKBOX-BATCH
           MOVE RECEIPT-ID             TO ITEM-SEQ
           MOVE WS-RCV-DELTA           TO RECEIPT-AMOUNT
           MOVE CLAIMNUMBER OF CLAIM-RECOVERY
                TO CLAIMNUMBER OF RECOVERY-RECEIPT
           MOVE RECOVERY-TYPE          TO RCPT-RECOVERY-TYPE
           MOVE RECOVERY-DATE          TO RCPT-RECOVERY-DATE
           MOVE WS-USERID              TO APPLIED-USERID
           EXEC SQL
              INSERT INTO MFTR110.RECOVERY_RECEIPT
                     (RECEIPTID, DEPOSITDATE, LOCKBOXBATCH,
                      ITEMSEQ, RECEIPTAMOUNT, RECEIPTSTATUS,
                      SUSPENSEREASON, CLAIMNUMBER, RECOVERYTYPE,
                      RECOVERYDATE, APPLIEDTS, APPLIEDUSERID)
              VALUES (:RECOVERY-RECEIPT.RECEIPT-ID,
                      CURRENT DATE,
                      :RECOVERY-RECEIPT.LOCKBOX-BATCH,
                      :RECOVERY-RECEIPT.ITEM-SEQ,
                      :RECOVERY-RECEIPT.RECEIPT-AMOUNT,
                      'A', ' ',
                      :RECOVERY-RECEIPT.CLAIMNUMBER,
                      :RECOVERY-RECEIPT.RCPT-RECOVERY-TYPE,
                      :RECOVERY-RECEIPT.RCPT-RECOVERY-DATE,
                      CURRENT TIMESTAMP,
                      :RECOVERY-RECEIPT.APPLIED-USERID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RECOVERY SAVED - RECEIPT NOT LOGGED FOR GL'
                   TO MESSAGEO
           END-IF.
      * OPTION U - CLEAR A LOCKBOX RECEIPT OUT OF SUSPENSE. RECEIPT
      * NUMBER (FROM THE MF110B40 SUSPENSE REPORT) IN THE FIRST 9 OF
      * OBSERVATIONS. TO APPLY IT, CLAIM NUMBER IN THE CLAIM FIELD AND
      * RECOVERY TYPE IN THE STATUS FIELD - THE MONEY GOES TO THE SAME
      * RECOVERY ROW THE LOCKBOX POSTING WOULD HAVE PICKED, AND
      * MF110B5 BOOKS IT THAT NIGHT. RETURNED IN THE STATUS FIELD
      * MARKS IT SENT BACK TO THE REMITTER INSTEAD, AND IT IS NEVER
      * BOOKED. THE RECEIPT IS TAKEN OUT OF SUSPENSE BEFORE THE
      * RECOVERY IS CREDITED, SO IT CANNOT BE APPLIED TWICE.
       952-CLEAR-SUSPENSE.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-ADJUSTER-VALID
              MOVE 'NOT AN AUTHORIZED ADJUSTER - INQUIRY ONLY'
                   TO MESSAGEO
           ELSE
           IF observationinpI(1:9) IS NOT NUMERIC
              MOVE 'RECEIPT NUMBER REQUIRED' TO MESSAGEO
           ELSE
              MOVE FUNCTION NUMVAL(observationinpI(1:9))
                   TO WS-RCPT-ID
              MOVE WS-RCPT-ID TO RECEIPT-ID
              IF statusinpI = 'RETURNED  '
                 PERFORM 956-RETURN-SUSPENSE-RECEIPT
              ELSE
                 PERFORM 954-APPLY-SUSPENSE-RECEIPT
              END-IF
           END-IF
           END-IF.
       954-APPLY-SUSPENSE-RECEIPT.
           IF claiminpI(4:7) IS NOT NUMERIC
              OR claiminpI(4:7) = ZERO
              MOVE 'CLAIM NUMBER IS NOT VALID' TO MESSAGEO
           ELSE
           IF statusinpI = SPACES OR statusinpI = LOW-VALUES
              MOVE 'RECOVERY TYPE OR RETURNED REQUIRED' TO MESSAGEO
           ELSE
              MOVE claiminpI(4:7) TO WS-CLAIMNBR
              MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
              PERFORM 600-FETCH-OLD-CLAIM-IMAGE
              IF SQLCODE = 100
                 MOVE 'CLAIM NOT FOUND' TO MESSAGEO
              ELSE
                 MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIM-RECOVERY
                 MOVE statusinpI TO RECOVERY-TYPE
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
                       PERFORM 955-TAKE-OUT-OF-SUSPENSE
                   WHEN 100
                       MOVE 'NO SUCH RECOVERY ON CLAIM - USE OPTION R'
                            TO MESSAGEO
                   WHEN OTHER
                       MOVE 'SQL ERROR' TO MESSAGEO
                 END-EVALUATE
              END-IF
           END-IF
           END-IF.
       955-TAKE-OUT-OF-SUSPENSE.
           MOVE CLAIMNUMBER OF CLAIM-RECOVERY
                TO CLAIMNUMBER OF RECOVERY-RECEIPT
           MOVE RECOVERY-TYPE TO RCPT-RECOVERY-TYPE
           MOVE RECOVERY-DATE TO RCPT-RECOVERY-DATE
           MOVE WS-USERID     TO APPLIED-USERID
           EXEC SQL
              UPDATE MFTR110.RECOVERY_RECEIPT
                 SET RECEIPTSTATUS = 'A',
                     CLAIMNUMBER   = :RECOVERY-RECEIPT.CLAIMNUMBER,
                     RECOVERYTYPE  =
                        :RECOVERY-RECEIPT.RCPT-RECOVERY-TYPE,
                     RECOVERYDATE  =
                        :RECOVERY-RECEIPT.RCPT-RECOVERY-DATE,
                     APPLIEDTS     = CURRENT TIMESTAMP,
                     APPLIEDUSERID = :RECOVERY-RECEIPT.APPLIED-USERID
               WHERE RECEIPTID = :RECOVERY-RECEIPT.RECEIPT-ID
                 AND RECEIPTSTATUS = 'S'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 PERFORM 957-CREDIT-RECOVERY
             WHEN 100
                 MOVE 'NO SUSPENSE RECEIPT WITH THAT NUMBER'
                      TO MESSAGEO
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * IF THE RECOVERY CANNOT BE CREDITED THE RECEIPT GOES BACK INTO
      * SUSPENSE, SO MF110B5 NEVER BOOKS MONEY THE AGING DOES NOT SHOW.
       957-CREDIT-RECOVERY.
           EXEC SQL
              SELECT RECEIPTAMOUNT
                INTO :RECOVERY-RECEIPT.RECEIPT-AMOUNT
                FROM MFTR110.RECOVERY_RECEIPT
               WHERE RECEIPTID = :RECOVERY-RECEIPT.RECEIPT-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE RECEIPT-AMOUNT TO RECEIVED-AMOUNT
              EXEC SQL
                 UPDATE MFTR110.CLAIM_RECOVERY
                    SET RECEIVEDAMOUNT = COALESCE(RECEIVEDAMOUNT, 0)
                                     + :CLAIM-RECOVERY.RECEIVED-AMOUNT
                  WHERE CLAIMNUMBER  = :CLAIM-RECOVERY.CLAIMNUMBER
                    AND RECOVERYTYPE = :CLAIM-RECOVERY.RECOVERY-TYPE
                    AND RECOVERYDATE = :CLAIM-RECOVERY.RECOVERY-DATE
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'RECEIPT APPLIED TO RECOVERY' TO MESSAGEO
           ELSE
              MOVE 'SQL ERROR' TO MESSAGEO
              EXEC SQL
                 UPDATE MFTR110.RECOVERY_RECEIPT
                    SET RECEIPTSTATUS = 'S',
                        CLAIMNUMBER   = NULL,
                        RECOVERYTYPE  = NULL,
                        RECOVERYDATE  = NULL,
                        APPLIEDTS     = NULL,
                        APPLIEDUSERID = NULL
                  WHERE RECEIPTID = :RECOVERY-RECEIPT.RECEIPT-ID
              END-EXEC
           END-IF.
       956-RETURN-SUSPENSE-RECEIPT.
           MOVE WS-USERID TO APPLIED-USERID
           EXEC SQL
              UPDATE MFTR110.RECOVERY_RECEIPT
                 SET RECEIPTSTATUS = 'R',
                     APPLIEDTS     = CURRENT TIMESTAMP,
                     APPLIEDUSERID = :RECOVERY-RECEIPT.APPLIED-USERID
               WHERE RECEIPTID = :RECOVERY-RECEIPT.RECEIPT-ID
                 AND RECEIPTSTATUS = 'S'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'RECEIPT MARKED RETURNED TO REMITTER'
                      TO MESSAGEO
             WHEN 100
                 MOVE 'NO SUSPENSE RECEIPT WITH THAT NUMBER'
                      TO MESSAGEO
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * OPTION F - SIU FRAUD CASE DISPOSITION. CLAIM NUMBER IN THE
      * CLAIM FIELD AND THE DISPOSITION - CLEARED OR CONFIRMED - IN
      * THE STATUS FIELD. CLOSES THE CLAIM'S OPEN FRAUD_REVIEW CASE
      * WITH REVIEWER AND DATE; CLEARED ALSO DROPS THE CLAIM'S
      * FRAUDFLAG, WHICH THE MF110B7 SWEEP NEVER DOES ON ITS OWN.
      * SUPERVISORS ONLY.
       975-FRAUD-DISPOSITION.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-SUPERVISOR-VALID
              MOVE 'NOT AUTHORIZED FOR FRAUD REVIEW' TO MESSAGEO
           ELSE
              MOVE claiminpI(4:7) TO WS-CLAIMNBR
              MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
              IF statusinpI NOT = 'CLEARED   '
                 AND statusinpI NOT = 'CONFIRMED '
                 MOVE 'DISPOSITION MUST BE CLEARED OR CONFIRMED'
                      TO MESSAGEO
              ELSE
                 PERFORM 980-CLOSE-FRAUD-CASE
              END-IF
           END-IF.
       980-CLOSE-FRAUD-CASE.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF FRAUD-REVIEW
           MOVE statusinpI TO DISPOSITION
           MOVE WS-USERID TO REVIEWER-ID
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * OPTION X - COMPLIANCE DISPOSITION OF SANCTIONS HITS, THE WAY
      * OPTION F DISPOSITIONS A FRAUD CASE. SUPERVISORS ONLY, AND NOT
      * ON A CLAIM THE REVIEWER OWNS. CLAIM NUMBER IN THE CLAIM FIELD,
      * RELEASED (FALSE POSITIVE - THE PAYEE MAY BE PAID) OR CONFIRMED
      * (TRUE MATCH - PAYMENT STAYS BLOCKED) IN THE STATUS FIELD. A
      * NAME KEYED IN THE CLAIMANT NAME FIELD DISPOSITIONS THAT ONE
      * HIT; LEFT BLANK, EVERY OPEN HIT ON THE CLAIM. THE REVIEWER
      * AND DATE ARE RECORDED ON MFTR110.SANCTIONS_HIT.
       940-SANCTIONS-DISPOSITION.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-SUPERVISOR-VALID
              MOVE 'NOT AUTHORIZED FOR SANCTIONS REVIEW' TO MESSAGEO
           ELSE
              MOVE claiminpI(4:7) TO WS-CLAIMNBR
              MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
              PERFORM 600-FETCH-OLD-CLAIM-IMAGE
              IF SQLCODE = 100
                 MOVE 'CLAIM NOT FOUND' TO MESSAGEO
              ELSE
              IF WS-OLD-ADJUSTER-ID = WS-USERID
                 MOVE 'CANNOT REVIEW HITS ON A CLAIM YOU OWN'
                      TO MESSAGEO
              ELSE
              IF statusinpI NOT = 'RELEASED  '
                 AND statusinpI NOT = 'CONFIRMED '
                 MOVE 'DISPOSITION MUST BE RELEASED OR CONFIRMED'
                      TO MESSAGEO
              ELSE
                 PERFORM 942-CLOSE-SANCTIONS-HITS
              END-IF
              END-IF
              END-IF
           END-IF.
       942-CLOSE-SANCTIONS-HITS.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF SANCTIONS-HIT
           MOVE statusinpI TO HIT-DISPOSITION
           MOVE WS-USERID TO HIT-REVIEWER-ID
           IF CLAIMANTNMINPI NOT = SPACES
              AND CLAIMANTNMINPI NOT = LOW-VALUES
              MOVE CLAIMANTNMINPI TO HIT-NAME
              EXEC SQL
                 UPDATE MFTR110.SANCTIONS_HIT
                    SET DISPOSITION =
                           :SANCTIONS-HIT.HIT-DISPOSITION,
                        REVIEWERID =
                           :SANCTIONS-HIT.HIT-REVIEWER-ID,
                        DISPOSITIONDATE = CURRENT DATE
                  WHERE CLAIMNUMBER = :SANCTIONS-HIT.CLAIMNUMBER
                    AND HITNAME = :SANCTIONS-HIT.HIT-NAME
                    AND DISPOSITION = ' '
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE MFTR110.SANCTIONS_HIT
                    SET DISPOSITION =
                           :SANCTIONS-HIT.HIT-DISPOSITION,
                        REVIEWERID =
                           :SANCTIONS-HIT.HIT-REVIEWER-ID,
                        DISPOSITIONDATE = CURRENT DATE
                  WHERE CLAIMNUMBER = :SANCTIONS-HIT.CLAIMNUMBER
                    AND DISPOSITION = ' '
              END-EXEC
           END-IF
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SQLERRD(3) TO WS-SDN-COUNT
                 MOVE WS-SDN-COUNT TO WS-SDN-COUNT-DISP
                 MOVE SPACES TO MESSAGEO
                 IF statusinpI = 'RELEASED  '
                    STRING WS-SDN-COUNT-DISP
                           ' SANCTIONS HIT(S) RELEASED'
                           DELIMITED BY SIZE INTO MESSAGEO
                 ELSE
                    STRING WS-SDN-COUNT-DISP
                           ' SANCTIONS HIT(S) CONFIRMED'
                           DELIMITED BY SIZE INTO MESSAGEO
                 END-IF
             WHEN 100
                 MOVE 'NO OPEN SANCTIONS HIT FOR CLAIM' TO MESSAGEO
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * OPTION 8 - RECORD A CHECK AGAINST A CLAIM ON THE PAYMENT
      * LEDGER. CLAIM NUMBER IN THE CLAIM FIELD, CHECK AMOUNT IN THE
      * PAID FIELD, CHECK DATE IN THE CLAIM DATE FIELD, CHECK NUMBER
      * REFUSED IF IT WOULD TAKE PAID OVER VALUE1 NET OF THE COVERAGE
      * DEDUCTIBLE - THE SAME NETTING MF110B8 APPLIES AT DISBURSEMENT
      * - AND THE DEDUCTIBLE APPLIED IS RECORDED ON THE CLAIM.
      * THE PAYEE IS SCREENED AGAINST THE OFAC SDN LIST FIRST (812) -
      * A PAYEE WITH AN OPEN OR CONFIRMED SANCTIONS HIT IS REFUSED.
      * A CHECK DATED INSIDE A CLOSED ACCOUNTING PERIOD IS REFUSED.
       800-RECORD-PAYMENT.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-ADJUSTER-VALID
                       IF WS-PAYTYPE-OK
                          PERFORM 803-EDIT-PAYMENT-LINE
                       END-IF
                       MOVE 'Y' TO WS-PERIOD-OPEN-SW
                       IF WS-PAYTYPE-OK AND WS-PAY-LINE-OK
                          MOVE claimdtinpI TO WS-PERIOD-DATE
                          PERFORM 617-CHECK-PERIOD-OPEN
                          IF NOT WS-PERIOD-OPEN
                             MOVE 'CHECK DATE IN A CLOSED PERIOD'
                                  TO MESSAGEO
                          END-IF
                       END-IF
                       IF WS-PAYTYPE-OK AND WS-PAY-LINE-OK
                          AND WS-PERIOD-OPEN
                          IF WS-PAY-LINE > 0
                             PERFORM 810-INSERT-LEDGER-ROW
                          ELSE
           MOVE WS-EXPENSE-TYPE TO EXPENSE-TYPE
           MOVE WS-PAY-LINE TO LINE-NBR OF CLAIM-PAYMENT
           PERFORM 808-RESOLVE-PAYEE
           PERFORM 812-SCREEN-PAYEE
           IF WS-SDN-CLEAR
              EXEC SQL
                 INSERT INTO MFTR110.CLAIM_PAYMENT
                        (CLAIMNUMBER,
                         CHECKNUMBER,
                         CHECKAMOUNT,
                         CHECKDATE,
                         PAYMENTTYPE,
                         EXPENSETYPE,
                         POSTEDTS,
                         PAYEENAME,
                         PAYEEADDRESS,
                         PAYEETYPE,
                         PAYMETHOD,
                         LINENBR)
                 VALUES (:CLAIM-PAYMENT.CLAIMNUMBER,
                         :CLAIM-PAYMENT.CHECK-NUMBER,
                         :CLAIM-PAYMENT.CHECK-AMOUNT,
                         :CLAIM-PAYMENT.CHECK-DATE,
                         :CLAIM-PAYMENT.PAYMENT-TYPE,
                         :CLAIM-PAYMENT.EXPENSE-TYPE,
                         CURRENT TIMESTAMP,
                         :CLAIM-PAYMENT.PAYEE-NAME,
                         :CLAIM-PAYMENT.PAYEE-ADDRESS,
                         :CLAIM-PAYMENT.PAYEE-TYPE,
                         'C',
                         :CLAIM-PAYMENT.LINE-NBR)
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                    PERFORM 815-RESET-PAID-FROM-LEDGER
                WHEN -803
                    MOVE 'DUPLICATE CHECK NUMBER ON CLAIM' TO MESSAGEO
                WHEN OTHER
                    MOVE 'SQL ERROR' TO MESSAGEO
              END-EVALUATE
           END-IF.
      * A CHECK ON A CLAIM WITH COVERAGE LINES CAN NAME ITS LINE IN
      * OBSERVATIONS POSITIONS 11-13. THE LINE MUST EXIST, AND AN
      * INDEMNITY CHECK MAY NOT TAKE THE LINE'S PAID OVER THE LINE'S
                 MOVE 'CLAIMANT  ' TO PAYEE-TYPE OF CLAIM-PAYMENT
              END-IF
           END-IF.
      * OFAC SCREENING OF THE PAYEE 808 RESOLVED, AS MF110B8 SCREENS
      * BEFORE AN AUTHORIZATION. A HIT ALREADY ON FILE FOR THE CLAIM
      * AND NAME STANDS - RELEASED PAYS, OPEN IS HELD, CONFIRMED IS
      * BLOCKED. OTHERWISE A MATCH TO THE SDN LIST IS LOGGED OPEN FOR
      * COMPLIANCE AND THE CHECK IS REFUSED.
       812-SCREEN-PAYEE.
           SET WS-SDN-CLEAR TO TRUE
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF SANCTIONS-HIT
           MOVE PAYEE-NAME OF CLAIM-PAYMENT TO HIT-NAME
           IF WS-PAYMENT-TYPE = 'E'
              MOVE 'EXPENSE   ' TO PAYEE-ROLE
           ELSE
              MOVE PAYEE-TYPE OF CLAIM-PAYMENT TO PAYEE-ROLE
           END-IF
           EXEC SQL
              SELECT DISPOSITION
                INTO :SANCTIONS-HIT.HIT-DISPOSITION
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
                       SET WS-SDN-BLOCKED TO TRUE
                       MOVE 'PAYEE BLOCKED - CONFIRMED SANCTIONS HIT'
                            TO MESSAGEO
                   WHEN OTHER
                       SET WS-SDN-HELD TO TRUE
                       MOVE 'PAYEE HELD FOR SANCTIONS REVIEW'
                            TO MESSAGEO
                 END-EVALUATE
             WHEN 100
                 PERFORM 814-MATCH-SDN-LIST
             WHEN OTHER
                 SET WS-SDN-HELD TO TRUE
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
       814-MATCH-SDN-LIST.
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
                 SET WS-SDN-HELD TO TRUE
                 MOVE 'PAYEE HELD FOR SANCTIONS REVIEW' TO MESSAGEO
                 MOVE SPACES TO HIT-DISPOSITION
                 MOVE WS-USERID TO HIT-SOURCE
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
                 SET WS-SDN-HELD TO TRUE
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
       815-RESET-PAID-FROM-LEDGER.
           EXEC SQL
              SELECT COALESCE(SUM(CHECKAMOUNT), 0)
           MOVE OLD-CLAIMANT-NAME TO NEW-CLAIMANT-NAME
           MOVE OLD-CLAIMANT-ADDRESS TO NEW-CLAIMANT-ADDRESS
           PERFORM 640-INSERT-AUDIT-ROW.
      * OPTION T - SET UP OR STOP A RECURRING PAYMENT SCHEDULE
      * (RENTAL, ADDITIONAL LIVING EXPENSE, WEEKLY DISABILITY).
      * CLAIM NUMBER IN THE CLAIM FIELD. TO SET ONE UP: INSTALLMENT
      * AMOUNT IN THE PAID FIELD, FIRST DUE DATE IN THE CLAIM DATE
      * FIELD, PAYMENT TYPE IN THE STATUS FIELD AS FOR OPTION 8, AND
      * IN OBSERVATIONS THE LAST DUE DATE (POSITIONS 1-10), THE LINE
      * (11-13, AS FOR OPTION 8), THE FREQUENCY W/B/M (14) AND THE
      * NUMBER OF PAYMENTS (15-17) - AN END DATE, A NUMBER OF
      * PAYMENTS OR BOTH, THE EARLIER GOVERNING. THE PAYEE IS
      * RESOLVED AND SCREENED AS FOR OPTION 8 AND KEPT ON THE
      * SCHEDULE. THE SCHEDULE TOTAL MAY NOT TAKE AN INDEMNITY CLAIM
      * OR LINE PAST ITS VALUE NET OF DEDUCTIBLE, AND A TOTAL OVER
      * THE ADJUSTER'S AUTHORITY LIMIT NEEDS A SUPERVISOR. STOP IN
      * THE STATUS FIELD WITH THE SCHEDULE NUMBER IN OBSERVATIONS
      * 1-3 STOPS ONE AND CANCELS ANY INSTALLMENT STILL QUEUED FOR
      * MF110B8. MF110B36 QUEUES THE INSTALLMENTS AS THEY FALL DUE.
       822-PAYMENT-SCHEDULE.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-ADJUSTER-VALID
              MOVE 'NOT AN AUTHORIZED ADJUSTER - INQUIRY ONLY'
                   TO MESSAGEO
           ELSE
              MOVE claiminpI(4:7) TO WS-CLAIMNBR
              MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
              PERFORM 600-FETCH-OLD-CLAIM-IMAGE
              IF SQLCODE = 100
                 MOVE 'CLAIM NOT FOUND' TO MESSAGEO
              ELSE
              IF statusinpI = 'STOP      '
                 PERFORM 828-STOP-SCHEDULE
              ELSE
              IF OLD-STATUS = 'CLOSED    '
                 OR OLD-STATUS = 'DENIED    '
                 MOVE 'NO SCHEDULE ON A CLOSED OR DENIED CLAIM'
                      TO MESSAGEO
              ELSE
                 PERFORM 824-EDIT-SCHEDULE
                 IF WS-SCHED-OK
                    PERFORM 808-RESOLVE-PAYEE
                    PERFORM 812-SCREEN-PAYEE
                    IF WS-SDN-CLEAR
                       PERFORM 826-INSERT-SCHEDULE-ROW
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       824-EDIT-SCHEDULE.
           MOVE 'N' TO WS-SCHED-OK-SW
           MOVE 'Y' TO WS-PAY-LINE-OK-SW
           MOVE observationinpI(14:1) TO WS-SCHED-FREQ
           MOVE claimdtinpI TO WS-SCHED-START
           MOVE observationinpI(1:10) TO WS-SCHED-END
           MOVE ZERO TO WS-SCHED-COUNT
           IF observationinpI(15:3) IS NUMERIC
              MOVE FUNCTION NUMVAL(observationinpI(15:3))
                   TO WS-SCHED-COUNT
           END-IF
           IF paidinpI = ZERO
              MOVE 'INSTALLMENT AMOUNT REQUIRED' TO MESSAGEO
           ELSE
           IF WS-SCHED-START = SPACES OR WS-SCHED-START = LOW-VALUES
              MOVE 'FIRST DUE DATE REQUIRED' TO MESSAGEO
           ELSE
           IF NOT WS-SCHED-FREQ-VALID
              MOVE 'FREQUENCY MUST BE W, B OR M' TO MESSAGEO
           ELSE
           IF WS-SCHED-COUNT = ZERO
              AND (WS-SCHED-END = SPACES
                   OR WS-SCHED-END = LOW-VALUES)
              MOVE 'END DATE OR NUMBER OF PAYMENTS REQUIRED'
                   TO MESSAGEO
           ELSE
              PERFORM 802-EDIT-PAYMENT-TYPE
              IF WS-PAYTYPE-OK
                 PERFORM 803-EDIT-PAYMENT-LINE
              END-IF
              IF WS-PAYTYPE-OK AND WS-PAY-LINE-OK
                 PERFORM 825-COUNT-INSTALLMENTS
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * HOW MANY INSTALLMENTS THE SCHEDULE RUNS TO AND THE DATE OF
      * THE LAST ONE. EVERY DUE DATE IS COUNTED FROM THE FIRST, SO A
      * MONTHLY SCHEDULE STARTED ON THE 31ST FALLS ON THE LAST DAY OF
      * A SHORTER MONTH AND THEN BACK ON THE 31ST - THE SAME ARITHMETIC
      * MF110B36 USES TO ADVANCE NEXTDUEDATE. THE TOTAL IS THEN HELD
      * TO THE NET VALUE AND THE ADJUSTER'S AUTHORITY.
       825-COUNT-INSTALLMENTS.
           IF WS-SCHED-END NOT = SPACES
              AND WS-SCHED-END NOT = LOW-VALUES
              EXEC SQL
                 VALUES CASE :WS-SCHED-FREQ
                        WHEN 'W' THEN
                             (DAYS(DATE(:WS-SCHED-END))
                            - DAYS(DATE(:WS-SCHED-START))) / 7 + 1
                        WHEN 'B' THEN
                             (DAYS(DATE(:WS-SCHED-END))
                            - DAYS(DATE(:WS-SCHED-START))) / 14 + 1
                        ELSE
                             (YEAR(DATE(:WS-SCHED-END))
                            - YEAR(DATE(:WS-SCHED-START))) * 12
                           + MONTH(DATE(:WS-SCHED-END))
                           - MONTH(DATE(:WS-SCHED-START))
                           + CASE WHEN DAY(DATE(:WS-SCHED-END))
                                    >= DAY(DATE(:WS-SCHED-START))
                                  THEN 1 ELSE 0 END
                        END
                   INTO :WS-SCHED-DATE-COUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE ZERO TO WS-SCHED-DATE-COUNT
              END-IF
              IF WS-SCHED-COUNT = ZERO
                 OR WS-SCHED-DATE-COUNT < WS-SCHED-COUNT
                 MOVE WS-SCHED-DATE-COUNT TO WS-SCHED-COUNT
              END-IF
           END-IF
           IF WS-SCHED-COUNT < 1
              MOVE 'END DATE IS BEFORE FIRST DUE DATE' TO MESSAGEO
           ELSE
              COMPUTE WS-SCHED-TOTAL = paidinpI * WS-SCHED-COUNT
              EXEC SQL
                 VALUES CHAR(CASE :WS-SCHED-FREQ
                             WHEN 'W' THEN DATE(:WS-SCHED-START)
                                + ((:WS-SCHED-COUNT - 1) * 7) DAYS
                             WHEN 'B' THEN DATE(:WS-SCHED-START)
                                + ((:WS-SCHED-COUNT - 1) * 14) DAYS
                             ELSE DATE(:WS-SCHED-START)
                                + (:WS-SCHED-COUNT - 1) MONTHS
                             END, ISO)
                   INTO :WS-SCHED-END
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'INVALID SCHEDULE DATE' TO MESSAGEO
              ELSE
              IF WS-PAYMENT-TYPE = 'I' AND WS-PAY-LINE > 0
                 AND WS-SCHED-TOTAL + LINE-PAID > WS-LINE-NET-VALUE
                 MOVE 'SCHEDULE EXCEEDS LINE NET OF DEDUCTIBLE'
                      TO MESSAGEO
              ELSE
                 IF WS-PAYMENT-TYPE = 'I' AND WS-PAY-LINE = 0
                    PERFORM 805-FETCH-PAY-DEDUCTIBLE
                 END-IF
                 IF WS-PAYMENT-TYPE = 'I' AND WS-PAY-LINE = 0
                    AND WS-SCHED-TOTAL + OLD-PAID > WS-PAY-NET-VALUE
                    MOVE 'SCHEDULE EXCEEDS VALUE NET OF DEDUCTIBLE'
                         TO MESSAGEO
                 ELSE
                 IF WS-SCHED-TOTAL > AUTHORITY-LIMIT OF ADJUSTER
                    AND NOT WS-SUPERVISOR-VALID
                    MOVE 'SCHEDULE TOTAL EXCEEDS YOUR AUTHORITY'
                         TO MESSAGEO
                 ELSE
                    SET WS-SCHED-OK TO TRUE
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
       826-INSERT-SCHEDULE-ROW.
           MOVE CLAIMNUMBER OF CLAIMS
                TO CLAIMNUMBER OF PAYMENT-SCHEDULE
           EXEC SQL
              SELECT COALESCE(MAX(SCHEDULEID), 0) + 1
                INTO :PAYMENT-SCHEDULE.SCHEDULE-ID
                FROM MFTR110.PAYMENT_SCHEDULE
               WHERE CLAIMNUMBER = :PAYMENT-SCHEDULE.CLAIMNUMBER
           END-EXEC
           MOVE WS-PAY-LINE     TO LINE-NBR OF PAYMENT-SCHEDULE
           MOVE WS-PAYMENT-TYPE TO SCHED-PAY-TYPE
           MOVE WS-EXPENSE-TYPE TO SCHED-EXPENSE-TYPE
           MOVE PAYEE-NAME OF CLAIM-PAYMENT
                TO PAYEE-NAME OF PAYMENT-SCHEDULE
           MOVE PAYEE-ADDRESS OF CLAIM-PAYMENT
                TO PAYEE-ADDRESS OF PAYMENT-SCHEDULE
           MOVE PAYEE-TYPE OF CLAIM-PAYMENT
                TO PAYEE-TYPE OF PAYMENT-SCHEDULE
           MOVE paidinpI        TO SCHED-AMOUNT
           MOVE WS-SCHED-FREQ   TO FREQUENCY
           MOVE WS-SCHED-START  TO SCHED-START-DATE
           MOVE WS-SCHED-END    TO SCHED-END-DATE
           MOVE WS-SCHED-COUNT  TO NBR-PAYMENTS
           MOVE WS-USERID       TO SETUP-USERID
           EXEC SQL
              INSERT INTO MFTR110.PAYMENT_SCHEDULE
                     (CLAIMNUMBER,
                      SCHEDULEID,
                      LINENBR,
                      PAYMENTTYPE,
                      EXPENSETYPE,
                      PAYEENAME,
                      PAYEEADDRESS,
                      PAYEETYPE,
                      AMOUNT,
                      FREQUENCY,
                      STARTDATE,
                      ENDDATE,
                      NBRPAYMENTS,
                      PAYMENTSMADE,
                      NEXTDUEDATE,
                      SCHEDSTATUS,
                      SETUPUSERID,
                      SETUPDATE)
              VALUES (:PAYMENT-SCHEDULE.CLAIMNUMBER,
                      :PAYMENT-SCHEDULE.SCHEDULE-ID,
                      :PAYMENT-SCHEDULE.LINE-NBR,
                      :PAYMENT-SCHEDULE.SCHED-PAY-TYPE,
                      :PAYMENT-SCHEDULE.SCHED-EXPENSE-TYPE,
                      :PAYMENT-SCHEDULE.PAYEE-NAME,
                      :PAYMENT-SCHEDULE.PAYEE-ADDRESS,
                      :PAYMENT-SCHEDULE.PAYEE-TYPE,
                      :PAYMENT-SCHEDULE.SCHED-AMOUNT,
                      :PAYMENT-SCHEDULE.FREQUENCY,
                      :PAYMENT-SCHEDULE.SCHED-START-DATE,
                      :PAYMENT-SCHEDULE.SCHED-END-DATE,
                      :PAYMENT-SCHEDULE.NBR-PAYMENTS,
                      0,
                      :PAYMENT-SCHEDULE.SCHED-START-DATE,
                      'ACTIVE',
                      :PAYMENT-SCHEDULE.SETUP-USERID,
                      CURRENT DATE)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SCHEDULE-ID OF PAYMENT-SCHEDULE
                      TO WS-SCHED-ID-DISP
                 MOVE WS-SCHED-COUNT TO WS-SCHED-COUNT-DISP
                 MOVE SPACES TO MESSAGEO
                 STRING 'SCHEDULE ' WS-SCHED-ID-DISP ' SET UP - '
                        WS-SCHED-COUNT-DISP ' PAYMENTS TO '
                        WS-SCHED-END
                        DELIMITED BY SIZE INTO MESSAGEO
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * STOPS AN ACTIVE SCHEDULE AND CANCELS ANY OF ITS INSTALLMENTS
      * STILL WAITING ON MFTR110.PAYMENT_QUEUE, SO NOTHING FURTHER
      * IS AUTHORIZED. AN INSTALLMENT ALREADY AUTHORIZED IS A CHECK
      * ON THE LEDGER AND IS VOIDED WITH OPTION V IF IT MUST BE.
       828-STOP-SCHEDULE.
           IF observationinpI(1:3) IS NOT NUMERIC
              MOVE 'SCHEDULE NUMBER REQUIRED' TO MESSAGEO
           ELSE
              MOVE FUNCTION NUMVAL(observationinpI(1:3))
                   TO WS-SCHED-ID
              MOVE CLAIMNUMBER OF CLAIMS
                   TO CLAIMNUMBER OF PAYMENT-SCHEDULE
              MOVE WS-SCHED-ID TO SCHEDULE-ID OF PAYMENT-SCHEDULE
              MOVE WS-USERID TO STOP-USERID
              EXEC SQL
                 UPDATE MFTR110.PAYMENT_SCHEDULE
                    SET SCHEDSTATUS = 'STOPPED',
                        STOPUSERID = :PAYMENT-SCHEDULE.STOP-USERID,
                        STOPDATE = CURRENT DATE
                  WHERE CLAIMNUMBER = :PAYMENT-SCHEDULE.CLAIMNUMBER
                    AND SCHEDULEID = :PAYMENT-SCHEDULE.SCHEDULE-ID
                    AND SCHEDSTATUS = 'ACTIVE'
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                    EXEC SQL
                       UPDATE MFTR110.PAYMENT_QUEUE
                          SET QUEUESTATUS = 'C',
                              LASTDISPOSITION = 'CANCELLED - STOPPED'
                        WHERE CLAIMNUMBER =
                              :PAYMENT-SCHEDULE.CLAIMNUMBER
                          AND SOURCETYPE = 'S'
                          AND SOURCEID =
                              :PAYMENT-SCHEDULE.SCHEDULE-ID
                          AND QUEUESTATUS = 'Q'
                    END-EXEC
                    IF SQLCODE = 0 OR SQLCODE = 100
                       MOVE 'SCHEDULE STOPPED' TO MESSAGEO
                    ELSE
                       MOVE 'SQL ERROR' TO MESSAGEO
                    END-IF
                WHEN 100
                    MOVE 'NO ACTIVE SCHEDULE WITH THAT NUMBER'
                         TO MESSAGEO
                WHEN OTHER
                    MOVE 'SQL ERROR' TO MESSAGEO
              END-EVALUATE
           END-IF.
      * OPTION V - DESK-INITIATED VOID/STOP-PAY OF A RECORDED CHECK.
      * CLAIM NUMBER IN THE CLAIM FIELD, CHECK NUMBER IN THE FIRST 10
      * OF OBSERVATIONS, REASON (VOID/STOPPAY/STALE, DEFAULT STOPPAY)
      * THE CLAIM BACK TO APPROVED SO MF110B8 REISSUES THE CHECK. THE
      * LEDGER ROW IS KEPT WITH VOIDFLAG SET, PAID IS RECOMPUTED FROM
      * THE UNVOIDED ROWS, AND THE REVERSAL IS AUDITED - THE SAME
      * TREATMENT THE MF110B21 TREASURY VOID FEED APPLIES. THE VOID IS
      * DATED TODAY, AND IS REFUSED IF TODAY FALLS IN A PERIOD THE
      * MONTH-END CLOSE HAS ALREADY CLOSED.
       840-VOID-PAYMENT.
           PERFORM 615-VALIDATE-USER
           IF NOT WS-ADJUSTER-VALID
                    ELSE
                       MOVE 'N' TO WS-VOID-REISSUE-SW
                    END-IF
                    EXEC SQL
                       SET :WS-PERIOD-DATE = CHAR(CURRENT DATE, ISO)
                    END-EXEC
                    PERFORM 617-CHECK-PERIOD-OPEN
                    IF WS-PERIOD-OPEN
                       PERFORM 842-VOID-LEDGER-ROW
                    ELSE
                       MOVE 'VOID DATE IN A CLOSED PERIOD'
                            TO MESSAGEO
                    END-IF
                 END-IF
              END-IF
           END-IF.
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
      * THE LINE'S OWN COVERAGE CHECK - A POLICY/CAUSE WITH NO
      * COVERAGE ROW IS ACCEPTED UNCHECKED, AS IN 607. THE LINE'S
      * VALUE ALSO COUNTS AGAINST THE POLICY/CAUSE AGGREGATE FOR THE
      * TERM ALONG WITH EVERY OTHER CLAIM'S (606), AND AGAINST THE
      * PER-OCCURRENCE LIMIT WHEN THE CLAIM IS IN AN OCCURRENCE (612).
       891-VERIFY-LINE-COVERAGE.
           MOVE 'Y' TO WS-LINE-COVG-OK-SW
           MOVE WS-OLD-POLICYNUMBER
                TO POLICYNUMBER OF POLICY-COVERAGE
           MOVE causeinpI TO LINE-CAUSE
           EXEC SQL
              SELECT COVERAGELIMIT,
                     COALESCE(AGGREGATELIMIT, 0),
                     COALESCE(OCCURRENCELIMIT, 0)
                INTO :POLICY-COVERAGE.COVERAGE-LIMIT,
                     :POLICY-COVERAGE.AGGREGATE-LIMIT,
                     :POLICY-COVERAGE.OCCURRENCE-LIMIT
                FROM MFTR110.POLICY_COVERAGE
               WHERE POLICYNUMBER =
                     :POLICY-COVERAGE.POLICYNUMBER
                    MOVE 'N' TO WS-LINE-COVG-OK-SW
                    MOVE 'LINE EXCEEDS COVERAGE LIMIT FOR CAUSE'
                         TO MESSAGEO
                 ELSE
                    MOVE WS-OLD-POLICYNUMBER TO WS-AGG-POLICY
                    MOVE LINE-CAUSE TO WS-AGG-CAUSE
                    MOVE valueinpI TO WS-AGG-CLAIM-USE
                    PERFORM 895-FIND-AGG-LINE
                    IF WS-LINE-COVG-OK
                       PERFORM 606-CHECK-AGGREGATE-LIMIT
                       IF NOT WS-AGG-OK
                          MOVE 'N' TO WS-LINE-COVG-OK-SW
                       ELSE
                          MOVE WS-OLD-OCCURRENCE TO WS-OCC-NUMBER
                          PERFORM 612-CHECK-OCCURRENCE-LIMIT
                          IF NOT WS-OCC-LIMIT-OK
                             MOVE 'N' TO WS-LINE-COVG-OK-SW
                          END-IF
                       END-IF
                    END-IF
                 END-IF
             WHEN 100
                 CONTINUE
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-LINE-COUNT
           END-IF.
      * THE LINE THE KEYED CAUSE WILL LAND ON - THE CLAIM'S EXISTING
      * LINE FOR THE CAUSE, OR THE NEXT NUMBER FOR A NEW ONE - SO THE
      * LIMIT CHECKS LEAVE OUT ONLY THAT LINE'S OLD FIGURES.
       895-FIND-AGG-LINE.
           MOVE CLAIMNUMBER OF CLAIMS
                TO CLAIMNUMBER OF CLAIM-LINE
           EXEC SQL
              SELECT COALESCE(MIN(CASE WHEN CAUSE =
                                            :CLAIM-LINE.LINE-CAUSE
                                       THEN LINENBR END),
                              COALESCE(MAX(LINENBR), 0) + 1)
                INTO :WS-AGG-LINE
                FROM MFTR110.CLAIM_LINE
               WHERE CLAIMNUMBER = :CLAIM-LINE.CLAIMNUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-LINE-COVG-OK-SW
              MOVE 'SQL ERROR' TO MESSAGEO
           END-IF.
       892-SEED-LINE-1-IF-NONE.
           MOVE CLAIMNUMBER OF CLAIMS
                TO CLAIMNUMBER OF CLAIM-LINE
           MOVE OLD-RESERVE TO NEW-RESERVE
           MOVE OLD-CLAIMANT-NAME TO NEW-CLAIMANT-NAME
           MOVE OLD-CLAIMANT-ADDRESS TO NEW-CLAIMANT-ADDRESS
           PERFORM 640-INSERT-AUDIT-ROW.
      * OPTION E - OCCURRENCE: ONE ACCIDENT OR EVENT ON A POLICY THAT
      * GIVES RISE TO SEVERAL CLAIMS (THE CARS AND PEOPLE IN ONE
      * PILE-UP). THE ACTION IS KEYED IN THE STATUS FIELD AND THE
      * OCCURRENCE NUMBER IN THE RESERVE FIELD.
      *   ADD    - OPENS AN OCCURRENCE: POLICY IN THE POLICY FIELD,
      *            LOSS DATE IN THE CLAIM DATE FIELD, LOCATION IN THE
      *            CLAIMANT ADDRESS FIELD, DESCRIPTION IN OBSERVATIONS.
      *            THE NUMBER ASSIGNED COMES BACK IN THE RESERVE FIELD
      *            AND A CLAIM KEYED IN THE CLAIM FIELD IS LINKED.
      *   LINK   - LINKS THE CLAIM IN THE CLAIM FIELD. THE CLAIM MUST
      *            BE ON THE OCCURRENCE'S POLICY AND LOSS DATE, IN NO
      *            OTHER OCCURRENCE, AND MAY NOT TAKE THE OCCURRENCE
      *            PAST THE PER-OCCURRENCE LIMIT OF ANY CAUSE.
      *   UNLINK - TAKES THE CLAIM IN THE CLAIM FIELD OUT OF ITS
      *            OCCURRENCE.
      *   BLANK  - INQUIRY ON THE OCCURRENCE KEYED, OR THE ONE THE
      *            KEYED CLAIM IS IN: POLICY, LOSS DATE, LOCATION AND
      *            DESCRIPTION IN THEIR FIELDS, THE FIRST FIVE LINKED
      *            CLAIMS IN LIST LINES 1-5 AND THE PAID, RESERVE AND
      *            INCURRED TOTALS OF ALL OF THEM IN LINE 6.
      * ADD, LINK AND UNLINK NEED AN ADJUSTER; ANYONE MAY INQUIRE.
       660-OCCURRENCE-MAINT.
           IF statusinpI = 'ADD' OR statusinpI = 'LINK'
              OR statusinpI = 'UNLINK'
              PERFORM 615-VALIDATE-USER
              IF NOT WS-ADJUSTER-VALID
                 MOVE 'NOT AN AUTHORIZED ADJUSTER - INQUIRY ONLY'
                      TO MESSAGEO
              ELSE
                 EVALUATE statusinpI
                   WHEN 'ADD'
                       PERFORM 662-ADD-OCCURRENCE
                   WHEN 'LINK'
                       IF reserveinpI IS NOT NUMERIC
                          OR reserveinpI = ZERO
                          MOVE 'ENTER THE OCCURRENCE NUMBER'
                               TO MESSAGEO
                       ELSE
                          MOVE reserveinpI TO WS-OCC-NUMBER
                          PERFORM 664-LINK-CLAIM
                       END-IF
                   WHEN OTHER
                       PERFORM 661-UNLINK-CLAIM
                 END-EVALUATE
              END-IF
           ELSE
              PERFORM 668-OCCURRENCE-INQUIRY
           END-IF.
       661-UNLINK-CLAIM.
           MOVE claiminpI(4:7) TO WS-CLAIMNBR
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 600-FETCH-OLD-CLAIM-IMAGE
           IF SQLCODE = 100
              MOVE 'CLAIM NOT FOUND' TO MESSAGEO
           ELSE
           IF WS-OLD-OCCURRENCE = ZERO
              MOVE 'CLAIM IS NOT IN AN OCCURRENCE' TO MESSAGEO
           ELSE
              MOVE ZERO TO WS-OCC-NUMBER
              PERFORM 666-SET-CLAIM-OCCURRENCE
           END-IF
           END-IF.
      * THE LOSS DATE MUST FALL IN THE POLICY TERM, AS A CLAIM'S MUST.
       662-ADD-OCCURRENCE.
           MOVE POLICYNUMINPI TO POLICYNUMBER OF CLAIMS
           PERFORM 605-VALIDATE-POLICY
           IF NOT WS-POLICY-FOUND
              MOVE 'POLICY NOT FOUND' TO MESSAGEO
           ELSE
           IF claimdtinpI = SPACES OR claimdtinpI = LOW-VALUES
              MOVE 'ENTER THE LOSS DATE IN THE CLAIM DATE FIELD'
                   TO MESSAGEO
           ELSE
              MOVE claimdtinpI TO CLAIMDATE
              IF CLAIMDATE OF CLAIMS < EFFECTIVEDATE OF POLICY
                 OR CLAIMDATE OF CLAIMS > EXPIRATIONDATE OF POLICY
                 MOVE 'LOSS DATE OUTSIDE POLICY PERIOD' TO MESSAGEO
              ELSE
                 EXEC SQL
                    VALUES NEXT VALUE FOR MFTR110.OCCURRENCE_SEQ
                      INTO :WS-OCC-NUMBER
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'SQL ERROR ASSIGNING OCCURRENCE NUMBER'
                         TO MESSAGEO
                 ELSE
                    PERFORM 663-INSERT-OCCURRENCE-ROW
                 END-IF
              END-IF
           END-IF
           END-IF.
       663-INSERT-OCCURRENCE-ROW.
           MOVE WS-OCC-NUMBER TO OCCURRENCE-NUMBER OF OCCURRENCE
           MOVE POLICYNUMBER OF CLAIMS TO POLICYNUMBER OF OCCURRENCE
           MOVE claimdtinpI TO OCC-LOSS-DATE
           MOVE CLAIMANTADRINPI TO OCC-LOCATION
           MOVE observationinpI TO OCC-DESCRIPTION
           MOVE WS-USERID TO OCC-CREATED-USERID
           EXEC SQL
              INSERT INTO MFTR110.OCCURRENCE
                     (OCCURRENCENUMBER,
                      POLICYNUMBER,
                      LOSSDATE,
                      LOCATION,
                      DESCRIPTION,
                      CREATEDUSERID,
                      CREATEDTS)
              VALUES (:OCCURRENCE.OCCURRENCE-NUMBER,
                      :OCCURRENCE.POLICYNUMBER,
                      :OCCURRENCE.OCC-LOSS-DATE,
                      NULLIF(:OCCURRENCE.OCC-LOCATION, ' '),
                      NULLIF(:OCCURRENCE.OCC-DESCRIPTION, ' '),
                      :OCCURRENCE.OCC-CREATED-USERID,
                      CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR' TO MESSAGEO
           ELSE
              MOVE WS-OCC-NUMBER TO reserveinpO
              MOVE WS-OCC-NUMBER TO WS-OCC-NBR-DISP
              MOVE SPACES TO MESSAGEO
              STRING 'OCCURRENCE '
                     FUNCTION TRIM(WS-OCC-NBR-DISP)
                     ' ADDED'
                     DELIMITED BY SIZE INTO MESSAGEO
              IF claiminpI(4:7) IS NUMERIC
                 AND claiminpI(4:7) NOT = '0000000'
                 PERFORM 664-LINK-CLAIM
              END-IF
           END-IF.
       664-LINK-CLAIM.
           MOVE claiminpI(4:7) TO WS-CLAIMNBR
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 600-FETCH-OLD-CLAIM-IMAGE
           IF SQLCODE = 100
              MOVE 'CLAIM NOT FOUND' TO MESSAGEO
           ELSE
           IF WS-OLD-OCCURRENCE = WS-OCC-NUMBER
              MOVE 'CLAIM IS ALREADY IN THAT OCCURRENCE' TO MESSAGEO
           ELSE
           IF WS-OLD-OCCURRENCE > ZERO
              MOVE 'CLAIM IS IN ANOTHER OCCURRENCE - UNLINK IT FIRST'
                   TO MESSAGEO
           ELSE
              MOVE WS-OLD-POLICYNUMBER TO POLICYNUMBER OF CLAIMS
              MOVE OLD-CLAIMDATE TO CLAIMDATE OF CLAIMS
              PERFORM 614-VALIDATE-OCCURRENCE
              IF WS-OCC-OK
                 PERFORM 665-CHECK-LINK-LIMITS
                 IF WS-OCC-LIMIT-OK
                    PERFORM 666-SET-CLAIM-OCCURRENCE
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
      * A LINK CAN PUSH SEVERAL CAUSES AT ONCE WHEN THE CLAIM HAS
      * COVERAGE LINES, SO EVERY COVERAGE ROW OF THE POLICY WITH AN
      * OCCURRENCE LIMIT IS TESTED: THE OCCURRENCE'S CLAIMS PLUS THIS
      * ONE, ERODED AS 612 ERODES THEM, MAY NOT EXCEED IT.
       665-CHECK-LINK-LIMITS.
           MOVE 'Y' TO WS-OCC-LIMIT-OK-SW
           MOVE ZERO TO WS-OCC-OVER-COUNT
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OCC-OVER-COUNT
                FROM MFTR110.POLICY_COVERAGE P
               WHERE P.POLICYNUMBER = :CLAIMS.POLICYNUMBER
                 AND P.OCCURRENCELIMIT > 0
                 AND (SELECT COALESCE(SUM(
                             CASE
                             WHEN C.STATUS = 'DENIED'
                                  THEN COALESCE(C.PAID, 0)
                             WHEN COALESCE(C.PAID, 0) >
                                  COALESCE(C.VALUE1, 0)
                                  THEN COALESCE(C.PAID, 0)
                             ELSE COALESCE(C.VALUE1, 0)
                             END), 0)
                        FROM MFTR110.CLAIMS C
                       WHERE (C.OCCURRENCENUMBER = :WS-OCC-NUMBER
                              OR C.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER)
                         AND C.CAUSE = P.LOSSCAUSE
                         AND NOT EXISTS
                             (SELECT 1
                                FROM MFTR110.CLAIM_LINE L
                               WHERE L.CLAIMNUMBER = C.CLAIMNUMBER))
                   + (SELECT COALESCE(SUM(
                             CASE
                             WHEN C.STATUS = 'DENIED'
                                  THEN COALESCE(L.PAID, 0)
                             WHEN COALESCE(L.PAID, 0) >
                                  COALESCE(L.VALUE1, 0)
                                  THEN COALESCE(L.PAID, 0)
                             ELSE COALESCE(L.VALUE1, 0)
                             END), 0)
                        FROM MFTR110.CLAIMS C,
                             MFTR110.CLAIM_LINE L
                       WHERE (C.OCCURRENCENUMBER = :WS-OCC-NUMBER
                              OR C.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER)
                         AND L.CLAIMNUMBER = C.CLAIMNUMBER
                         AND L.CAUSE = P.LOSSCAUSE)
                   > P.OCCURRENCELIMIT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-OCC-LIMIT-OK-SW
              MOVE 'SQL ERROR' TO MESSAGEO
           ELSE
              IF WS-OCC-OVER-COUNT > 0
                 MOVE 'N' TO WS-OCC-LIMIT-OK-SW
                 MOVE 'LINK WOULD EXCEED OCCURRENCE LIMIT FOR A CAUSE'
                      TO MESSAGEO
              END-IF
           END-IF.
      * WS-OCC-NUMBER ZERO TAKES THE CLAIM OUT OF ITS OCCURRENCE.
       666-SET-CLAIM-OCCURRENCE.
           MOVE WS-OCC-NUMBER TO OCCURRENCE-NUMBER OF CLAIMS
           EXEC SQL
              UPDATE MFTR110.CLAIMS
                 SET OCCURRENCENUMBER =
                     NULLIF(:CLAIMS.OCCURRENCE-NUMBER, 0)
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SPACES TO MESSAGEO
                 IF WS-OCC-NUMBER > 0
                    MOVE WS-OCC-NUMBER TO WS-OCC-NBR-DISP
                    STRING 'CLAIM LINKED TO OCCURRENCE '
                           FUNCTION TRIM(WS-OCC-NBR-DISP)
                           DELIMITED BY SIZE INTO MESSAGEO
                 ELSE
                    MOVE WS-OLD-OCCURRENCE TO WS-OCC-NBR-DISP
                    STRING 'CLAIM REMOVED FROM OCCURRENCE '
                           FUNCTION TRIM(WS-OCC-NBR-DISP)
                           DELIMITED BY SIZE INTO MESSAGEO
                 END-IF
                 PERFORM 667-WRITE-AUDIT-OCCURRENCE
             WHEN OTHER
                 MOVE 'SQL ERROR' TO MESSAGEO
           END-EVALUATE.
      * CLAIM_AUDIT CARRIES NO OCCURRENCE COLUMN; AS WITH THE PAYEE,
      * THE ROW SHOWS WHO MOVED THE CLAIM AND WHEN.
       667-WRITE-AUDIT-OCCURRENCE.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-AUDIT
           MOVE 'U' TO AUDIT-ACTION
           MOVE WS-USERID TO AUDIT-USERID
           MOVE OLD-CLAIMDATE TO NEW-CLAIMDATE
           MOVE OLD-PAID TO NEW-PAID
           MOVE OLD-VALUE1 TO NEW-VALUE1
           MOVE OLD-CAUSE TO NEW-CAUSE
           MOVE OLD-STATUS TO NEW-STATUS
           MOVE OLD-RESERVE TO NEW-RESERVE
           MOVE OLD-CLAIMANT-NAME TO NEW-CLAIMANT-NAME
           MOVE OLD-CLAIMANT-ADDRESS TO NEW-CLAIMANT-ADDRESS
           PERFORM 640-INSERT-AUDIT-ROW.
       668-OCCURRENCE-INQUIRY.
           MOVE SPACES TO LISTLN01O LISTLN02O LISTLN03O
                          LISTLN04O LISTLN05O LISTLN06O
           MOVE ZERO TO WS-OCC-NUMBER
           IF reserveinpI IS NUMERIC AND reserveinpI > ZERO
              MOVE reserveinpI TO WS-OCC-NUMBER
           ELSE
              IF claiminpI(4:7) IS NUMERIC
                 MOVE claiminpI(4:7) TO WS-CLAIMNBR
                 MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
                 PERFORM 600-FETCH-OLD-CLAIM-IMAGE
                 IF SQLCODE = 0
                    MOVE WS-OLD-OCCURRENCE TO WS-OCC-NUMBER
                 END-IF
              END-IF
           END-IF
           IF WS-OCC-NUMBER = ZERO
              MOVE 'NO OCCURRENCE - KEY ONE OR A CLAIM LINKED TO ONE'
                   TO MESSAGEO
           ELSE
              MOVE WS-OCC-NUMBER TO OCCURRENCE-NUMBER OF OCCURRENCE
              EXEC SQL
                 SELECT POLICYNUMBER,
                        CHAR(LOSSDATE, ISO),
                        COALESCE(LOCATION, ' '),
                        COALESCE(DESCRIPTION, ' ')
                   INTO :OCCURRENCE.POLICYNUMBER,
                        :OCCURRENCE.OCC-LOSS-DATE,
                        :OCCURRENCE.OCC-LOCATION,
                        :OCCURRENCE.OCC-DESCRIPTION
                   FROM MFTR110.OCCURRENCE
                  WHERE OCCURRENCENUMBER =
                        :OCCURRENCE.OCCURRENCE-NUMBER
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                    MOVE WS-OCC-NUMBER TO reserveinpO
                    MOVE POLICYNUMBER OF OCCURRENCE TO POLICYNUMINPO
                    MOVE OCC-LOSS-DATE TO claimdtinpO
                    MOVE OCC-LOCATION TO CLAIMANTADRINPO
                    MOVE OCC-DESCRIPTION TO observationinpO
                    PERFORM 669-FETCH-OCCURRENCE-CLAIMS
                WHEN 100
                    MOVE 'OCCURRENCE NOT FOUND' TO MESSAGEO
                WHEN OTHER
                    MOVE 'SQL ERROR' TO MESSAGEO
              END-EVALUATE
           END-IF.
       669-FETCH-OCCURRENCE-CLAIMS.
           MOVE ZERO TO WS-OC-COUNT
           EXEC SQL
              DECLARE OCC-CLAIM-CSR CURSOR FOR
                 SELECT CLAIMNUMBER,
                        STATUS,
                        COALESCE(PAID, 0),
                        COALESCE(RESERVE, 0),
                        COALESCE(VALUE1, 0)
                   FROM MFTR110.CLAIMS
                  WHERE OCCURRENCENUMBER = :WS-OCC-NUMBER
                  ORDER BY CLAIMNUMBER ASC
                  FETCH FIRST 5 ROWS ONLY
           END-EXEC
           EXEC SQL
              OPEN OCC-CLAIM-CSR
           END-EXEC
           PERFORM VARYING WS-OC-TX FROM 1 BY 1 UNTIL WS-OC-TX > 5
              EXEC SQL
                 FETCH OCC-CLAIM-CSR
                 INTO  :CLAIMS.CLAIMNUMBER,
                       :CLAIMS.CLAIM-STATUS,
                       :CLAIMS.PAID,
                       :CLAIMS.CLAIM-RESERVE,
                       :CLAIMS.VALUE1
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-OC-TX TO 5
              ELSE
                 ADD 1 TO WS-OC-COUNT
                 MOVE CLAIMNUMBER OF CLAIMS
                      TO WS-OC-E-CLAIMNBR(WS-OC-TX)
                 MOVE FUNCTION DISPLAY-OF(CLAIM-STATUS)
                      TO WS-OC-E-STATUS(WS-OC-TX)
                 MOVE PAID OF CLAIMS TO WS-OC-E-PAID(WS-OC-TX)
                 MOVE CLAIM-RESERVE OF CLAIMS
                      TO WS-OC-E-RESERVE(WS-OC-TX)
                 MOVE VALUE1 OF CLAIMS TO WS-OC-E-VALUE(WS-OC-TX)
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE OCC-CLAIM-CSR
           END-EXEC
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(PAID), 0),
                     COALESCE(SUM(RESERVE), 0),
                     COALESCE(SUM(VALUE1), 0)
                INTO :WS-OC-CLAIM-COUNT,
                     :WS-OC-TOT-PAID,
                     :WS-OC-TOT-RESERVE,
                     :WS-OC-TOT-VALUE
                FROM MFTR110.CLAIMS
               WHERE OCCURRENCENUMBER = :WS-OCC-NUMBER
           END-EXEC
           MOVE ZERO TO WS-OC-OUT-ROW
           PERFORM VARYING WS-OC-TX FROM 1 BY 1
                     UNTIL WS-OC-TX > WS-OC-COUNT
              ADD 1 TO WS-OC-OUT-ROW
              PERFORM 670-BUILD-OCC-LIST-ENTRY
           END-PERFORM
           MOVE WS-OC-CLAIM-COUNT TO WS-OC-TL-COUNT
           MOVE WS-OC-TOT-PAID TO WS-OC-TL-PAID
           MOVE WS-OC-TOT-RESERVE TO WS-OC-TL-RESERVE
           MOVE WS-OC-TOT-VALUE TO WS-OC-TL-VALUE
           MOVE WS-OC-TOTAL-LINE TO LISTLN06O
           MOVE WS-OCC-NUMBER TO WS-OCC-NBR-DISP
           MOVE SPACES TO MESSAGEO
           IF WS-OC-CLAIM-COUNT > WS-OC-COUNT
              MOVE WS-OC-CLAIM-COUNT TO WS-OC-COUNT-DISP
              STRING 'OCCURRENCE '
                     FUNCTION TRIM(WS-OCC-NBR-DISP)
                     ' - FIRST 5 OF '
                     FUNCTION TRIM(WS-OC-COUNT-DISP)
                     ' SHOWN, TOTALS FOR ALL'
                     DELIMITED BY SIZE INTO MESSAGEO
           ELSE
              STRING 'OCCURRENCE '
                     FUNCTION TRIM(WS-OCC-NBR-DISP)
                     ' - CLAIM STATUS PAID RESERVE INCURRED'
                     DELIMITED BY SIZE INTO MESSAGEO
           END-IF.
       670-BUILD-OCC-LIST-ENTRY.
           MOVE SPACES TO WS-OC-LIST-LINE
           MOVE WS-OC-E-CLAIMNBR(WS-OC-TX) TO WS-OC-LL-CLAIMNBR
           MOVE WS-OC-E-STATUS(WS-OC-TX)   TO WS-OC-LL-STATUS
           MOVE WS-OC-E-PAID(WS-OC-TX)     TO WS-OC-LL-PAID
           MOVE WS-OC-E-RESERVE(WS-OC-TX)  TO WS-OC-LL-RESERVE
           MOVE WS-OC-E-VALUE(WS-OC-TX)    TO WS-OC-LL-VALUE
           EVALUATE WS-OC-OUT-ROW
              WHEN 1 MOVE WS-OC-LIST-LINE TO LISTLN01O
              WHEN 2 MOVE WS-OC-LIST-LINE TO LISTLN02O
              WHEN 3 MOVE WS-OC-LIST-LINE TO LISTLN03O
              WHEN 4 MOVE WS-OC-LIST-LINE TO LISTLN04O
              WHEN 5 MOVE WS-OC-LIST-LINE TO LISTLN05O
           END-EVALUATE.
