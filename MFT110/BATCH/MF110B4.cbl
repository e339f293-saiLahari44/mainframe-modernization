      * CLAIM SETTLES, A CLAIM STILL SITTING IN PAID STATUS DOESN'T
      * GET A NEW LETTER EVERY NIGHT, AND A FAILED OR MISSED NIGHT'S
      * LETTERS GO OUT ON THE NEXT RUN.
      * WHEN MF110B8 PAID STATUTORY INTEREST ON THE CLAIM BECAUSE IT
      * WAS SETTLED PAST ITS STATE'S DEADLINE, THE LETTER SHOWS THE
      * INTEREST PAID AND WHY - DAYS FROM REPORT TO PAYMENT, THE
      * STATE'S DEADLINE AND CITATION, AND THE RATE AND DAYS - FROM
      * THE CLAIM'S MOST RECENT MFTR110.CLAIM_INTEREST ROW.
      * EVERY LETTER PRINTED IS LOGGED AGAINST THE CLAIM ON
      * MFTR110.CLAIM_CORRESPONDENCE (TYPE 'P') WITH THE ADDRESSEE AND
      * ADDRESS IT WENT TO, AND ITS LINES ARE KEPT ON
      * MFTR110.CORRESPONDENCE_TEXT SO MF110B43 CAN REPRINT IT AS
      * ISSUED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-RUN-CONTROL-FOUND-SW  PIC X(01) VALUE 'N'.
          88 WS-RUN-CONTROL-FOUND  VALUE 'Y'.
       01 WS-LETTER-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-CORR-LINE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01 WS-CORR-LINE-MAX         PIC S9(4) COMP VALUE 40.
       01 WS-CORR-TEXT-AREA.
          05 WS-CORR-TEXT OCCURS 40 TIMES INDEXED BY WS-CORR-TX
                                   PIC X(80).
       01 WS-CORR-ERROR-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 WS-D-CLAIMDATE           PIC X(10).
       01 WS-D-CAUSE               PIC X(30).
       01 WS-D-CLAIMANT-NAME       PIC X(40).
       01 WS-LTR-BODY5.
          05 FILLER                PIC X(20) VALUE 'LESS DEDUCTIBLE:'.
          05 WS-LTR-B5-DEDUCT      PIC $Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-INT-PAID              PIC S9(9)V99 COMP-3.
       01 WS-LTR-BODY6.
          05 FILLER                PIC X(20) VALUE
             'STATUTORY INTEREST:'.
          05 WS-LTR-B6-INTEREST    PIC $Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LTR-INT-LINE1.
          05 FILLER                PIC X(22) VALUE
             'THIS PAYMENT WAS MADE '.
          05 WS-LTR-I1-DAYS        PIC ZZZ9.
          05 FILLER                PIC X(36) VALUE
             ' DAYS AFTER YOUR CLAIM WAS REPORTED.'.
       01 WS-LTR-INT-LINE2.
          05 FILLER                PIC X(06) VALUE 'STATE '.
          05 WS-LTR-I2-STATE       PIC X(02).
          05 FILLER                PIC X(29) VALUE
             ' LAW REQUIRES PAYMENT WITHIN '.
          05 WS-LTR-I2-DAYS        PIC ZZZ9.
          05 FILLER                PIC X(06) VALUE ' DAYS.'.
       01 WS-LTR-INT-LINE3.
          05 FILLER                PIC X(11) VALUE 'AUTHORITY: '.
          05 WS-LTR-I3-CITE        PIC X(30).
       01 WS-LTR-INT-LINE4.
          05 FILLER                PIC X(12) VALUE 'INTEREST AT '.
          05 WS-LTR-I4-RATE        PIC Z9.999.
          05 FILLER                PIC X(15) VALUE '% PER YEAR FOR '.
          05 WS-LTR-I4-DAYS        PIC ZZZ9.
          05 FILLER                PIC X(40) VALUE
             ' DAYS IS PAID TO YOU AS A SEPARATE ITEM.'.
       01 WS-LTR-CLOSING1          PIC X(80) VALUE
          'THANK YOU FOR YOUR PATIENCE DURING THE CLAIMS PROCESS.'.
       01 WS-LTR-CLOSING2          PIC X(80) VALUE
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_INTEREST
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
              DECLARE LETTER-CSR CURSOR FOR
                 SELECT DISTINCT
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-LETTERS UNTIL WS-EOF
           PERFORM 2700-UPDATE-RUN-CONTROL
           PERFORM 3000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B4' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B4 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT PAYMENT-LETTERS
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
              MOVE WS-DEFAULT-TS  TO WS-LAST-RUN-TS
           END-IF.
       2000-PRINT-LETTERS.
           MOVE ZERO TO WS-CORR-LINE-COUNT
           MOVE FUNCTION DISPLAY-OF(CLAIMDATE) TO WS-D-CLAIMDATE
           MOVE FUNCTION DISPLAY-OF(CAUSE)     TO WS-D-CAUSE
           MOVE FUNCTION DISPLAY-OF(CLAIMANT-NAME)
           MOVE WS-D-CLAIMDATE        TO WS-LTR-B2-DATE
           MOVE WS-D-CAUSE            TO WS-LTR-B3-CAUSE
           MOVE PAID OF CLAIMS        TO WS-LTR-B4-PAID
           MOVE WS-LTR-DATE-LINE TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-NAME-LINE TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-ADDR-LINE TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-SALUTATION TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY1 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY2 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY3 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY4 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           IF DEDUCTIBLE-APPLIED OF CLAIMS > 0
              MOVE DEDUCTIBLE-APPLIED OF CLAIMS TO WS-LTR-B5-DEDUCT
              MOVE WS-LTR-BODY5 TO LTR-LINE
              PERFORM 2400-WRITE-LETTER-LINE
           END-IF
           PERFORM 2200-PRINT-INTEREST
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSING1 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSING2 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           IF WS-D-PAYEE-NAME NOT = WS-D-CLAIMANT-NAME
              MOVE WS-D-CLAIMANT-NAME TO WS-LTR-CC-NAME
              MOVE WS-LTR-BLANK TO LTR-LINE
              PERFORM 2400-WRITE-LETTER-LINE
              MOVE WS-LTR-CC-LINE TO LTR-LINE
              PERFORM 2400-WRITE-LETTER-LINE
           END-IF
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           PERFORM 2500-LOG-CORRESPONDENCE
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 2100-FETCH-NEXT-CLAIM.
      * STATUTORY INTEREST IS ITS OWN LEDGER ROW (PAYMENTTYPE 'N'),
      * NEVER PART OF PAID. THE REASON COMES FROM THE LATEST INTEREST
      * ROW; THE AMOUNT IS EVERY UNVOIDED INTEREST CHECK ON THE CLAIM,
      * SO A CLAIM WHOSE LINES SETTLED OVER SEVERAL NIGHTS SHOWS IT ALL.
       2200-PRINT-INTEREST.
           MOVE ZERO TO WS-INT-PAID
           EXEC SQL
              SELECT COALESCE(SUM(CHECKAMOUNT), 0)
                INTO :WS-INT-PAID
                FROM MFTR110.CLAIM_PAYMENT
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                 AND PAYMENTTYPE = 'N'
                 AND COALESCE(VOIDFLAG, 'N') <> 'Y'
           END-EXEC
           IF SQLCODE = 0 AND WS-INT-PAID > 0
              EXEC SQL
                 SELECT POLICYSTATE,
                        DAYSELAPSED,
                        PAYDAYS,
                        INTERESTDAYS,
                        ANNUALRATE,
                        COALESCE(STATUTECITE, ' ')
                   INTO :CLAIM-INTEREST.INT-STATE,
                        :CLAIM-INTEREST.INT-DAYS-ELAPSED,
                        :CLAIM-INTEREST.INT-PAY-DAYS,
                        :CLAIM-INTEREST.INT-DAYS,
                        :CLAIM-INTEREST.INT-RATE,
                        :CLAIM-INTEREST.INT-STATUTE
                   FROM MFTR110.CLAIM_INTEREST
                  WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                  ORDER BY POSTEDTS DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              MOVE WS-INT-PAID TO WS-LTR-B6-INTEREST
              MOVE WS-LTR-BODY6 TO LTR-LINE
              PERFORM 2400-WRITE-LETTER-LINE
              IF SQLCODE = 0
                 MOVE INT-DAYS-ELAPSED TO WS-LTR-I1-DAYS
                 MOVE INT-STATE        TO WS-LTR-I2-STATE
                 MOVE INT-PAY-DAYS     TO WS-LTR-I2-DAYS
                 MOVE INT-STATUTE      TO WS-LTR-I3-CITE
                 MOVE INT-RATE         TO WS-LTR-I4-RATE
                 MOVE INT-DAYS         TO WS-LTR-I4-DAYS
                 MOVE WS-LTR-BLANK TO LTR-LINE
                 PERFORM 2400-WRITE-LETTER-LINE
                 MOVE WS-LTR-INT-LINE1 TO LTR-LINE
                 PERFORM 2400-WRITE-LETTER-LINE
                 MOVE WS-LTR-INT-LINE2 TO LTR-LINE
                 PERFORM 2400-WRITE-LETTER-LINE
                 IF INT-STATUTE NOT = SPACES
                    MOVE WS-LTR-INT-LINE3 TO LTR-LINE
                    PERFORM 2400-WRITE-LETTER-LINE
                 END-IF
                 MOVE WS-LTR-INT-LINE4 TO LTR-LINE
                 PERFORM 2400-WRITE-LETTER-LINE
              END-IF
           END-IF.
       2100-FETCH-NEXT-CLAIM.
           EXEC SQL
              FETCH LETTER-CSR
           IF SQLCODE = 100
              SET WS-EOF TO TRUE
           END-IF.
       2400-WRITE-LETTER-LINE.
           WRITE LTR-LINE
           IF WS-CORR-LINE-COUNT < WS-CORR-LINE-MAX
              ADD 1 TO WS-CORR-LINE-COUNT
              MOVE LTR-LINE TO WS-CORR-TEXT(WS-CORR-LINE-COUNT)
           END-IF.
      * ONE MFTR110.CLAIM_CORRESPONDENCE ROW PER LETTER AND ONE
      * MFTR110.CORRESPONDENCE_TEXT ROW PER LINE PRINTED. THE LETTER
      * HAS ALREADY GONE TO THE PRINT FILE, SO A FAILED LOG INSERT
      * DOES NOT STOP THE RUN - IT IS COUNTED AND ENDS THE JOB RC 4.
       2500-LOG-CORRESPONDENCE.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CORRID_SEQ
                INTO :CLAIM-CORRESPONDENCE.CORR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MF110B4 SQL ERROR ON CORRID_SEQ, SQLCODE = '
                      SQLCODE
              ADD 1 TO WS-CORR-ERROR-COUNT
           ELSE
              MOVE CLAIMNUMBER OF CLAIMS
                   TO CLAIMNUMBER OF CLAIM-CORRESPONDENCE
              MOVE 'P'                TO CORR-LETTER-TYPE
              MOVE WS-LTR-NAME        TO CORR-ADDRESSEE
              MOVE WS-LTR-ADDR        TO CORR-ADDRESS
              MOVE 'MF110B4'          TO CORR-JOB-NAME
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
                 DISPLAY 'MF110B4 SQL ERROR ON CORRESPONDENCE INSERT, '
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
                       DISPLAY 'MF110B4 SQL ERROR ON CORRESPONDENCE '
                               'TEXT INSERT, SQLCODE = ' SQLCODE
                       ADD 1 TO WS-CORR-ERROR-COUNT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       2700-UPDATE-RUN-CONTROL.
           MOVE WS-THIS-RUN-TS TO LAST-RUN-TS
           IF WS-RUN-CONTROL-FOUND
           EXEC SQL
              CLOSE LETTER-CSR
           END-EXEC
           CLOSE PAYMENT-LETTERS
           IF WS-CORR-ERROR-COUNT > 0
              DISPLAY 'MF110B4 CORRESPONDENCE LOG ERRORS = '
                      WS-CORR-ERROR-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-LETTER-COUNT TO LOG-RECS-READ
           MOVE WS-LETTER-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE SPACES TO LOG-CONTROL-DESC
           MOVE ZERO TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B4 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
