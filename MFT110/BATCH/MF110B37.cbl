       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B37.
      * MONTHLY STATUTORY INTEREST REPORT - LISTS EVERY INTEREST CHECK
      * MF110B8 PAID ON A LATE CLAIM SETTLEMENT IN THE LAST MONTH (PER
      * MFTR110.CLAIM_INTEREST, LESS ANY SINCE VOIDED ON THE LEDGER),
      * GROUPED BY ADJUSTER WITHIN POLICY STATE WITH THE PRINCIPAL,
      * DAYS FROM REPORT TO PAYMENT, RATE, DAYS OF INTEREST AND THE
      * INTEREST ITSELF, AND TOTALS PER ADJUSTER, PER STATE AND
      * OVERALL - SO COMPLIANCE AND FINANCE SEE WHAT LATE PAYMENT IS
      * COSTING AND WHERE, ALONGSIDE THE MF110B24 BREACH REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-REPORT ASSIGN TO INTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-PREV-STATE               PIC X(02) VALUE LOW-VALUES.
       01 WS-PREV-ADJUSTER            PIC X(08) VALUE LOW-VALUES.
       01 WS-ADJ-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-ADJ-INTEREST             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ST-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01 WS-ST-INTEREST              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-TOT-INTEREST             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B37 - STATUTORY'.
          05 FILLER              PIC X(30) VALUE ' INTEREST PAID'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-STATE-HEADER.
          05 FILLER               PIC X(07) VALUE 'STATE: '.
          05 WS-SH-STATE          PIC X(02).
       01 WS-ADJ-HEADER.
          05 FILLER               PIC X(10) VALUE 'ADJUSTER: '.
          05 WS-AH-ADJUSTER       PIC X(08).
       01 WS-HEADING2.
          05 FILLER               PIC X(12) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(12) VALUE 'PAID'.
          05 FILLER               PIC X(08) VALUE 'ELAPSED'.
          05 FILLER               PIC X(16) VALUE '     PRINCIPAL'.
          05 FILLER               PIC X(08) VALUE '  RATE'.
          05 FILLER               PIC X(08) VALUE '  DAYS'.
          05 FILLER               PIC X(13) VALUE '     INTEREST'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-D-DATE                PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-ELAPSED             PIC ZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-RATE                PIC Z9.999.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DAYS                PIC ZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-INTEREST            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-ADJ-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'ADJUSTER CHECKS    ='.
          05 WS-AT-COUNT             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' INTEREST ='.
          05 WS-AT-INTEREST          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-STATE-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'STATE CHECKS       ='.
          05 WS-ST-T-COUNT           PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' INTEREST ='.
          05 WS-ST-T-INTEREST        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'TOTAL CHECKS       ='.
          05 WS-TL-COUNT             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' INTEREST ='.
          05 WS-TL-INTEREST          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_INTEREST
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE INTEREST-CSR CURSOR FOR
                 SELECT I.POLICYSTATE,
                        COALESCE(I.ADJUSTERID, ' '),
                        I.CLAIMNUMBER,
                        CHAR(I.INTERESTDATE, ISO),
                        I.DAYSELAPSED,
                        I.PRINCIPAL,
                        I.ANNUALRATE,
                        I.INTERESTDAYS,
                        I.INTERESTAMOUNT
                   FROM MFTR110.CLAIM_INTEREST I
                        INNER JOIN MFTR110.CLAIM_PAYMENT P
                               ON P.CLAIMNUMBER = I.CLAIMNUMBER
                              AND P.CHECKNUMBER = I.CHECKNUMBER
                  WHERE I.INTERESTDATE >= CURRENT DATE - 1 MONTH
                    AND COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                  ORDER BY I.POLICYSTATE, 2, I.INTERESTDATE,
                           I.CLAIMNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INTEREST UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B37' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B37 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT INTEREST-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           EXEC SQL
              OPEN INTEREST-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-INTEREST.
       2000-PROCESS-INTEREST.
           IF INT-STATE NOT = WS-PREV-STATE
              PERFORM 2400-BREAK-ADJUSTER
              PERFORM 2450-BREAK-STATE
              PERFORM 2500-WRITE-STATE-HEADER
           ELSE
              IF INT-ADJUSTER-ID NOT = WS-PREV-ADJUSTER
                 PERFORM 2400-BREAK-ADJUSTER
                 PERFORM 2550-WRITE-ADJUSTER-HEADER
              END-IF
           END-IF
           MOVE CLAIMNUMBER OF CLAIM-INTEREST TO WS-D-CLAIMNBR
           MOVE INT-DATE         TO WS-D-DATE
           MOVE INT-DAYS-ELAPSED TO WS-D-ELAPSED
           MOVE INT-PRINCIPAL    TO WS-D-PRINCIPAL
           MOVE INT-RATE         TO WS-D-RATE
           MOVE INT-DAYS         TO WS-D-DAYS
           MOVE INT-AMOUNT       TO WS-D-INTEREST
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ADJ-COUNT
           ADD 1 TO WS-ST-COUNT
           ADD 1 TO WS-TOT-COUNT
           ADD INT-AMOUNT TO WS-ADJ-INTEREST
           ADD INT-AMOUNT TO WS-ST-INTEREST
           ADD INT-AMOUNT TO WS-TOT-INTEREST
           PERFORM 2100-FETCH-NEXT-INTEREST.
       2100-FETCH-NEXT-INTEREST.
           EXEC SQL
              FETCH INTEREST-CSR
              INTO :CLAIM-INTEREST.INT-STATE,
                   :CLAIM-INTEREST.INT-ADJUSTER-ID,
                   :CLAIM-INTEREST.CLAIMNUMBER,
                   :CLAIM-INTEREST.INT-DATE,
                   :CLAIM-INTEREST.INT-DAYS-ELAPSED,
                   :CLAIM-INTEREST.INT-PRINCIPAL,
                   :CLAIM-INTEREST.INT-RATE,
                   :CLAIM-INTEREST.INT-DAYS,
                   :CLAIM-INTEREST.INT-AMOUNT
           END-EXEC
           IF SQLCODE = 100
              SET WS-EOF TO TRUE
           END-IF.
       2400-BREAK-ADJUSTER.
           IF WS-PREV-ADJUSTER NOT = LOW-VALUES
              MOVE WS-ADJ-COUNT    TO WS-AT-COUNT
              MOVE WS-ADJ-INTEREST TO WS-AT-INTEREST
              WRITE RPT-LINE FROM WS-ADJ-TOTAL-LINE
              MOVE ZERO TO WS-ADJ-COUNT
              MOVE ZERO TO WS-ADJ-INTEREST
           END-IF
           MOVE INT-ADJUSTER-ID TO WS-PREV-ADJUSTER.
       2450-BREAK-STATE.
           IF WS-PREV-STATE NOT = LOW-VALUES
              MOVE WS-ST-COUNT    TO WS-ST-T-COUNT
              MOVE WS-ST-INTEREST TO WS-ST-T-INTEREST
              WRITE RPT-LINE FROM WS-STATE-TOTAL-LINE
              MOVE ZERO TO WS-ST-COUNT
              MOVE ZERO TO WS-ST-INTEREST
           END-IF
           MOVE INT-STATE TO WS-PREV-STATE.
       2500-WRITE-STATE-HEADER.
           MOVE INT-STATE TO WS-SH-STATE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-STATE-HEADER
           PERFORM 2550-WRITE-ADJUSTER-HEADER.
       2550-WRITE-ADJUSTER-HEADER.
           MOVE INT-ADJUSTER-ID TO WS-AH-ADJUSTER
           MOVE INT-ADJUSTER-ID TO WS-PREV-ADJUSTER
           WRITE RPT-LINE FROM WS-ADJ-HEADER
           WRITE RPT-LINE FROM WS-HEADING2.
       3000-WRITE-TOTALS.
           PERFORM 2400-BREAK-ADJUSTER
           PERFORM 2450-BREAK-STATE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-TOT-COUNT    TO WS-TL-COUNT
           MOVE WS-TOT-INTEREST TO WS-TL-INTEREST
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           EXEC SQL
              CLOSE INTEREST-CSR
           END-EXEC
           CLOSE INTEREST-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-TOT-COUNT TO LOG-RECS-READ
           MOVE WS-TOT-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'INTEREST PAID' TO LOG-CONTROL-DESC
           MOVE WS-TOT-INTEREST TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B37 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
