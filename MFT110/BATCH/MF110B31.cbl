       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B31.
      * MONTHLY POLICY AGGREGATE EXHAUSTION REPORT - FOR EVERY
      * MFTR110.POLICY_COVERAGE ROW CARRYING AN AGGREGATE LIMIT ON A
      * POLICY WHOSE TERM HAS NOT EXPIRED, TOTALS WHAT THE CLAIMS OF
      * THE CAUSE DATED INSIDE THE TERM HAVE USED OF IT - THE SAME
      * EROSION MF110CB3, MF110B14 AND MF110B8 ENFORCE: THE GREATER OF
      * INCURRED AND PAID PER CLAIM, PER COVERAGE LINE WHERE A CLAIM
      * HAS LINES, PAID ONLY FOR A DENIED CLAIM - AND LISTS EACH
      * POLICY/CAUSE AT OR ABOVE THE NEAR-EXHAUSTION PERCENTAGE, SO
      * UNDERWRITING AND THE DESK KNOW BEFORE THE NEXT CLAIM ARRIVES.
      * THE PERCENTAGE COMES FROM THE AGGCTL CONTROL FILE, DEFAULTING
      * TO 80.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGGREGATE-CONTROL ASSIGN TO AGGCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGG-STATUS.
           SELECT AGGREGATE-REPORT ASSIGN TO AGGRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGGREGATE-CONTROL
           RECORDING MODE IS F.
       01  AGGREGATE-CONTROL-RECORD.
           05 AC-NEAR-PCT             PIC 9(3).
       FD  AGGREGATE-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AGG-STATUS               PIC X(02) VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-NEAR-PCT                 PIC S9(4) COMP VALUE 80.
       01 WS-AGG-USED                 PIC S9(9)V99 COMP-3.
       01 WS-AGG-PAID                 PIC S9(9)V99 COMP-3.
       01 WS-AGG-LEFT                 PIC S9(9)V99 COMP-3.
       01 WS-PCT-USED                 PIC S9(9) COMP.
       01 WS-D-CAUSE-TEXT             PIC X(30).
       01 WS-LISTED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-EXHAUSTED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B31 - POLICY'.
          05 FILLER              PIC X(30) VALUE ' AGGREGATE LIMITS'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-PCT-HEADER.
          05 FILLER               PIC X(32)
             VALUE 'POLICY/CAUSES USED AT OR OVER '.
          05 WS-PH-PCT            PIC ZZ9.
          05 FILLER               PIC X(14) VALUE ' PCT OF LIMIT'.
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'POLICY NBR'.
          05 FILLER               PIC X(09) VALUE 'CAUSE'.
          05 FILLER               PIC X(11) VALUE '  AGGREGATE'.
          05 FILLER               PIC X(11) VALUE '       USED'.
          05 FILLER               PIC X(11) VALUE '       PAID'.
          05 FILLER               PIC X(11) VALUE '  REMAINING'.
          05 FILLER               PIC X(05) VALUE '  PCT'.
          05 FILLER               PIC X(11) VALUE '  STATUS'.
       01 WS-DETAIL-LINE.
          05 WS-D-POLICYNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-CAUSE               PIC X(09).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-AGGREGATE           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-USED                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-PAID                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-LEFT                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-PCT                 PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-FLAG                PIC X(09).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'COVERAGES LISTED  ='.
          05 WS-T-LISTED             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(14) VALUE ' EXHAUSTED ='.
          05 WS-T-EXHAUSTED          PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
          05 FILLER              PIC X(34)
             VALUE 'SQL ERROR ON FETCH - RUN STOPPED, '.
          05 FILLER              PIC X(08) VALUE 'SQLCODE='.
          05 WS-E-SQLCODE            PIC -ZZZZZZZZ9.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE POLICY_COVERAGE
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE AGGREGATE-CSR CURSOR FOR
                 SELECT V.POLICYNUMBER,
                        V.LOSSCAUSE,
                        V.AGGREGATELIMIT,
                        COALESCE(SUM(E.ERODED), 0),
                        COALESCE(SUM(E.PAIDAMT), 0)
                   FROM MFTR110.POLICY_COVERAGE V
                        INNER JOIN MFTR110.POLICY P
                               ON P.POLICYNUMBER = V.POLICYNUMBER
                        LEFT OUTER JOIN
                        (SELECT C.POLICYNUMBER,
                                C.CAUSE,
                                C.CLAIMDATE,
                                CASE
                                WHEN C.STATUS = 'DENIED'
                                     THEN COALESCE(C.PAID, 0)
                                WHEN COALESCE(C.PAID, 0) >
                                     COALESCE(C.VALUE1, 0)
                                     THEN COALESCE(C.PAID, 0)
                                ELSE COALESCE(C.VALUE1, 0)
                                END AS ERODED,
                                COALESCE(C.PAID, 0) AS PAIDAMT
                           FROM MFTR110.CLAIMS C
                          WHERE NOT EXISTS
                                (SELECT 1
                                   FROM MFTR110.CLAIM_LINE L
                                  WHERE L.CLAIMNUMBER = C.CLAIMNUMBER)
                         UNION ALL
                         SELECT C.POLICYNUMBER,
                                L.CAUSE,
                                C.CLAIMDATE,
                                CASE
                                WHEN C.STATUS = 'DENIED'
                                     THEN COALESCE(L.PAID, 0)
                                WHEN COALESCE(L.PAID, 0) >
                                     COALESCE(L.VALUE1, 0)
                                     THEN COALESCE(L.PAID, 0)
                                ELSE COALESCE(L.VALUE1, 0)
                                END AS ERODED,
                                COALESCE(L.PAID, 0) AS PAIDAMT
                           FROM MFTR110.CLAIMS C,
                                MFTR110.CLAIM_LINE L
                          WHERE L.CLAIMNUMBER = C.CLAIMNUMBER) E
                               ON E.POLICYNUMBER = V.POLICYNUMBER
                              AND E.CAUSE = V.LOSSCAUSE
                              AND E.CLAIMDATE BETWEEN
                                  COALESCE(P.EFFECTIVEDATE,
                                           '0001-01-01')
                              AND COALESCE(P.EXPIRATIONDATE,
                                           '9999-12-31')
                  WHERE V.AGGREGATELIMIT > 0
                    AND COALESCE(P.EXPIRATIONDATE, '9999-12-31')
                        >= CURRENT DATE
                  GROUP BY V.POLICYNUMBER,
                           V.LOSSCAUSE,
                           V.AGGREGATELIMIT
                 HAVING COALESCE(SUM(E.ERODED), 0) * 100
                        >= V.AGGREGATELIMIT * :WS-NEAR-PCT
                  ORDER BY V.POLICYNUMBER, V.LOSSCAUSE
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-COVERAGE UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B31' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B31 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT AGGREGATE-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           PERFORM 1100-READ-THRESHOLD
           MOVE WS-NEAR-PCT TO WS-PH-PCT
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-PCT-HEADER
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           EXEC SQL
              OPEN AGGREGATE-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-COVERAGE.
       1100-READ-THRESHOLD.
           OPEN INPUT AGGREGATE-CONTROL
           IF WS-AGG-STATUS = '00'
              READ AGGREGATE-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    IF AC-NEAR-PCT IS NUMERIC
                       AND AC-NEAR-PCT > 0
                       MOVE AC-NEAR-PCT TO WS-NEAR-PCT
                    END-IF
              END-READ
              CLOSE AGGREGATE-CONTROL
           END-IF.
       2000-PROCESS-COVERAGE.
           COMPUTE WS-AGG-LEFT = AGGREGATE-LIMIT - WS-AGG-USED
           IF WS-AGG-LEFT > 0
              MOVE 'NEAR' TO WS-D-FLAG
           ELSE
              MOVE ZERO TO WS-AGG-LEFT
              MOVE 'EXHAUSTED' TO WS-D-FLAG
              ADD 1 TO WS-EXHAUSTED-COUNT
           END-IF
           COMPUTE WS-PCT-USED = WS-AGG-USED * 100 / AGGREGATE-LIMIT
           IF WS-PCT-USED > 999
              MOVE 999 TO WS-PCT-USED
           END-IF
           MOVE FUNCTION DISPLAY-OF(LOSS-CAUSE) TO WS-D-CAUSE-TEXT
           MOVE POLICYNUMBER OF POLICY-COVERAGE TO WS-D-POLICYNBR
           MOVE WS-D-CAUSE-TEXT(1:9) TO WS-D-CAUSE
           MOVE AGGREGATE-LIMIT      TO WS-D-AGGREGATE
           MOVE WS-AGG-USED          TO WS-D-USED
           MOVE WS-AGG-PAID          TO WS-D-PAID
           MOVE WS-AGG-LEFT          TO WS-D-LEFT
           MOVE WS-PCT-USED          TO WS-D-PCT
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           PERFORM 2100-FETCH-NEXT-COVERAGE.
       2100-FETCH-NEXT-COVERAGE.
           EXEC SQL
              FETCH AGGREGATE-CSR
              INTO :POLICY-COVERAGE.POLICYNUMBER,
                   :POLICY-COVERAGE.LOSS-CAUSE,
                   :POLICY-COVERAGE.AGGREGATE-LIMIT,
                   :WS-AGG-USED,
                   :WS-AGG-PAID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-EOF TO TRUE
             WHEN OTHER
                 SET WS-EOF TO TRUE
                 SET WS-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-E-SQLCODE
                 WRITE RPT-LINE FROM WS-ERROR-LINE
           END-EVALUATE.
       3000-WRITE-TOTALS.
           MOVE WS-LISTED-COUNT    TO WS-T-LISTED
           MOVE WS-EXHAUSTED-COUNT TO WS-T-EXHAUSTED
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           EXEC SQL
              CLOSE AGGREGATE-CSR
           END-EXEC
           CLOSE AGGREGATE-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-LISTED-COUNT TO LOG-RECS-READ
           MOVE WS-LISTED-COUNT TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B31 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
