      * ON A KEYED CLAIM: POLICY MUST EXIST, CLAIM DATE MUST BE PAST
      * AND INSIDE THE POLICY TERM, PAID MAY NOT EXCEED VALUE, STATUS
      * AND CAUSE MUST BE ON THE VALID LISTS, AND THE POLICY/CAUSE
      * COVERAGE LIMITS ARE ENFORCED, INCLUDING THE POLICY/CAUSE
      * AGGREGATE FOR THE TERM AS ALREADY ERODED BY THE CLAIMS ON
      * FILE AND BY THE RECORDS AHEAD OF IT IN THIS FILE THAT HAVE
      * ALREADY PASSED. CLEAN RECORDS GO TO CLEANLOAD (WIRED TO
      * MF110B3'S CLAIMLOAD DD) WITH A BLANK STATUS DEFAULTED TO OPEN;
      * FAILING RECORDS GO TO LOADREJ IN THE ORIGINAL LOAD-RECORD
      * LAYOUT WITH THE REJECT REASON APPENDED, SO THEY CAN BE
      * CORRECTED AND RESUBMITTED AS-IS. THE PRECEDING
      * JCL SORT STEP ORDERS CLAIMLOAD BY CLAIM NUMBER, SO A CLAIM
      * NUMBER DUPLICATED INSIDE THE FILE ARRIVES ADJACENT AND THE
      * SECOND OCCURRENCE REJECTS HERE RATHER THAN DYING ON MF110B3'S
                                     'APPROVED  ' 'PAID      '
                                     'CLOSED    ' 'REOPENED  '
                                     SPACES.
       01 WS-AGG-USED                 PIC S9(9)V99 COMP-3.
       01 WS-AGG-CLAIM-USE            PIC S9(9)V99 COMP-3.
      * AGGREGATE USE PASSED CLEAN SO FAR IN THIS FILE, BY POLICY AND
      * CAUSE - MF110B3 LOADS THE FILE ONLY AFTER THIS EDIT, SO NONE
      * OF IT IS ON MFTR110.CLAIMS YET. WS-AGG-SLOT IS THE ENTRY FOR
      * THE RECORD IN HAND, ZERO WHEN IT HAD NO AGGREGATE TO CHECK.
       01 WS-AGG-COUNT                PIC S9(4) COMP VALUE ZERO.
       01 WS-AGG-MAX                  PIC S9(4) COMP VALUE 500.
       01 WS-AGG-SLOT                 PIC S9(4) COMP VALUE ZERO.
       01 WS-AGG-TABLE.
          05 WS-AGG-ENTRY OCCURS 500 TIMES INDEXED BY WS-AGX.
             10 WS-AG-POLICYNBR       PIC 9(9).
             10 WS-AG-CAUSE           PIC X(30).
             10 WS-AG-USED            PIC S9(9)V99 COMP-3.
       01 WS-CAUSE-CHK                PIC X(30).
          88 WS-CAUSE-VALID VALUES 'COLLISION' 'FIRE' 'THEFT'
                                    'VANDALISM' 'FLOOD' 'WEATHER'
           EXEC SQL
              INCLUDE POLICY_COVERAGE
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-RECORD UNTIL WS-EOF
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B14' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B14 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT CLAIMS-LOAD-FILE
           OPEN OUTPUT CLEAN-LOAD-FILE
       2000-EDIT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-AGG-SLOT
           PERFORM 2200-APPLY-EDITS
           IF WS-REASON = SPACES
              IF LR-STATUS = SPACES
              ADD 1 TO WS-RECORDS-CLEAN
              WRITE CLEAN-RECORD FROM LOAD-RECORD
              MOVE LR-CLAIMNUMBER TO WS-PREV-CLEAN-NBR
              IF WS-AGG-SLOT > 0
                 ADD WS-AGG-CLAIM-USE TO WS-AG-USED(WS-AGG-SLOT)
              END-IF
           ELSE
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE LOAD-RECORD TO RJ-LOAD-RECORD
           MOVE LR-POLICYNUMBER TO POLICYNUMBER OF POLICY-COVERAGE
           EXEC SQL
              SELECT COVERAGELIMIT,
                     DEDUCTIBLE,
                     COALESCE(AGGREGATELIMIT, 0)
                INTO :POLICY-COVERAGE.COVERAGE-LIMIT,
                     :POLICY-COVERAGE.DEDUCTIBLE,
                     :POLICY-COVERAGE.AGGREGATE-LIMIT
                FROM MFTR110.POLICY_COVERAGE
               WHERE POLICYNUMBER = :POLICY-COVERAGE.POLICYNUMBER
                 AND LOSSCAUSE = :WS-CAUSE-CHK
                    IF LR-PAID > COVERAGE-LIMIT - DEDUCTIBLE
                       MOVE 'PAID EXCEEDS NET COVERAGE'
                            TO WS-REASON
                    ELSE
                       IF AGGREGATE-LIMIT > 0
                          PERFORM 2450-CHECK-AGGREGATE
                       END-IF
                    END-IF
                 END-IF
             WHEN 100
             WHEN OTHER
                 MOVE 'SQL ERROR ON COVERAGE LOOKUP' TO WS-REASON
           END-EVALUATE.
      * WHAT THE OTHER CLAIMS OF THE CAUSE DATED INSIDE THE POLICY'S
      * CURRENT TERM HAVE USED OF THE AGGREGATE - THE GREATER OF
      * INCURRED AND PAID, PER COVERAGE LINE WHERE A CLAIM HAS LINES,
      * PAID ONLY FOR A DENIED CLAIM - PLUS WHAT THIS FILE HAS ALREADY
      * PASSED FOR THE POLICY AND CAUSE AND THIS RECORD'S OWN USE, THE
      * SAME EROSION MF110CB3 ENFORCES ON A KEYED CLAIM. ONCE THE RUN
      * TABLE IS FULL A NEW POLICY/CAUSE CANNOT BE TRACKED AND IS
      * REJECTED TO BE RESUBMITTED IN A LATER FILE.
       2450-CHECK-AGGREGATE.
           MOVE LR-CLAIMNUMBER TO CLAIMNUMBER OF CLAIMS
           IF LR-PAID > LR-VALUE1
              MOVE LR-PAID TO WS-AGG-CLAIM-USE
           ELSE
              MOVE LR-VALUE1 TO WS-AGG-CLAIM-USE
           END-IF
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
                         AND C.CAUSE = :WS-CAUSE-CHK
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
                         AND C.CLAIMNUMBER <> :CLAIMS.CLAIMNUMBER
                         AND L.CLAIMNUMBER = C.CLAIMNUMBER
                         AND L.CAUSE = :WS-CAUSE-CHK
                         AND C.CLAIMDATE BETWEEN
                             COALESCE(P.EFFECTIVEDATE, '0001-01-01')
                         AND COALESCE(P.EXPIRATIONDATE, '9999-12-31')
                     ) E
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ON AGGREGATE LOOKUP' TO WS-REASON
           ELSE
              PERFORM 2460-FIND-RUN-AGGREGATE
              IF WS-AGG-SLOT = 0
                 MOVE 'OVER TABLE LIMIT - RESUBMIT' TO WS-REASON
              ELSE
                 IF WS-AG-USED(WS-AGG-SLOT) + WS-AGG-USED
                    + WS-AGG-CLAIM-USE > AGGREGATE-LIMIT
                    MOVE 'EXCEEDS POLICY AGGREGATE' TO WS-REASON
                 END-IF
              END-IF
           END-IF.
       2460-FIND-RUN-AGGREGATE.
           MOVE ZERO TO WS-AGG-SLOT
           PERFORM 2470-MATCH-RUN-AGGREGATE
              VARYING WS-AGX FROM 1 BY 1
              UNTIL WS-AGX > WS-AGG-COUNT OR WS-AGG-SLOT > 0
           IF WS-AGG-SLOT = 0 AND WS-AGG-COUNT < WS-AGG-MAX
              ADD 1 TO WS-AGG-COUNT
              SET WS-AGX TO WS-AGG-COUNT
              MOVE LR-POLICYNUMBER TO WS-AG-POLICYNBR(WS-AGX)
              MOVE WS-CAUSE-CHK    TO WS-AG-CAUSE(WS-AGX)
              MOVE ZERO            TO WS-AG-USED(WS-AGX)
              MOVE WS-AGG-COUNT    TO WS-AGG-SLOT
           END-IF.
       2470-MATCH-RUN-AGGREGATE.
           IF WS-AG-POLICYNBR(WS-AGX) = LR-POLICYNUMBER
              AND WS-AG-CAUSE(WS-AGX) = WS-CAUSE-CHK
              SET WS-AGG-SLOT TO WS-AGX
           END-IF.
       4000-WRITE-TOTALS.
           MOVE WS-RECORDS-READ     TO WS-T-READ
           MOVE WS-RECORDS-CLEAN    TO WS-T-CLEAN
           CLOSE CLEAN-LOAD-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-RECORDS-READ TO LOG-RECS-READ
           MOVE WS-RECORDS-CLEAN TO LOG-RECS-WRITTEN
           MOVE WS-RECORDS-REJECTED TO LOG-RECS-REJECTED
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
              DISPLAY 'MF110B14 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
