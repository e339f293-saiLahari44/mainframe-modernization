      * LOADS THE SAME AS ONLINE ADDS. CHECKPOINTS ITS POSITION EVERY
      * WS-CHECKPOINT-INTERVAL RECORDS SO A JOB THAT ABENDS MID-RUN
      * CAN BE RESTARTED WITHOUT RE-INSERTING ALREADY-COMMITTED ROWS.
      * EACH LOADED CLAIM IS ROUTED THE SAME WAY MF110B28 ROUTES FNOL
      * CLAIMS - MFTR110.ASSIGNMENT_RULE PICKS THE ADJUSTER POOL BY
      * POLICY STATE, CAUSE AND VALUE BAND, AND THE ACTIVE POOL MEMBER
      * WITH THE LIGHTEST OPEN CASELOAD AND ENOUGH AUTHORITYLIMIT GETS
      * THE CLAIM, LOGGED ON MFTR110.CLAIM_ASSIGNMENT (TYPE 'R'). A
      * CLAIM NO RULE OR POOL CAN PLACE LOADS WITH ADJUSTERID
      * 'MF110B3' FOR THE DESK TO PICK UP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-RECORDS-REJECTED         PIC S9(9) COMP VALUE ZERO.
       01 WS-RESTART-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-CHECKPOINT-INTERVAL      PIC S9(9) COMP VALUE 100.
       01 WS-ROUTED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-UNROUTED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-ROUTE-CAUSE              PIC X(30).
       01 WS-ROUTE-POOL               PIC X(08).
       01 WS-ROUTE-ADJUSTER           PIC X(08).
       01 WS-ROUTED-SW                PIC X(01).
          88 WS-ROUTED                VALUE 'Y'.
       01 WS-HEADING.
          05 FILLER  PIC X(30) VALUE 'MF110B3 - BULK CLAIMS LOAD'.
          05 FILLER  PIC X(20) VALUE 'EXCEPTIONS'.
          05 WS-T-LOADED               PIC ZZZ,ZZZ,ZZ9.
          05 FILLER  PIC X(13) VALUE 'REJECTED ='.
          05 WS-T-REJECTED             PIC ZZZ,ZZZ,ZZ9.
       01 WS-ROUTE-LINE.
          05 FILLER  PIC X(15) VALUE 'ROUTED ='.
          05 WS-T-ROUTED               PIC ZZZ,ZZZ,ZZ9.
          05 FILLER  PIC X(11) VALUE 'UNROUTED ='.
          05 WS-T-UNROUTED             PIC ZZZ,ZZZ,ZZ9.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_AUDIT
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_ASSIGNMENT
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 1500-SKIP-TO-RESTART-POINT
           PERFORM 2000-PROCESS-LOAD UNTIL WS-LOAD-EOF
           PERFORM 3000-CHECKPOINT-PROGRESS
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B3' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B3 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT CLAIMS-LOAD-FILE
           OPEN OUTPUT LOAD-REPORT
           MOVE LR-OBSERVATIONS TO OBSERVATIONS OF CLAIMS
           MOVE LR-STATUS       TO CLAIM-STATUS OF CLAIMS
           MOVE LR-RESERVE      TO CLAIM-RESERVE OF CLAIMS
           MOVE 'MF110B3 '      TO ADJUSTER-ID OF CLAIMS
           PERFORM 2200-ROUTE-CLAIM
           EXEC SQL
              SAVEPOINT CLAIM_LOAD ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              INSERT INTO MFTR110.CLAIMS
                     (CLAIMNUMBER, POLICYNUMBER, CLAIMDATE, PAID,
                      VALUE1, CAUSE, OBSERVATIONS, STATUS, RESERVE,
                      ADJUSTERID)
              VALUES (:CLAIMS.CLAIMNUMBER, :CLAIMS.POLICYNUMBER,
                      :CLAIMS.CLAIMDATE, :CLAIMS.PAID,
                      :CLAIMS.VALUE1, :CLAIMS.CAUSE,
                      :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIM-STATUS,
                      :CLAIMS.CLAIM-RESERVE, :CLAIMS.ADJUSTER-ID)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-RECORDS-LOADED
               PERFORM 2500-WRITE-AUDIT-INSERT
               IF SQLCODE = 0 AND WS-ROUTED
                  PERFORM 2600-WRITE-ASSIGNMENT
               END-IF
               IF SQLCODE NOT = 0
                  PERFORM 2700-BACK-OUT-CLAIM
               ELSE
               IF WS-ROUTED
                  ADD 1 TO WS-ROUTED-COUNT
               ELSE
                  ADD 1 TO WS-UNROUTED-COUNT
               END-IF
               END-IF
             WHEN -803
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE LR-CLAIMNUMBER TO WS-D-CLAIMNBR
           READ CLAIMS-LOAD-FILE
              AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       2200-ROUTE-CLAIM.
           MOVE 'N' TO WS-ROUTED-SW
           MOVE LR-CAUSE TO WS-ROUTE-CAUSE
           MOVE SPACES TO WS-ROUTE-POOL
           EXEC SQL
              SELECT POOLID
                INTO :WS-ROUTE-POOL
                FROM MFTR110.ASSIGNMENT_RULE
               WHERE (STATECODE = ' '
                      OR STATECODE =
                         (SELECT POLICYSTATE
                            FROM MFTR110.POLICY
                           WHERE POLICYNUMBER = :CLAIMS.POLICYNUMBER))
                 AND (LOSSCAUSE = ' ' OR LOSSCAUSE = :WS-ROUTE-CAUSE)
                 AND COALESCE(MINVALUE, 0) <= :CLAIMS.VALUE1
                 AND COALESCE(MAXVALUE, :CLAIMS.VALUE1)
                     >= :CLAIMS.VALUE1
               ORDER BY RULESEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 SELECT T.ADJUSTERID
                   INTO :WS-ROUTE-ADJUSTER
                   FROM (SELECT A.ADJUSTERID,
                                (SELECT COUNT(*)
                                   FROM MFTR110.CLAIMS C
                                  WHERE C.ADJUSTERID = A.ADJUSTERID
                                    AND C.STATUS IN
                                        ('OPEN      ', 'PENDING   ',
                                         'PENDVER   ', 'REOPENED  ',
                                         'APPROVED  ')) AS CASELOAD
                           FROM MFTR110.ADJUSTER_POOL P,
                                MFTR110.ADJUSTER A
                          WHERE P.POOLID = :WS-ROUTE-POOL
                            AND A.ADJUSTERID = P.ADJUSTERID
                            AND A.ACTIVEFLAG = 'Y'
                            AND COALESCE(A.AUTHORITYLIMIT, 0)
                                >= :CLAIMS.VALUE1) AS T
                  ORDER BY T.CASELOAD, T.ADJUSTERID
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-ROUTE-ADJUSTER TO ADJUSTER-ID OF CLAIMS
                 SET WS-ROUTED TO TRUE
              END-IF
           END-IF.
       2500-WRITE-AUDIT-INSERT.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-AUDIT
           MOVE 'I' TO AUDIT-ACTION
                      :CLAIM-AUDIT.NEW-CLAIMANT-NAME,
                      :CLAIM-AUDIT.NEW-CLAIMANT-ADDRESS)
           END-EXEC.
       2600-WRITE-ASSIGNMENT.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-ASSIGNMENT
           MOVE 'R' TO ASGN-TYPE
           MOVE ADJUSTER-ID OF CLAIMS TO ASGN-NEW-ADJUSTER
           MOVE WS-ROUTE-POOL TO ASGN-POOL-ID
           MOVE 'MF110B3 ' TO ASGN-BY
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_ASSIGNMENT
                     (CLAIMNUMBER,
                      ASSIGNTS,
                      ASSIGNTYPE,
                      NEWADJUSTERID,
                      POOLID,
                      ASSIGNEDBY)
              VALUES (:CLAIM-ASSIGNMENT.CLAIMNUMBER,
                      CURRENT TIMESTAMP,
                      :CLAIM-ASSIGNMENT.ASGN-TYPE,
                      :CLAIM-ASSIGNMENT.ASGN-NEW-ADJUSTER,
                      :CLAIM-ASSIGNMENT.ASGN-POOL-ID,
                      :CLAIM-ASSIGNMENT.ASGN-BY)
           END-EXEC.
      * A CLAIM WHOSE AUDIT IMAGE OR ROUTING ROW WILL NOT GO IN IS
      * BACKED OUT TO THE SAVEPOINT TAKEN BEFORE ITS INSERT AND
      * REJECTED, SO NO UNAUDITED CLAIM REACHES A CHECKPOINT COMMIT.
       2700-BACK-OUT-CLAIM.
           EXEC SQL
              ROLLBACK TO SAVEPOINT CLAIM_LOAD
           END-EXEC
           SUBTRACT 1 FROM WS-RECORDS-LOADED
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE LR-CLAIMNUMBER TO WS-D-CLAIMNBR
           MOVE 'CLAIM NOT AUDITED - BACKED OUT' TO WS-D-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       3000-CHECKPOINT-PROGRESS.
           EXEC SQL
              COMMIT
           MOVE WS-RECORDS-READ     TO WS-T-READ
           MOVE WS-RECORDS-LOADED   TO WS-T-LOADED
           MOVE WS-RECORDS-REJECTED TO WS-T-REJECTED
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-ROUTED-COUNT     TO WS-T-ROUTED
           MOVE WS-UNROUTED-COUNT   TO WS-T-UNROUTED
           WRITE RPT-LINE FROM WS-ROUTE-LINE.
       5000-TERMINATE.
           CLOSE CLAIMS-LOAD-FILE
           CLOSE LOAD-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-RECORDS-READ TO LOG-RECS-READ
           MOVE WS-RECORDS-LOADED TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B3 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
