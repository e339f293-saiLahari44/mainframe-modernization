      * ACKNOWLEDGMENT FILE GOES BACK TO THE CHANNEL WITH THE
      * AUTO-ASSIGNED CLAIM NUMBER, OR THE REJECT REASON, SO THE
      * AGENT CAN QUOTE A CLAIM NUMBER ON THE SPOT INSTEAD OF FAXING
      * THE DESK FOR RE-KEYING. EACH ACCEPTED ACKNOWLEDGMENT IS
      * LOGGED AGAINST ITS NEW CLAIM ON MFTR110.CLAIM_CORRESPONDENCE
      * (TYPE 'A', ADDRESSED TO THE REPORTER) WITH THE RECORD AS SENT
      * ON MFTR110.CORRESPONDENCE_TEXT SO MF110B43 CAN REPRINT IT.
      * EACH NEW CLAIM IS ROUTED BY MFTR110.ASSIGNMENT_RULE (POLICY
      * STATE, CAUSE OF LOSS AND VALUE BAND, LOWEST RULESEQ WINS) TO
      * AN ADJUSTER POOL, AND WITHIN THE POOL TO THE ACTIVE ADJUSTER
      * WITH THE LIGHTEST OPEN CASELOAD WHOSE AUTHORITYLIMIT COVERS
      * THE CLAIM VALUE. THE ROUTING IS LOGGED ON
      * MFTR110.CLAIM_ASSIGNMENT (TYPE 'R'). A CLAIM NO RULE OR POOL
      * CAN PLACE STAYS WITH ADJUSTERID 'MF110B28' FOR THE DESK TO
      * PICK UP, AND IS COUNTED AS UNROUTED ON THE REPORT.
      * A REPORT THAT IS ONE OF SEVERAL FROM THE SAME ACCIDENT MAY
      * CARRY THE MFTR110.OCCURRENCE NUMBER THE CHANNEL WAS GIVEN;
      * IT MUST BE AN OCCURRENCE ON THE SAME POLICY AND LOSS DATE OR
      * THE REPORT IS REJECTED. WITH NONE GIVEN, THE CLAIM JOINS THE
      * POLICY'S OCCURRENCE FOR THE LOSS DATE WHEN THERE IS EXACTLY
      * ONE, AS ONLINE ENTRY DOES. THE OCCURRENCE THE CLAIM WENT TO
      * IS RETURNED ON THE ACKNOWLEDGMENT. (INTAKE CLAIMS CARRY NO
      * VALUE YET, SO THE PER-OCCURRENCE LIMIT IS LEFT TO THE DESK.)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FN-LOSSDATE             PIC X(10).
           05 FN-CAUSE                PIC X(30).
           05 FN-DESCRIPTION          PIC X(50).
           05 FN-OCCURRENCENUMBER     PIC 9(9).
       FD  FNOL-ACK
           RECORDING MODE IS F.
       01  ACK-RECORD.
           05 FA-CLAIMNUMBER          PIC 9(09).
           05 FA-REASON               PIC X(30).
           05 FA-REPORTER             PIC X(40).
           05 FA-OCCURRENCENUMBER     PIC 9(09).
       FD  FNOL-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       01 WS-ACCEPT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-CORR-ERROR-COUNT         PIC S9(9) COMP VALUE ZERO.
       01 WS-ACK-CHANNEL              PIC X(60) VALUE
          'AGENCY/WEB CHANNEL - FNOL ACKNOWLEDGMENT FILE'.
       01 WS-ROUTED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-UNROUTED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-ROUTE-CAUSE              PIC X(30).
       01 WS-ROUTE-POOL               PIC X(08).
       01 WS-ROUTE-ADJUSTER           PIC X(08).
       01 WS-OCC-NUMBER               PIC S9(9) COMP.
       01 WS-OCC-MATCH-COUNT          PIC S9(9) COMP.
       01 WS-ROUTED-SW                PIC X(01).
          88 WS-ROUTED                VALUE 'Y'.
       01 WS-CAUSE-CHK                PIC X(30).
          88 WS-CAUSE-VALID VALUES 'COLLISION' 'FIRE' 'THEFT'
                                    'VANDALISM' 'FLOOD' 'WEATHER'
          05 WS-T-ACCEPT              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REJECTED ='.
          05 WS-T-REJECT              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(10) VALUE ' ROUTED ='.
          05 WS-T-ROUTED              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' UNROUTED ='.
          05 WS-T-UNROUTED            PIC ZZZ,ZZ9.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE CLAIMANT
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
              INCLUDE CLAIM_ASSIGNMENT
           END-EXEC.
           EXEC SQL
              INCLUDE OCCURRENCE
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FNOL UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B28' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B28 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT FNOL-INPUT
           OPEN OUTPUT FNOL-ACK
           PERFORM 2900-READ-FNOL-RECORD.
       2000-PROCESS-FNOL.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-OCC-NUMBER
           PERFORM 2100-EDIT-FNOL
           IF WS-REJECT-REASON = SPACES
              PERFORM 2300-BUILD-CLAIM
                         TO WS-REJECT-REASON
                 ELSE
                    PERFORM 2250-VERIFY-COVERAGE
                    IF WS-REJECT-REASON = SPACES
                       PERFORM 2270-MATCH-OCCURRENCE
                    END-IF
                 END-IF
             WHEN 100
                 MOVE 'POLICY NOT FOUND' TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR ON COVERAGE' TO WS-REJECT-REASON
           END-EVALUATE.
       2270-MATCH-OCCURRENCE.
           MOVE FN-POLICYNUMBER TO POLICYNUMBER OF OCCURRENCE
           MOVE ZERO TO WS-OCC-MATCH-COUNT
           IF FN-OCCURRENCENUMBER IS NUMERIC
              AND FN-OCCURRENCENUMBER > ZERO
              MOVE FN-OCCURRENCENUMBER TO WS-OCC-NUMBER
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-OCC-MATCH-COUNT
                   FROM MFTR110.OCCURRENCE
                  WHERE OCCURRENCENUMBER = :WS-OCC-NUMBER
                    AND POLICYNUMBER = :OCCURRENCE.POLICYNUMBER
                    AND LOSSDATE     = :CLAIMS.CLAIMDATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR ON OCCURRENCE' TO WS-REJECT-REASON
              ELSE
                 IF WS-OCC-MATCH-COUNT = ZERO
                    MOVE 'OCCURRENCE NOT ON POLICY/DATE'
                         TO WS-REJECT-REASON
                 END-IF
              END-IF
           ELSE
              EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(MIN(OCCURRENCENUMBER), 0)
                   INTO :WS-OCC-MATCH-COUNT,
                        :WS-OCC-NUMBER
                   FROM MFTR110.OCCURRENCE
                  WHERE POLICYNUMBER = :OCCURRENCE.POLICYNUMBER
                    AND LOSSDATE     = :CLAIMS.CLAIMDATE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-OCC-MATCH-COUNT NOT = 1
                 MOVE ZERO TO WS-OCC-NUMBER
              END-IF
           END-IF.
       2300-BUILD-CLAIM.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CLAIMNUMBER_SEQ
              MOVE 'MF110B28'      TO ADJUSTER-ID OF CLAIMS
              MOVE 'N'             TO FRAUD-FLAG OF CLAIMS
              MOVE ZERO            TO REOPEN-COUNT OF CLAIMS
              MOVE WS-OCC-NUMBER   TO OCCURRENCE-NUMBER OF CLAIMS
              PERFORM 2320-ROUTE-CLAIM
              PERFORM 2350-ASSIGN-CAT-EVENT
              PERFORM 2400-RESOLVE-CLAIMANT
           END-IF.
       2320-ROUTE-CLAIM.
           MOVE 'N' TO WS-ROUTED-SW
           MOVE FN-CAUSE TO WS-ROUTE-CAUSE
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
       2350-ASSIGN-CAT-EVENT.
           MOVE SPACES TO CAT-EVENT-CODE OF CLAIMS
           EXEC SQL
                         :CLAIMANT.CLAIMANT-ADDRESS)
              END-EXEC
           END-IF.
      * THE CLAIM, ITS AUDIT IMAGE AND ITS ROUTING ROW GO IN TOGETHER.
      * IF EITHER LOG ROW FAILS THE CLAIM IS BACKED OUT TO THE
      * SAVEPOINT AND THE REPORT REJECTED - AN UNAUDITED CLAIM IS
      * NEVER LEFT FOR THE RUN'S COMMIT.
       2500-INSERT-CLAIM.
           EXEC SQL
              SAVEPOINT FNOL_CLAIM ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              INSERT INTO MFTR110.CLAIMS
                     (CLAIMNUMBER,
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
           IF SQLCODE = 0
              PERFORM 2600-WRITE-AUDIT-INSERT
              IF SQLCODE = 0 AND WS-ROUTED
                 PERFORM 2650-WRITE-ASSIGNMENT
              END-IF
              IF SQLCODE NOT = 0
                 EXEC SQL
                    ROLLBACK TO SAVEPOINT FNOL_CLAIM
                 END-EXEC
                 MOVE 'CLAIM NOT AUDITED - BACKED OUT'
                      TO WS-REJECT-REASON
              ELSE
              IF WS-ROUTED
                 ADD 1 TO WS-ROUTED-COUNT
              ELSE
                 ADD 1 TO WS-UNROUTED-COUNT
              END-IF
              END-IF
           ELSE
              MOVE 'CLAIM INSERT FAILED' TO WS-REJECT-REASON
           END-IF.
                      :CLAIM-AUDIT.NEW-CLAIMANT-NAME,
                      :CLAIM-AUDIT.NEW-CLAIMANT-ADDRESS)
           END-EXEC.
       2650-WRITE-ASSIGNMENT.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-ASSIGNMENT
           MOVE 'R' TO ASGN-TYPE
           MOVE ADJUSTER-ID OF CLAIMS TO ASGN-NEW-ADJUSTER
           MOVE WS-ROUTE-POOL TO ASGN-POOL-ID
           MOVE 'MF110B28' TO ASGN-BY
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
       2800-WRITE-ACK.
           MOVE FN-POLICYNUMBER TO FA-POLICYNUMBER
           MOVE FN-REPORTER     TO FA-REPORTER
              MOVE 'A' TO FA-STATUS
              MOVE CLAIMNUMBER OF CLAIMS TO FA-CLAIMNUMBER
              MOVE SPACES TO FA-REASON
              MOVE WS-OCC-NUMBER TO FA-OCCURRENCENUMBER
              ADD 1 TO WS-ACCEPT-COUNT
           ELSE
              MOVE 'R' TO FA-STATUS
              MOVE ZERO TO FA-CLAIMNUMBER
              MOVE WS-REJECT-REASON TO FA-REASON
              MOVE ZERO TO FA-OCCURRENCENUMBER
              ADD 1 TO WS-REJECT-COUNT
           END-IF
           WRITE ACK-RECORD
           IF FA-STATUS = 'A'
              PERFORM 2850-LOG-ACKNOWLEDGMENT
           END-IF.
      * A REJECTED REPORT NEVER BECAME A CLAIM, SO ONLY ACCEPTED
      * ACKNOWLEDGMENTS ARE LOGGED. THE ACKNOWLEDGMENT HAS ALREADY
      * GONE TO THE CHANNEL FILE, SO A FAILED LOG INSERT IS COUNTED
      * AND ENDS THE JOB RC 4 RATHER THAN STOPPING THE RUN.
       2850-LOG-ACKNOWLEDGMENT.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CORRID_SEQ
                INTO :CLAIM-CORRESPONDENCE.CORR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MF110B28 SQL ERROR ON CORRID_SEQ, SQLCODE = '
                      SQLCODE
              ADD 1 TO WS-CORR-ERROR-COUNT
           ELSE
              MOVE CLAIMNUMBER OF CLAIMS
                   TO CLAIMNUMBER OF CLAIM-CORRESPONDENCE
              MOVE 'A'                TO CORR-LETTER-TYPE
              MOVE FN-REPORTER        TO CORR-ADDRESSEE
              MOVE WS-ACK-CHANNEL     TO CORR-ADDRESS
              MOVE 'MF110B28'         TO CORR-JOB-NAME
              MOVE 1                  TO CORR-LINE-COUNT
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
              IF SQLCODE = 0
                 MOVE CORR-ID    TO CT-CORR-ID
                 MOVE 1          TO CT-LINE-NBR
                 MOVE ACK-RECORD TO CT-LINE-TEXT
                 EXEC SQL
                    INSERT INTO MFTR110.CORRESPONDENCE_TEXT
                           (CORRID, LINENBR, LINETEXT)
                    VALUES (:CORRESPONDENCE-TEXT.CT-CORR-ID,
                            :CORRESPONDENCE-TEXT.CT-LINE-NBR,
                            :CORRESPONDENCE-TEXT.CT-LINE-TEXT)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 DISPLAY 'MF110B28 SQL ERROR ON CORRESPONDENCE LOG, '
                         'SQLCODE = ' SQLCODE
                 ADD 1 TO WS-CORR-ERROR-COUNT
              END-IF
           END-IF.
       2900-READ-FNOL-RECORD.
           READ FNOL-INPUT
              AT END SET WS-EOF TO TRUE
       3000-WRITE-TOTALS.
           MOVE WS-ACCEPT-COUNT TO WS-T-ACCEPT
           MOVE WS-REJECT-COUNT TO WS-T-REJECT
           MOVE WS-ROUTED-COUNT TO WS-T-ROUTED
           MOVE WS-UNROUTED-COUNT TO WS-T-UNROUTED
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           CLOSE FNOL-INPUT
           CLOSE FNOL-ACK
           CLOSE FNOL-REPORT
           IF WS-CORR-ERROR-COUNT > 0
              DISPLAY 'MF110B28 CORRESPONDENCE LOG ERRORS = '
                      WS-CORR-ERROR-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-ACCEPT-COUNT + WS-REJECT-COUNT
           MOVE WS-ACCEPT-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-REJECT-COUNT TO LOG-RECS-REJECTED
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
              DISPLAY 'MF110B28 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
