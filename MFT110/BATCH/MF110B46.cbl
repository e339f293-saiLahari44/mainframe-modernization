       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B46.
      * SUPERVISOR-RUN BULK REASSIGNMENT - MOVES THE OPEN INVENTORY OF
      * AN ADJUSTER WHO HAS BEEN SET ACTIVEFLAG 'N' (GONE) OR 'L' (ON
      * LEAVE) ON MFTR110.ADJUSTER TO OTHER ADJUSTERS. THE REASGCTL
      * CONTROL CARD NAMES THE ADJUSTER TO EMPTY AND THE SUPERVISOR
      * RUNNING THE MOVE; THE SUPERVISOR MUST BE AN ACTIVE ADJROLE
      * SUPERVISOR OTHER THAN THE ADJUSTER BEING EMPTIED, AND AN
      * ADJUSTER STILL ACTIVE IS NOT TOUCHED - EITHER FAILURE ENDS THE
      * RUN RC 8 WITH NOTHING MOVED. EACH OPEN CLAIM (STATUS OPEN,
      * PENDING, PENDVER, REOPENED OR APPROVED) GOES TO THE ACTIVE
      * ADJUSTER IN ONE OF THE SAME MFTR110.ADJUSTER_POOL POOLS WITH
      * THE LIGHTEST OPEN CASELOAD WHOSE AUTHORITYLIMIT COVERS THE
      * CLAIM VALUE, OR, WHEN NO POOL-MATE QUALIFIES, TO WHOEVER THE
      * MFTR110.ASSIGNMENT_RULE ROUTING USED BY MF110B28 PICKS. THE
      * CLAIM'S OPEN CLAIM_DIARY ENTRIES GO WITH IT. OPEN DIARIES LEFT
      * ON CLAIMS THE ADJUSTER NO LONGER OWNS FOLLOW THE CLAIM'S
      * CURRENT OWNER IF THAT OWNER IS ACTIVE, ELSE THE LIGHTEST-LOADED
      * POOL-MATE. EVERY MOVE IS COMMITTED ON ITS OWN AND LOGGED ON
      * MFTR110.CLAIM_ASSIGNMENT (TYPE 'B' FOR A CLAIM, 'D' FOR
      * DIARIES ONLY) WITH THE SUPERVISOR AS ASSIGNEDBY, AND LISTED ON
      * THE REASGRPT REPORT. A CLAIM OR DIARY NOBODY ELIGIBLE CAN TAKE
      * STAYS PUT AND IS LISTED, AND ENDS THE RUN RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASSIGN-CONTROL ASSIGN TO REASGCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT REASSIGN-REPORT ASSIGN TO REASGRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REASSIGN-CONTROL
           RECORDING MODE IS F.
       01  REASSIGN-CONTROL-RECORD.
           05 RC-FROM-ADJUSTER        PIC X(08).
           05 RC-SUPERVISOR           PIC X(08).
       FD  REASSIGN-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS               PIC X(02) VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
       01 WS-RUN-OK-SW                PIC X(01) VALUE 'Y'.
          88 WS-RUN-OK                VALUE 'Y'.
       01 WS-FOUND-SW                 PIC X(01).
          88 WS-FOUND                 VALUE 'Y'.
       01 WS-ITEM-OK-SW               PIC X(01) VALUE 'Y'.
          88 WS-ITEM-OK               VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-FROM-ADJUSTER            PIC X(08) VALUE SPACES.
       01 WS-SUPV-ID                  PIC X(08) VALUE SPACES.
       01 WS-FROM-ACTIVE              PIC X(01).
       01 WS-CLAIM-NUMBER             PIC S9(9) COMP.
       01 WS-CLAIM-POLICY             PIC S9(9) COMP.
       01 WS-CLAIM-VALUE              PIC S9(9)V99 COMP-3.
       01 WS-ROUTE-CAUSE              PIC X(30).
       01 WS-ROUTE-POOL               PIC X(08).
       01 WS-ROUTE-ADJUSTER           PIC X(08).
       01 WS-OWNER-ID                 PIC X(08).
       01 WS-OWNER-ACTIVE             PIC X(01).
       01 WS-DIARY-ROWS               PIC S9(9) COMP.
       01 WS-CLAIM-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-CLAIM-MOVED              PIC S9(9) COMP VALUE ZERO.
       01 WS-GROUP-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-GROUP-MOVED              PIC S9(9) COMP VALUE ZERO.
       01 WS-DIARY-MOVED              PIC S9(9) COMP VALUE ZERO.
       01 WS-NOTMOVED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-ERROR-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B46 - BULK REAS'.
          05 FILLER              PIC X(30) VALUE 'SIGNMENT'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(16) VALUE 'FROM ADJUSTER: '.
          05 WS-H2-FROM           PIC X(08).
          05 FILLER               PIC X(16) VALUE '   SUPERVISOR: '.
          05 WS-H2-SUPV           PIC X(08).
       01 WS-HEADING3.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(10) VALUE 'MOVED'.
          05 FILLER               PIC X(08) VALUE 'DIARIES'.
          05 FILLER               PIC X(10) VALUE 'TO'.
          05 FILLER               PIC X(10) VALUE 'POOL'.
          05 FILLER               PIC X(28) VALUE 'DISPOSITION'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-TYPE                PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DIARIES             PIC ZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-NEW-ADJ             PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-POOL                PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DISP                PIC X(28).
       01 WS-REJECT-LINE.
          05 FILLER              PIC X(30)
             VALUE 'RUN REJECTED, NOTHING MOVED - '.
          05 WS-RJ-REASON            PIC X(40).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(16) VALUE 'CLAIMS MOVED  ='.
          05 WS-TL-CLAIMS            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(16) VALUE ' DIARIES MOVED='.
          05 WS-TL-DIARIES           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE2.
          05 FILLER              PIC X(16) VALUE 'NOT MOVED     ='.
          05 WS-TL-NOTMOVED          PIC ZZZ,ZZ9.
          05 FILLER              PIC X(16) VALUE ' SQL ERRORS   ='.
          05 WS-TL-ERRORS            PIC ZZZ,ZZ9.
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
              INCLUDE ADJUSTER
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_ASSIGNMENT
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE CLAIM-CSR CURSOR WITH HOLD FOR
                 SELECT CLAIMNUMBER,
                        COALESCE(POLICYNUMBER, 0),
                        COALESCE(VALUE1, 0),
                        SUBSTR(COALESCE(CAUSE, ' '), 1, 30)
                   FROM MFTR110.CLAIMS
                  WHERE ADJUSTERID = :WS-FROM-ADJUSTER
                    AND STATUS IN ('OPEN      ', 'PENDING   ',
                                   'PENDVER   ', 'REOPENED  ',
                                   'APPROVED  ')
                  ORDER BY CLAIMNUMBER
           END-EXEC.
      * DIARIES STILL ON CLAIMS THE ADJUSTER OWNS ARE THE CLAIMS THAT
      * COULD NOT BE MOVED, AND STAY WITH THEM.
           EXEC SQL
              DECLARE DIARY-CSR CURSOR WITH HOLD FOR
                 SELECT D.CLAIMNUMBER,
                        COALESCE(C.ADJUSTERID, ' '),
                        COALESCE(A.ACTIVEFLAG, ' '),
                        COUNT(*)
                   FROM MFTR110.CLAIM_DIARY D
                        LEFT OUTER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = D.CLAIMNUMBER
                        LEFT OUTER JOIN MFTR110.ADJUSTER A
                               ON A.ADJUSTERID = C.ADJUSTERID
                  WHERE D.ADJUSTERID = :WS-FROM-ADJUSTER
                    AND D.COMPLETEDFLAG = 'N'
                    AND COALESCE(C.ADJUSTERID, ' ') <> :WS-FROM-ADJUSTER
                  GROUP BY D.CLAIMNUMBER, C.ADJUSTERID, A.ACTIVEFLAG
                  ORDER BY 1
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           IF WS-RUN-OK
              PERFORM 2000-PROCESS-CLAIM UNTIL WS-EOF
              EXEC SQL
                 CLOSE CLAIM-CSR
              END-EXEC
           END-IF
           IF WS-RUN-OK AND NOT WS-SQL-ERROR
              EXEC SQL
                 OPEN DIARY-CSR
              END-EXEC
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2600-FETCH-NEXT-DIARY
              PERFORM 2500-PROCESS-DIARY UNTIL WS-EOF
              EXEC SQL
                 CLOSE DIARY-CSR
              END-EXEC
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-NOTMOVED-COUNT > 0 OR WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR OR NOT WS-RUN-OK
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B46' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B46 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT REASSIGN-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           PERFORM 1100-READ-CONTROL
           MOVE WS-FROM-ADJUSTER TO WS-H2-FROM
           MOVE WS-SUPV-ID TO WS-H2-SUPV
           WRITE RPT-LINE FROM WS-HEADING2
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 1200-VALIDATE-RUN
           IF WS-RUN-OK
              WRITE RPT-LINE FROM WS-HEADING3
              EXEC SQL
                 OPEN CLAIM-CSR
              END-EXEC
              PERFORM 2100-FETCH-NEXT-CLAIM
           END-IF.
       1100-READ-CONTROL.
           OPEN INPUT REASSIGN-CONTROL
           IF WS-CTL-STATUS = '00'
              READ REASSIGN-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    MOVE RC-FROM-ADJUSTER TO WS-FROM-ADJUSTER
                    MOVE RC-SUPERVISOR TO WS-SUPV-ID
              END-READ
              CLOSE REASSIGN-CONTROL
           END-IF.
      * THE RUN GOES AHEAD ONLY FOR AN ACTIVE SUPERVISOR EMPTYING
      * SOMEONE ELSE'S QUEUE, AND ONLY ONCE THAT ADJUSTER HAS BEEN
      * SET 'N' OR 'L' ON THE MASTER SO NEW WORK HAS STOPPED ARRIVING.
       1200-VALIDATE-RUN.
           MOVE SPACES TO WS-RJ-REASON
           EVALUATE TRUE
             WHEN WS-FROM-ADJUSTER = SPACES
               OR WS-SUPV-ID = SPACES
                 MOVE 'CONTROL CARD MISSING OR INCOMPLETE'
                      TO WS-RJ-REASON
             WHEN WS-FROM-ADJUSTER = WS-SUPV-ID
                 MOVE 'SUPERVISOR MAY NOT MOVE OWN CLAIMS'
                      TO WS-RJ-REASON
             WHEN OTHER
                 PERFORM 1300-CHECK-SUPERVISOR
           END-EVALUATE
           IF WS-RJ-REASON = SPACES
              PERFORM 1400-CHECK-FROM-ADJUSTER
           END-IF
           IF WS-RJ-REASON NOT = SPACES
              MOVE 'N' TO WS-RUN-OK-SW
              WRITE RPT-LINE FROM WS-REJECT-LINE
           END-IF.
       1300-CHECK-SUPERVISOR.
           EXEC SQL
              SELECT ADJROLE,
                     ACTIVEFLAG
                INTO :ADJUSTER.ADJ-ROLE,
                     :ADJUSTER.ACTIVE-FLAG
                FROM MFTR110.ADJUSTER
               WHERE ADJUSTERID = :WS-SUPV-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SUPERVISOR NOT ON ADJUSTER MASTER'
                   TO WS-RJ-REASON
           ELSE
              IF ADJ-ROLE NOT = 'SUPERVISOR'
                 OR ACTIVE-FLAG NOT = 'Y'
                 MOVE 'NOT AN ACTIVE SUPERVISOR' TO WS-RJ-REASON
              END-IF
           END-IF.
       1400-CHECK-FROM-ADJUSTER.
           EXEC SQL
              SELECT ACTIVEFLAG
                INTO :WS-FROM-ACTIVE
                FROM MFTR110.ADJUSTER
               WHERE ADJUSTERID = :WS-FROM-ADJUSTER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ADJUSTER NOT ON ADJUSTER MASTER' TO WS-RJ-REASON
           ELSE
              IF WS-FROM-ACTIVE NOT = 'N'
                 AND WS-FROM-ACTIVE NOT = 'L'
                 MOVE 'ADJUSTER STILL ACTIVE - SET N OR L'
                      TO WS-RJ-REASON
              END-IF
           END-IF.
       2000-PROCESS-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
           MOVE 'CLAIM' TO WS-D-TYPE
           MOVE SPACES TO WS-ROUTE-POOL
           MOVE SPACES TO WS-ROUTE-ADJUSTER
           MOVE ZERO TO WS-DIARY-ROWS
           PERFORM 2200-PICK-POOL-MATE
           IF NOT WS-FOUND
              PERFORM 2250-ROUTE-BY-RULE
           END-IF
           IF WS-FOUND
              PERFORM 2300-MOVE-CLAIM
           ELSE
              MOVE 'NO ELIGIBLE ADJUSTER' TO WS-D-DISP
              ADD 1 TO WS-NOTMOVED-COUNT
              PERFORM 2800-WRITE-DETAIL
           END-IF
           PERFORM 2100-FETCH-NEXT-CLAIM.
       2100-FETCH-NEXT-CLAIM.
           EXEC SQL
              FETCH CLAIM-CSR
              INTO :WS-CLAIM-NUMBER,
                   :WS-CLAIM-POLICY,
                   :WS-CLAIM-VALUE,
                   :WS-ROUTE-CAUSE
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
      * THE LIGHTEST OPEN CASELOAD AMONG THE ACTIVE MEMBERS OF ANY
      * POOL THE ADJUSTER BEING EMPTIED BELONGS TO, COUNTED AFRESH FOR
      * EACH CLAIM SO THE INVENTORY SPREADS ACROSS THE POOL.
       2200-PICK-POOL-MATE.
           MOVE 'N' TO WS-FOUND-SW
           EXEC SQL
              SELECT T.ADJUSTERID,
                     T.POOLID
                INTO :WS-ROUTE-ADJUSTER,
                     :WS-ROUTE-POOL
                FROM (SELECT A.ADJUSTERID,
                             P.POOLID,
                             (SELECT COUNT(*)
                                FROM MFTR110.CLAIMS C
                               WHERE C.ADJUSTERID = A.ADJUSTERID
                                 AND C.STATUS IN
                                     ('OPEN      ', 'PENDING   ',
                                      'PENDVER   ', 'REOPENED  ',
                                      'APPROVED  ')) AS CASELOAD
                        FROM MFTR110.ADJUSTER_POOL P,
                             MFTR110.ADJUSTER A
                       WHERE P.POOLID IN
                             (SELECT F.POOLID
                                FROM MFTR110.ADJUSTER_POOL F
                               WHERE F.ADJUSTERID = :WS-FROM-ADJUSTER)
                         AND A.ADJUSTERID = P.ADJUSTERID
                         AND A.ADJUSTERID <> :WS-FROM-ADJUSTER
                         AND A.ACTIVEFLAG = 'Y'
                         AND COALESCE(A.AUTHORITYLIMIT, 0)
                             >= :WS-CLAIM-VALUE) AS T
               ORDER BY T.CASELOAD, T.ADJUSTERID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              SET WS-FOUND TO TRUE
           END-IF.
      * NO POOL-MATE CAN TAKE THE CLAIM - ROUTE IT AS A NEW CLAIM
      * WOULD BE ROUTED BY MF110B28.
       2250-ROUTE-BY-RULE.
           MOVE 'N' TO WS-FOUND-SW
           EXEC SQL
              SELECT POOLID
                INTO :WS-ROUTE-POOL
                FROM MFTR110.ASSIGNMENT_RULE
               WHERE (STATECODE = ' '
                      OR STATECODE =
                         (SELECT POLICYSTATE
                            FROM MFTR110.POLICY
                           WHERE POLICYNUMBER = :WS-CLAIM-POLICY))
                 AND (LOSSCAUSE = ' ' OR LOSSCAUSE = :WS-ROUTE-CAUSE)
                 AND COALESCE(MINVALUE, 0) <= :WS-CLAIM-VALUE
                 AND COALESCE(MAXVALUE, :WS-CLAIM-VALUE)
                     >= :WS-CLAIM-VALUE
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
                            AND A.ADJUSTERID <> :WS-FROM-ADJUSTER
                            AND A.ACTIVEFLAG = 'Y'
                            AND COALESCE(A.AUTHORITYLIMIT, 0)
                                >= :WS-CLAIM-VALUE) AS T
                  ORDER BY T.CASELOAD, T.ADJUSTERID
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE = 0
                 SET WS-FOUND TO TRUE
              END-IF
           END-IF.
      * THE CLAIM, ITS OPEN DIARIES AND THE ASSIGNMENT ROW ARE ONE
      * UNIT OF WORK.
       2300-MOVE-CLAIM.
           MOVE 'Y' TO WS-ITEM-OK-SW
           EXEC SQL
              SAVEPOINT B46ITEM ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              UPDATE MFTR110.CLAIMS
                 SET ADJUSTERID = :WS-ROUTE-ADJUSTER
               WHERE CLAIMNUMBER = :WS-CLAIM-NUMBER
                 AND ADJUSTERID = :WS-FROM-ADJUSTER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-ITEM-OK-SW
           ELSE
              EXEC SQL
                 UPDATE MFTR110.CLAIM_DIARY
                    SET ADJUSTERID = :WS-ROUTE-ADJUSTER
                  WHERE CLAIMNUMBER = :WS-CLAIM-NUMBER
                    AND ADJUSTERID = :WS-FROM-ADJUSTER
                    AND COMPLETEDFLAG = 'N'
              END-EXEC
              PERFORM 2350-COUNT-DIARIES
           END-IF
           IF WS-ITEM-OK
              MOVE 'B' TO ASGN-TYPE
              PERFORM 2400-WRITE-ASSIGNMENT
           END-IF
           IF WS-ITEM-OK
              EXEC SQL
                 COMMIT
              END-EXEC
              ADD 1 TO WS-CLAIM-MOVED
              ADD WS-DIARY-ROWS TO WS-DIARY-MOVED
              MOVE 'CLAIM REASSIGNED' TO WS-D-DISP
              PERFORM 2800-WRITE-DETAIL
           ELSE
              MOVE 'CLAIM NOT MOVED' TO WS-D-DISP
              PERFORM 2900-ITEM-ERROR
           END-IF.
       2350-COUNT-DIARIES.
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SQLERRD(3) TO WS-DIARY-ROWS
             WHEN 100
                 MOVE ZERO TO WS-DIARY-ROWS
             WHEN OTHER
                 MOVE 'N' TO WS-ITEM-OK-SW
           END-EVALUATE.
       2400-WRITE-ASSIGNMENT.
           MOVE WS-CLAIM-NUMBER TO CLAIMNUMBER OF CLAIM-ASSIGNMENT
           MOVE WS-FROM-ADJUSTER TO ASGN-OLD-ADJUSTER
           MOVE WS-ROUTE-ADJUSTER TO ASGN-NEW-ADJUSTER
           MOVE WS-ROUTE-POOL TO ASGN-POOL-ID
           MOVE WS-DIARY-ROWS TO ASGN-DIARY-COUNT
           MOVE WS-SUPV-ID TO ASGN-BY
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_ASSIGNMENT
                     (CLAIMNUMBER,
                      ASSIGNTS,
                      ASSIGNTYPE,
                      OLDADJUSTERID,
                      NEWADJUSTERID,
                      POOLID,
                      DIARYCOUNT,
                      ASSIGNEDBY)
              VALUES (:CLAIM-ASSIGNMENT.CLAIMNUMBER,
                      CURRENT TIMESTAMP,
                      :CLAIM-ASSIGNMENT.ASGN-TYPE,
                      :CLAIM-ASSIGNMENT.ASGN-OLD-ADJUSTER,
                      :CLAIM-ASSIGNMENT.ASGN-NEW-ADJUSTER,
                      NULLIF(:CLAIM-ASSIGNMENT.ASGN-POOL-ID, ' '),
                      :CLAIM-ASSIGNMENT.ASGN-DIARY-COUNT,
                      :CLAIM-ASSIGNMENT.ASGN-BY)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-ITEM-OK-SW
           END-IF.
      * OPEN DIARIES ON A CLAIM SOMEONE ELSE OWNS FOLLOW THE OWNER
      * WHEN THE OWNER IS ACTIVE, ELSE GO TO A POOL-MATE.
       2500-PROCESS-DIARY.
           ADD 1 TO WS-GROUP-COUNT
           MOVE 'DIARIES' TO WS-D-TYPE
           MOVE 'N' TO WS-FOUND-SW
           MOVE SPACES TO WS-ROUTE-POOL
           MOVE SPACES TO WS-ROUTE-ADJUSTER
           IF WS-OWNER-ID NOT = SPACES
              AND WS-OWNER-ACTIVE = 'Y'
              MOVE WS-OWNER-ID TO WS-ROUTE-ADJUSTER
              SET WS-FOUND TO TRUE
           ELSE
              MOVE ZERO TO WS-CLAIM-VALUE
              PERFORM 2200-PICK-POOL-MATE
           END-IF
           IF WS-FOUND
              PERFORM 2700-MOVE-DIARIES
           ELSE
              MOVE 'NO ELIGIBLE ADJUSTER' TO WS-D-DISP
              ADD 1 TO WS-NOTMOVED-COUNT
              PERFORM 2800-WRITE-DETAIL
           END-IF
           PERFORM 2600-FETCH-NEXT-DIARY.
       2600-FETCH-NEXT-DIARY.
           EXEC SQL
              FETCH DIARY-CSR
              INTO :WS-CLAIM-NUMBER,
                   :WS-OWNER-ID,
                   :WS-OWNER-ACTIVE,
                   :WS-DIARY-ROWS
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
       2700-MOVE-DIARIES.
           MOVE 'Y' TO WS-ITEM-OK-SW
           EXEC SQL
              SAVEPOINT B46ITEM ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              UPDATE MFTR110.CLAIM_DIARY
                 SET ADJUSTERID = :WS-ROUTE-ADJUSTER
               WHERE CLAIMNUMBER = :WS-CLAIM-NUMBER
                 AND ADJUSTERID = :WS-FROM-ADJUSTER
                 AND COMPLETEDFLAG = 'N'
           END-EXEC
           PERFORM 2350-COUNT-DIARIES
           IF WS-ITEM-OK
              MOVE 'D' TO ASGN-TYPE
              PERFORM 2400-WRITE-ASSIGNMENT
           END-IF
           IF WS-ITEM-OK
              EXEC SQL
                 COMMIT
              END-EXEC
              ADD 1 TO WS-GROUP-MOVED
              ADD WS-DIARY-ROWS TO WS-DIARY-MOVED
              MOVE 'DIARIES REASSIGNED' TO WS-D-DISP
              PERFORM 2800-WRITE-DETAIL
           ELSE
              MOVE 'DIARIES NOT MOVED' TO WS-D-DISP
              PERFORM 2900-ITEM-ERROR
           END-IF.
       2800-WRITE-DETAIL.
           MOVE WS-CLAIM-NUMBER   TO WS-D-CLAIMNBR
           MOVE WS-DIARY-ROWS     TO WS-D-DIARIES
           MOVE WS-ROUTE-ADJUSTER TO WS-D-NEW-ADJ
           MOVE WS-ROUTE-POOL     TO WS-D-POOL
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2900-ITEM-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY 'MF110B46 SQL ERROR ON CLAIM ' WS-CLAIM-NUMBER
                   ', SQLCODE = ' SQLCODE
      * BACK OUT THE ONE ITEM ONLY - A FULL ROLLBACK WOULD CLOSE THE
      * CURSORS AND END THE SWEEP.
           EXEC SQL
              ROLLBACK TO SAVEPOINT B46ITEM
           END-EXEC
           PERFORM 2800-WRITE-DETAIL.
       3000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-CLAIM-MOVED    TO WS-TL-CLAIMS
           MOVE WS-DIARY-MOVED    TO WS-TL-DIARIES
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-NOTMOVED-COUNT TO WS-TL-NOTMOVED
           MOVE WS-ERROR-COUNT    TO WS-TL-ERRORS
           WRITE RPT-LINE FROM WS-TOTAL-LINE2.
       4000-TERMINATE.
           CLOSE REASSIGN-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-CLAIM-COUNT + WS-GROUP-COUNT
           COMPUTE LOG-RECS-WRITTEN = WS-CLAIM-MOVED + WS-GROUP-MOVED
           COMPUTE LOG-RECS-REJECTED = WS-NOTMOVED-COUNT
                 + WS-ERROR-COUNT
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
              DISPLAY 'MF110B46 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
