       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B44.
      * NIGHTLY STATUTE-OF-LIMITATIONS SWEEP - WORKS OUT WHEN THE
      * LIMITATION PERIOD RUNS OUT ON EVERY OPEN CLAIM (STATUS OPEN,
      * PENDING, PENDVER, REOPENED OR APPROVED - A CLAIM A THIRD-PARTY
      * ADMINISTRATOR HANDLES IS LEFT TO THE TPA) AND ON EVERY OPEN
      * RECOVERY ON MFTR110.CLAIM_RECOVERY (EXPECTED STILL MORE THAN
      * RECEIVED, WHATEVER THE CLAIM STATUS), AND KEEPS THE DATE ON
      * MFTR110.CLAIM_LIMITATION. THE EXPIRY DATE IS CLAIMDATE PLUS
      * THE PERIOD ON MFTR110.LIMITATION_RULE FOR THE POLICY STATE -
      * THE SUBROGATION PERIOD FOR A RECOVERY, THE BODILY-INJURY
      * PERIOD FOR A CLAIM WHOSE CLAIM_LINE CAUSES (OR, FOR A CLAIM
      * WITH NO LINES, ITS CAUSE) NAME AN INJURY, OTHERWISE THE CLAIM
      * PERIOD. A RULE KEYED TO TEXT IN THE CAUSE OF LOSS OVERRIDES
      * THE STATE DEFAULT ROW, AND A STATE WITH NO ROW TAKES 24, 24
      * AND 36 MONTHS. AT 90 DAYS AND AGAIN AT 30 DAYS BEFORE EXPIRY
      * AN OPEN CLAIM_DIARY ENTRY GOES ON THE QUEUE OF THE ADJUSTER
      * WHO OWNS THE CLAIM, ONCE EACH - AN ITEM FIRST SEEN INSIDE 30
      * DAYS GETS ONLY THE 30 DAY DIARY, AND AN EXPIRY DATE THAT
      * MOVES (A RULE OR CLAIM DATE CHANGE) STARTS BOTH AGAIN. A
      * CLAIM WITH NO ADJUSTER CANNOT BE QUEUED AND IS RETRIED EACH
      * NIGHT. THE SOLSWEEP REPORT LISTS EVERY DIARY SET AND EVERY
      * ITEM THAT COULD NOT BE; ANY SUCH ITEM ENDS THE RUN RC 4 AND
      * AN SQL ERROR ON THE SWEEP CURSOR RC 8. MF110B45 REPORTS THE
      * EXPIRY DATES WEEKLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-REPORT ASSIGN TO SOLSWEEP
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
       01 WS-ITEM-OK-SW               PIC X(01) VALUE 'Y'.
          88 WS-ITEM-OK               VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
      * DEFAULT PERIODS IN MONTHS FOR A POLICY STATE WITH NO
      * LIMITATION_RULE ROW.
       01 WS-DEF-CLAIM-MONTHS         PIC S9(9) COMP VALUE 24.
       01 WS-DEF-INJURY-MONTHS        PIC S9(9) COMP VALUE 24.
       01 WS-DEF-SUBRO-MONTHS         PIC S9(9) COMP VALUE 36.
       01 WS-DEF-MONTHS               PIC S9(9) COMP.
       01 WS-CLAIM-DATE               PIC X(10).
       01 WS-CAUSE                    PIC X(100).
       01 WS-ADJUSTER-ID              PIC X(08).
       01 WS-OLD-EXPIRY-DATE          PIC X(10).
       01 WS-DAYS-LEFT                PIC S9(9) COMP.
       01 WS-ITEM-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-DIARY-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-NOADJ-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-ERROR-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-SOL-ACTION.
          05 FILLER                   PIC X(04) VALUE 'SOL '.
          05 WS-SA-DAYS               PIC X(02).
          05 FILLER                   PIC X(08) VALUE ' DAYS - '.
          05 WS-SA-KIND               PIC X(13).
          05 FILLER                   PIC X(08) VALUE 'EXPIRES '.
          05 WS-SA-EXPIRY             PIC X(10).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B44 - LIMITATIO'.
          05 FILLER              PIC X(30) VALUE 'N DIARY SWEEP'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(14) VALUE 'LIMITATION'.
          05 FILLER               PIC X(12) VALUE 'EXPIRES'.
          05 FILLER               PIC X(09) VALUE 'DAYS'.
          05 FILLER               PIC X(10) VALUE 'ADJUSTER'.
          05 FILLER               PIC X(24) VALUE 'DISPOSITION'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-KIND                PIC X(13).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-EXPIRY              PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DAYS                PIC -ZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-ADJUSTER            PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DISP                PIC X(24).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(16) VALUE 'ITEMS SWEPT   ='.
          05 WS-TL-ITEMS             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(16) VALUE ' DIARIES SET  ='.
          05 WS-TL-DIARIES           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE2.
          05 FILLER              PIC X(16) VALUE 'NO ADJUSTER   ='.
          05 WS-TL-NOADJ             PIC ZZZ,ZZ9.
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
              INCLUDE CLAIM_LIMITATION
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_DIARY
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE LIMIT-CSR CURSOR FOR
                 SELECT C.CLAIMNUMBER,
                        '          ',
                        ' ',
                        CHAR(C.CLAIMDATE, ISO),
                        COALESCE(P.POLICYSTATE, '  '),
                        SUBSTR(COALESCE(C.CAUSE, ' '), 1, 100),
                        COALESCE(C.ADJUSTERID, ' '),
                        CASE WHEN C.CAUSE LIKE '%INJUR%'
                                  OR EXISTS
                                  (SELECT 1
                                     FROM MFTR110.CLAIM_LINE L
                                    WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                                      AND L.CAUSE LIKE '%INJUR%')
                             THEN 'I'
                             ELSE 'C'
                        END
                   FROM MFTR110.CLAIMS C
                        LEFT OUTER JOIN MFTR110.POLICY P
                               ON P.POLICYNUMBER = C.POLICYNUMBER
                  WHERE C.STATUS IN ('OPEN      ', 'PENDING   ',
                                     'PENDVER   ', 'REOPENED  ',
                                     'APPROVED  ')
                    AND C.CLAIMDATE IS NOT NULL
                    AND C.TPACODE IS NULL
                 UNION ALL
                 SELECT R.CLAIMNUMBER,
                        R.RECOVERYTYPE,
                        CHAR(R.RECOVERYDATE, ISO),
                        CHAR(C.CLAIMDATE, ISO),
                        COALESCE(P.POLICYSTATE, '  '),
                        SUBSTR(COALESCE(C.CAUSE, ' '), 1, 100),
                        COALESCE(C.ADJUSTERID, ' '),
                        'S'
                   FROM MFTR110.CLAIM_RECOVERY R
                        INNER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = R.CLAIMNUMBER
                        LEFT OUTER JOIN MFTR110.POLICY P
                               ON P.POLICYNUMBER = C.POLICYNUMBER
                  WHERE COALESCE(R.EXPECTEDAMOUNT, 0)
                        > COALESCE(R.RECEIVEDAMOUNT, 0)
                    AND C.CLAIMDATE IS NOT NULL
                  ORDER BY 1, 2, 3
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ITEM UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-NOADJ-COUNT > 0 OR WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B44' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B44 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT SWEEP-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           EXEC SQL
              OPEN LIMIT-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-ITEM.
       2000-PROCESS-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE 'Y' TO WS-ITEM-OK-SW
           PERFORM 2200-COMPUTE-EXPIRY
           IF WS-ITEM-OK
              PERFORM 2300-SAVE-LIMITATION
           END-IF
           IF WS-ITEM-OK
              PERFORM 2400-CHECK-DIARIES
           END-IF
           PERFORM 2100-FETCH-NEXT-ITEM.
       2100-FETCH-NEXT-ITEM.
           EXEC SQL
              FETCH LIMIT-CSR
              INTO :CLAIM-LIMITATION.CLAIMNUMBER,
                   :CLAIM-LIMITATION.LIM-RECOVERY-TYPE,
                   :CLAIM-LIMITATION.LIM-RECOVERY-DATE,
                   :WS-CLAIM-DATE,
                   :CLAIM-LIMITATION.LIM-STATE-CODE,
                   :WS-CAUSE,
                   :WS-ADJUSTER-ID,
                   :CLAIM-LIMITATION.LIM-KIND
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
      * THE PERIOD IS THE SHORTEST ONE ON A RULE WHOSE CAUSEKEY
      * APPEARS IN THE CAUSE OF LOSS, THEN THE STATE DEFAULT ROW,
      * THEN THE PROGRAM DEFAULT FOR THE KIND OF LIMITATION.
       2200-COMPUTE-EXPIRY.
           EVALUATE LIM-KIND
             WHEN 'I'
                 MOVE WS-DEF-INJURY-MONTHS TO WS-DEF-MONTHS
                 MOVE 'INJURY SUIT' TO WS-D-KIND
             WHEN 'S'
                 MOVE WS-DEF-SUBRO-MONTHS TO WS-DEF-MONTHS
                 MOVE LIM-RECOVERY-TYPE TO WS-D-KIND
             WHEN OTHER
                 MOVE WS-DEF-CLAIM-MONTHS TO WS-DEF-MONTHS
                 MOVE 'CLAIM SUIT' TO WS-D-KIND
           END-EVALUATE
           EXEC SQL
              SET :CLAIM-LIMITATION.LIM-MONTHS =
                  COALESCE(
                    (SELECT MIN(CASE :CLAIM-LIMITATION.LIM-KIND
                                  WHEN 'I' THEN R.INJURYMONTHS
                                  WHEN 'S' THEN R.SUBROMONTHS
                                  ELSE R.CLAIMMONTHS
                                END)
                       FROM MFTR110.LIMITATION_RULE R
                      WHERE R.STATECODE =
                            :CLAIM-LIMITATION.LIM-STATE-CODE
                        AND R.CAUSEKEY <> ' '
                        AND LOCATE(RTRIM(R.CAUSEKEY), :WS-CAUSE) > 0),
                    (SELECT CASE :CLAIM-LIMITATION.LIM-KIND
                              WHEN 'I' THEN R.INJURYMONTHS
                              WHEN 'S' THEN R.SUBROMONTHS
                              ELSE R.CLAIMMONTHS
                            END
                       FROM MFTR110.LIMITATION_RULE R
                      WHERE R.STATECODE =
                            :CLAIM-LIMITATION.LIM-STATE-CODE
                        AND R.CAUSEKEY = ' '),
                    :WS-DEF-MONTHS)
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 VALUES (CHAR(DATE(:WS-CLAIM-DATE)
                              + :CLAIM-LIMITATION.LIM-MONTHS MONTHS,
                              ISO),
                         DAYS(DATE(:WS-CLAIM-DATE)
                              + :CLAIM-LIMITATION.LIM-MONTHS MONTHS)
                         - DAYS(CURRENT DATE))
                   INTO :CLAIM-LIMITATION.LIM-EXPIRY-DATE,
                        :WS-DAYS-LEFT
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE SPACES TO LIM-EXPIRY-DATE
              MOVE ZERO TO WS-DAYS-LEFT
              MOVE 'EXPIRY NOT COMPUTED' TO WS-D-DISP
              PERFORM 2900-ITEM-ERROR
           END-IF.
      * AN EXISTING ROW KEEPS ITS DIARY DATES UNLESS THE EXPIRY DATE
      * HAS MOVED, IN WHICH CASE BOTH DIARIES ARE DUE AGAIN.
       2300-SAVE-LIMITATION.
           EXEC SQL
              SELECT CHAR(EXPIRYDATE, ISO),
                     COALESCE(CHAR(DIARY90DATE, ISO), ' '),
                     COALESCE(CHAR(DIARY30DATE, ISO), ' ')
                INTO :WS-OLD-EXPIRY-DATE,
                     :CLAIM-LIMITATION.LIM-DIARY90-DATE,
                     :CLAIM-LIMITATION.LIM-DIARY30-DATE
                FROM MFTR110.CLAIM_LIMITATION
               WHERE CLAIMNUMBER = :CLAIM-LIMITATION.CLAIMNUMBER
                 AND RECOVERYTYPE =
                     :CLAIM-LIMITATION.LIM-RECOVERY-TYPE
                 AND COALESCE(CHAR(RECOVERYDATE, ISO), ' ') =
                     :CLAIM-LIMITATION.LIM-RECOVERY-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF WS-OLD-EXPIRY-DATE NOT = LIM-EXPIRY-DATE
                    MOVE SPACES TO LIM-DIARY90-DATE
                    MOVE SPACES TO LIM-DIARY30-DATE
                 END-IF
                 EXEC SQL
                    UPDATE MFTR110.CLAIM_LIMITATION
                       SET LIMITKIND    = :CLAIM-LIMITATION.LIM-KIND,
                           STATECODE    =
                               :CLAIM-LIMITATION.LIM-STATE-CODE,
                           LIMITMONTHS  = :CLAIM-LIMITATION.LIM-MONTHS,
                           EXPIRYDATE   =
                               DATE(:CLAIM-LIMITATION.LIM-EXPIRY-DATE),
                           DIARY90DATE  = DATE(NULLIF(
                               :CLAIM-LIMITATION.LIM-DIARY90-DATE,
                               ' ')),
                           DIARY30DATE  = DATE(NULLIF(
                               :CLAIM-LIMITATION.LIM-DIARY30-DATE,
                               ' ')),
                           COMPUTEDDATE = CURRENT DATE
                     WHERE CLAIMNUMBER = :CLAIM-LIMITATION.CLAIMNUMBER
                       AND RECOVERYTYPE =
                           :CLAIM-LIMITATION.LIM-RECOVERY-TYPE
                       AND COALESCE(CHAR(RECOVERYDATE, ISO), ' ') =
                           :CLAIM-LIMITATION.LIM-RECOVERY-DATE
                 END-EXEC
             WHEN 100
                 MOVE SPACES TO LIM-DIARY90-DATE
                 MOVE SPACES TO LIM-DIARY30-DATE
                 EXEC SQL
                    INSERT INTO MFTR110.CLAIM_LIMITATION
                           (CLAIMNUMBER,
                            RECOVERYTYPE,
                            RECOVERYDATE,
                            LIMITKIND,
                            STATECODE,
                            LIMITMONTHS,
                            EXPIRYDATE,
                            COMPUTEDDATE)
                    VALUES (:CLAIM-LIMITATION.CLAIMNUMBER,
                            :CLAIM-LIMITATION.LIM-RECOVERY-TYPE,
                            DATE(NULLIF(
                               :CLAIM-LIMITATION.LIM-RECOVERY-DATE,
                               ' ')),
                            :CLAIM-LIMITATION.LIM-KIND,
                            :CLAIM-LIMITATION.LIM-STATE-CODE,
                            :CLAIM-LIMITATION.LIM-MONTHS,
                            DATE(:CLAIM-LIMITATION.LIM-EXPIRY-DATE),
                            CURRENT DATE)
                 END-EXEC
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
              MOVE 'EXPIRY NOT SAVED' TO WS-D-DISP
              PERFORM 2900-ITEM-ERROR
           END-IF.
      * AN EXPIRED ITEM GETS NO DIARY - IT IS ON THE WEEKLY MF110B45
      * REPORT INSTEAD.
       2400-CHECK-DIARIES.
           EVALUATE TRUE
             WHEN WS-DAYS-LEFT < 0
                 CONTINUE
             WHEN WS-DAYS-LEFT <= 30
              AND LIM-DIARY30-DATE = SPACES
                 MOVE '30' TO WS-SA-DAYS
                 PERFORM 2500-SET-DIARY
             WHEN WS-DAYS-LEFT <= 90
              AND WS-DAYS-LEFT > 30
              AND LIM-DIARY90-DATE = SPACES
                 MOVE '90' TO WS-SA-DAYS
                 PERFORM 2500-SET-DIARY
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2500-SET-DIARY.
           IF WS-ADJUSTER-ID = SPACES
              MOVE 'NO ADJUSTER - NOT QUEUED' TO WS-D-DISP
              ADD 1 TO WS-NOADJ-COUNT
              PERFORM 2800-WRITE-DETAIL
           ELSE
              MOVE WS-D-KIND       TO WS-SA-KIND
              MOVE LIM-EXPIRY-DATE TO WS-SA-EXPIRY
              MOVE CLAIMNUMBER OF CLAIM-LIMITATION
                   TO CLAIMNUMBER OF CLAIM-DIARY
              MOVE WS-ADJUSTER-ID TO ADJUSTER-ID OF CLAIM-DIARY
              MOVE WS-SOL-ACTION TO ACTION-TEXT
              MOVE 'N' TO COMPLETED-FLAG
              EXEC SQL
                 INSERT INTO MFTR110.CLAIM_DIARY
                        (CLAIMNUMBER,
                         DIARYDATE,
                         ADJUSTERID,
                         ACTIONTEXT,
                         COMPLETEDFLAG)
                 VALUES (:CLAIM-DIARY.CLAIMNUMBER,
                         CURRENT DATE,
                         :CLAIM-DIARY.ADJUSTER-ID,
                         :CLAIM-DIARY.ACTION-TEXT,
                         :CLAIM-DIARY.COMPLETED-FLAG)
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2600-MARK-DIARY-SET
              ELSE
                 MOVE 'DIARY NOT SET' TO WS-D-DISP
                 PERFORM 2900-ITEM-ERROR
              END-IF
           END-IF.
      * THE 30 DAY DIARY ALSO STANDS FOR A 90 DAY ONE NEVER SET.
       2600-MARK-DIARY-SET.
           IF WS-SA-DAYS = '30'
              MOVE WS-RUN-DATE TO LIM-DIARY30-DATE
              IF LIM-DIARY90-DATE = SPACES
                 MOVE WS-RUN-DATE TO LIM-DIARY90-DATE
              END-IF
              MOVE '30 DAY DIARY SET' TO WS-D-DISP
           ELSE
              MOVE WS-RUN-DATE TO LIM-DIARY90-DATE
              MOVE '90 DAY DIARY SET' TO WS-D-DISP
           END-IF
           EXEC SQL
              UPDATE MFTR110.CLAIM_LIMITATION
                 SET DIARY90DATE =
                         DATE(:CLAIM-LIMITATION.LIM-DIARY90-DATE),
                     DIARY30DATE = DATE(NULLIF(
                         :CLAIM-LIMITATION.LIM-DIARY30-DATE, ' '))
               WHERE CLAIMNUMBER = :CLAIM-LIMITATION.CLAIMNUMBER
                 AND RECOVERYTYPE =
                     :CLAIM-LIMITATION.LIM-RECOVERY-TYPE
                 AND COALESCE(CHAR(RECOVERYDATE, ISO), ' ') =
                     :CLAIM-LIMITATION.LIM-RECOVERY-DATE
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-DIARY-COUNT
              PERFORM 2800-WRITE-DETAIL
           ELSE
              MOVE 'DIARY SET, NOT MARKED' TO WS-D-DISP
              PERFORM 2900-ITEM-ERROR
           END-IF.
       2800-WRITE-DETAIL.
           MOVE CLAIMNUMBER OF CLAIM-LIMITATION TO WS-D-CLAIMNBR
           MOVE LIM-EXPIRY-DATE TO WS-D-EXPIRY
           MOVE WS-DAYS-LEFT    TO WS-D-DAYS
           MOVE WS-ADJUSTER-ID  TO WS-D-ADJUSTER
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2900-ITEM-ERROR.
           MOVE 'N' TO WS-ITEM-OK-SW
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY 'MF110B44 SQL ERROR ON CLAIM '
                   CLAIMNUMBER OF CLAIM-LIMITATION
                   ', SQLCODE = ' SQLCODE
           PERFORM 2800-WRITE-DETAIL.
       3000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-ITEM-COUNT  TO WS-TL-ITEMS
           MOVE WS-DIARY-COUNT TO WS-TL-DIARIES
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-NOADJ-COUNT TO WS-TL-NOADJ
           MOVE WS-ERROR-COUNT TO WS-TL-ERRORS
           WRITE RPT-LINE FROM WS-TOTAL-LINE2.
       4000-TERMINATE.
           EXEC SQL
              CLOSE LIMIT-CSR
           END-EXEC
           CLOSE SWEEP-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-ITEM-COUNT TO LOG-RECS-READ
           MOVE WS-DIARY-COUNT TO LOG-RECS-WRITTEN
           COMPUTE LOG-RECS-REJECTED = WS-NOADJ-COUNT + WS-ERROR-COUNT
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
              DISPLAY 'MF110B44 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
