       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B45.
      * WEEKLY STATUTE-OF-LIMITATIONS EXPIRY REPORT - LISTS, BY THE
      * ADJUSTER WHO OWNS THE CLAIM, EVERY LIMITATION DATE KEPT ON
      * MFTR110.CLAIM_LIMITATION BY THE MF110B44 NIGHTLY SWEEP THAT
      * FALLS INSIDE THE NEXT 60 DAYS OR HAS ALREADY PASSED, WHILE
      * MONEY IS STILL EXPECTED ON IT - A CLAIM THAT IS STILL OPEN
      * (SHOWING ITS RESERVE) OR A RECOVERY WHOSE EXPECTED AMOUNT IS
      * STILL MORE THAN WHAT HAS BEEN RECEIVED (SHOWING THE BALANCE).
      * AN EXPIRED ITEM IS FLAGGED, AND EACH LINE SHOWS THE LAST
      * LIMITATION DIARY PUT ON THE ADJUSTER'S QUEUE FOR IT. AN SQL
      * ERROR ON THE REPORT CURSOR ENDS THE RUN RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRY-REPORT ASSIGN TO SOLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPIRY-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-WINDOW-DAYS              PIC S9(9) COMP VALUE 60.
       01 WS-ADJUSTER-ID              PIC X(08).
       01 WS-DAYS-LEFT                PIC S9(9) COMP.
       01 WS-AMOUNT                   PIC S9(9)V99 COMP-3.
       01 WS-LAST-DIARY               PIC X(10).
       01 WS-PREV-ADJUSTER            PIC X(08) VALUE LOW-VALUES.
       01 WS-ADJ-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-ADJ-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-EXPIRED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-TOTAL-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B45 - LIMITATIO'.
          05 FILLER              PIC X(30) VALUE 'N EXPIRY REPORT'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-ADJ-HEADER.
          05 FILLER               PIC X(10) VALUE 'ADJUSTER: '.
          05 WS-AH-ADJUSTER       PIC X(08).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(14) VALUE 'LIMITATION'.
          05 FILLER               PIC X(12) VALUE 'EXPIRES'.
          05 FILLER               PIC X(08) VALUE 'DAYS'.
          05 FILLER               PIC X(15) VALUE ' STILL EXPECTED'.
          05 FILLER               PIC X(12) VALUE 'LAST DIARY'.
          05 FILLER               PIC X(07) VALUE 'STATUS'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-KIND                PIC X(13).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-EXPIRY              PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DAYS                PIC -ZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-DIARY               PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-STATUS              PIC X(07).
       01 WS-ADJ-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'ITEMS LISTED      ='.
          05 WS-AT-COUNT             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(18) VALUE ' STILL EXPECTED ='.
          05 WS-AT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'TOTAL ITEMS LISTED='.
          05 WS-TL-COUNT             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(18) VALUE ' STILL EXPECTED ='.
          05 WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE2.
          05 FILLER              PIC X(20) VALUE 'ALREADY EXPIRED   ='.
          05 WS-TL-EXPIRED           PIC ZZZ,ZZ9.
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
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE EXPIRY-CSR CURSOR FOR
                 SELECT COALESCE(C.ADJUSTERID, ' '),
                        L.CLAIMNUMBER,
                        L.LIMITKIND,
                        L.RECOVERYTYPE,
                        CHAR(L.EXPIRYDATE, ISO),
                        DAYS(L.EXPIRYDATE) - DAYS(CURRENT DATE),
                        CASE WHEN L.LIMITKIND = 'S'
                             THEN COALESCE(R.EXPECTEDAMOUNT, 0)
                                  - COALESCE(R.RECEIVEDAMOUNT, 0)
                             ELSE COALESCE(C.RESERVE, 0)
                        END,
                        COALESCE(CHAR(L.DIARY30DATE, ISO),
                                 CHAR(L.DIARY90DATE, ISO), ' ')
                   FROM MFTR110.CLAIM_LIMITATION L
                        INNER JOIN MFTR110.CLAIMS C
                               ON C.CLAIMNUMBER = L.CLAIMNUMBER
                        LEFT OUTER JOIN MFTR110.CLAIM_RECOVERY R
                               ON R.CLAIMNUMBER  = L.CLAIMNUMBER
                              AND R.RECOVERYTYPE = L.RECOVERYTYPE
                              AND R.RECOVERYDATE = L.RECOVERYDATE
                  WHERE L.EXPIRYDATE <= CURRENT DATE
                                        + :WS-WINDOW-DAYS DAYS
                    AND ((L.LIMITKIND IN ('C', 'I')
                          AND C.STATUS IN ('OPEN      ', 'PENDING   ',
                                           'PENDVER   ', 'REOPENED  ',
                                           'APPROVED  '))
                      OR (L.LIMITKIND = 'S'
                          AND COALESCE(R.EXPECTEDAMOUNT, 0)
                              > COALESCE(R.RECEIVEDAMOUNT, 0)))
                  ORDER BY 1, 5, 2
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXPIRY UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B45' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B45 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT EXPIRY-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           EXEC SQL
              OPEN EXPIRY-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-EXPIRY.
       2000-PROCESS-EXPIRY.
           IF WS-ADJUSTER-ID NOT = WS-PREV-ADJUSTER
              IF WS-PREV-ADJUSTER NOT = LOW-VALUES
                 PERFORM 2200-WRITE-ADJUSTER-TOTAL
              END-IF
              PERFORM 2300-WRITE-ADJUSTER-HEADER
           END-IF
           MOVE CLAIMNUMBER OF CLAIM-LIMITATION TO WS-D-CLAIMNBR
           EVALUATE LIM-KIND
             WHEN 'I'
                 MOVE 'INJURY SUIT' TO WS-D-KIND
             WHEN 'S'
                 MOVE LIM-RECOVERY-TYPE TO WS-D-KIND
             WHEN OTHER
                 MOVE 'CLAIM SUIT' TO WS-D-KIND
           END-EVALUATE
           MOVE LIM-EXPIRY-DATE TO WS-D-EXPIRY
           MOVE WS-DAYS-LEFT    TO WS-D-DAYS
           MOVE WS-AMOUNT       TO WS-D-AMOUNT
           MOVE WS-LAST-DIARY   TO WS-D-DIARY
           IF WS-DAYS-LEFT < 0
              MOVE 'EXPIRED' TO WS-D-STATUS
              ADD 1 TO WS-EXPIRED-COUNT
           ELSE
              MOVE SPACES TO WS-D-STATUS
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ADJ-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           ADD WS-AMOUNT TO WS-ADJ-AMOUNT
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM 2100-FETCH-NEXT-EXPIRY.
       2100-FETCH-NEXT-EXPIRY.
           EXEC SQL
              FETCH EXPIRY-CSR
              INTO :WS-ADJUSTER-ID,
                   :CLAIM-LIMITATION.CLAIMNUMBER,
                   :CLAIM-LIMITATION.LIM-KIND,
                   :CLAIM-LIMITATION.LIM-RECOVERY-TYPE,
                   :CLAIM-LIMITATION.LIM-EXPIRY-DATE,
                   :WS-DAYS-LEFT,
                   :WS-AMOUNT,
                   :WS-LAST-DIARY
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
       2200-WRITE-ADJUSTER-TOTAL.
           MOVE WS-ADJ-COUNT  TO WS-AT-COUNT
           MOVE WS-ADJ-AMOUNT TO WS-AT-AMOUNT
           WRITE RPT-LINE FROM WS-ADJ-TOTAL-LINE
           MOVE ZERO TO WS-ADJ-COUNT
           MOVE ZERO TO WS-ADJ-AMOUNT.
       2300-WRITE-ADJUSTER-HEADER.
           MOVE WS-ADJUSTER-ID TO WS-AH-ADJUSTER
           MOVE WS-ADJUSTER-ID TO WS-PREV-ADJUSTER
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-ADJ-HEADER
           WRITE RPT-LINE FROM WS-HEADING2.
       3000-WRITE-TOTALS.
           IF WS-PREV-ADJUSTER NOT = LOW-VALUES
              PERFORM 2200-WRITE-ADJUSTER-TOTAL
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-TOTAL-COUNT   TO WS-TL-COUNT
           MOVE WS-TOTAL-AMOUNT  TO WS-TL-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-EXPIRED-COUNT TO WS-TL-EXPIRED
           WRITE RPT-LINE FROM WS-TOTAL-LINE2.
       4000-TERMINATE.
           EXEC SQL
              CLOSE EXPIRY-CSR
           END-EXEC
           CLOSE EXPIRY-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-TOTAL-COUNT TO LOG-RECS-READ
           MOVE WS-TOTAL-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'STILL EXPECTED' TO LOG-CONTROL-DESC
           MOVE WS-TOTAL-AMOUNT TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B45 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
