      * APPROVED - AN APPROVED CLAIM AWAITING ITS CHECK IS STILL
      * INVENTORY. ADJUSTER ATTRIBUTION IS THE CLAIM'S CURRENT
      * ADJUSTER; CLAIMS DELETED FROM MFTR110.CLAIMS FALL OUT OF
      * EVERY BUCKET CONSISTENTLY. A PERIOD NAME ('YYYY-MM') ON THE
      * SNAPCTL CARD REPORTS THAT MONTH INSTEAD, WITH ADJUSTER
      * ATTRIBUTION AND THE ENDING PROOF TAKEN FROM ITS MF110B41 CLOSE
      * SNAPSHOT RATHER THAN THE LIVE CLAIMS TABLE - THE AUDIT HISTORY
      * IS NEVER REWRITTEN, SO A RERUN REPRODUCES THE BOOKED REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL ASSIGN TO SNAPCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT ROLLFWD-REPORT ASSIGN TO ROLLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CONTROL
           RECORDING MODE IS F.
       01  SNAPSHOT-CONTROL-REC.
           05 SC-PERIOD               PIC X(07).
           05 FILLER                  PIC X(73).
       FD  ROLLFWD-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       01 WS-OOB-SW                   PIC X(01) VALUE 'N'.
          88 WS-OUT-OF-BALANCE        VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-SNAPCTL-STATUS           PIC X(02) VALUE '00'.
       01 WS-SNAP-PERIOD              PIC X(07) VALUE SPACES.
       01 WS-AS-OF-DATE               PIC X(10).
       01 WS-NO-SNAP-SW               PIC X(01) VALUE 'N'.
          88 WS-NO-SNAPSHOT           VALUE 'Y'.
       01 WS-CURR-YEAR                PIC 9(4).
       01 WS-CURR-MONTH               PIC 9(2).
       01 WS-START-YEAR               PIC 9(4).
          05 WS-P-CLAIMS             PIC ZZZ,ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WS-P-RESULT             PIC X(14).
       01 WS-SNAP-HDG-LINE.
          05 FILLER              PIC X(24)
                                   VALUE 'FROM MONTH-END SNAPSHOT'.
          05 WS-SH-PERIOD             PIC X(07).
          05 FILLER                   PIC X(07) VALUE ' AS OF '.
          05 WS-SH-DATE               PIC X(10).
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE CLAIM_REOPEN
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE ADJ-CSR CURSOR FOR
                 SELECT DISTINCT COALESCE(ADJUSTERID, ' ')
                   FROM (SELECT ADJUSTERID
                           FROM MFTR110.CLAIMS
                          WHERE :WS-SNAP-PERIOD = '       '
                         UNION ALL
                         SELECT ADJUSTERID
                           FROM MFTR110.CLAIM_SNAPSHOT
                          WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                            AND LINENBR = 0) AS C
                  ORDER BY 1
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ADJUSTER UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-OUT-OF-BALANCE OR WS-NO-SNAPSHOT
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B29' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B29 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT ROLLFWD-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           PERFORM 1050-READ-SNAPSHOT-CARD
           PERFORM 1100-SET-MONTH-WINDOW
           MOVE WS-MONTH-START-TS(1:7) TO WS-HDG-MONTH
           MOVE WS-TODAY(1:4) TO WS-HDG-DATE(1:4)
           MOVE '-'           TO WS-HDG-DATE(8:1)
           MOVE WS-TODAY(7:2) TO WS-HDG-DATE(9:2)
           WRITE RPT-LINE FROM WS-HEADING1
           PERFORM 1060-WRITE-SNAPSHOT-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           EXEC SQL
              OPEN ADJ-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-ADJUSTER.
      * THE CARD IS READ BEFORE THE HEADING BECAUSE A NAMED PERIOD
      * SETS THE REPORTED MONTH; THE SNAPSHOT LINE (OR THE WARNING
      * FOR A PERIOD NEVER CLOSED) PRINTS UNDER THE HEADING. A NAMED
      * PERIOD WITH NO SNAPSHOT ROWS PRINTS AN EMPTY REPORT AND ENDS
      * RC 8 - IT NEVER FALLS BACK TO LIVE.
       1050-READ-SNAPSHOT-CARD.
           OPEN INPUT SNAPSHOT-CONTROL
           IF WS-SNAPCTL-STATUS = '00'
              READ SNAPSHOT-CONTROL
                 AT END CONTINUE
                 NOT AT END MOVE SC-PERIOD TO WS-SNAP-PERIOD
              END-READ
              CLOSE SNAPSHOT-CONTROL
           END-IF
           MOVE SPACES TO WS-AS-OF-DATE
           IF WS-SNAP-PERIOD NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(CHAR(MAX(SNAPSHOTDATE), ISO), ' ')
                   INTO :WS-AS-OF-DATE
                   FROM MFTR110.CLAIM_SNAPSHOT
                  WHERE SNAPPERIOD = :WS-SNAP-PERIOD
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-AS-OF-DATE = SPACES
                 SET WS-NO-SNAPSHOT TO TRUE
              END-IF
           END-IF.
       1060-WRITE-SNAPSHOT-LINE.
           IF WS-NO-SNAPSHOT
              MOVE SPACES TO WS-MSG-LINE
              STRING 'NO MONTH-END SNAPSHOT FOR PERIOD '
                     WS-SNAP-PERIOD
                     DELIMITED BY SIZE INTO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              IF WS-SNAP-PERIOD NOT = SPACES
                 MOVE WS-SNAP-PERIOD TO WS-SH-PERIOD
                 MOVE WS-AS-OF-DATE  TO WS-SH-DATE
                 WRITE RPT-LINE FROM WS-SNAP-HDG-LINE
              END-IF
           END-IF.
      * THE REPORTED MONTH IS THE ONE JUST ENDED (OR THE SNAPSHOT
      * PERIOD NAMED ON THE CARD): THE WINDOW RUNS FROM THE FIRST OF
      * THAT MONTH UP TO (NOT INCLUDING) THE FIRST OF THE NEXT.
       1100-SET-MONTH-WINDOW.
           IF WS-SNAP-PERIOD NOT = SPACES AND NOT WS-NO-SNAPSHOT
              MOVE WS-SNAP-PERIOD(1:4) TO WS-CURR-YEAR
              MOVE WS-SNAP-PERIOD(6:2) TO WS-CURR-MONTH
              IF WS-CURR-MONTH = 12
                 ADD 1 TO WS-CURR-YEAR
                 MOVE 1 TO WS-CURR-MONTH
              ELSE
                 ADD 1 TO WS-CURR-MONTH
              END-IF
           ELSE
              MOVE WS-TODAY(1:4) TO WS-CURR-YEAR
              MOVE WS-TODAY(5:2) TO WS-CURR-MONTH
           END-IF
           IF WS-CURR-MONTH = 1
              COMPUTE WS-START-YEAR = WS-CURR-YEAR - 1
              MOVE 12 TO WS-START-MONTH
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-BEGIN-OPEN
                FROM (SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE COALESCE(C.ADJUSTERID, ' ') = :WS-ADJUSTER-ID
                 AND (SELECT A1.NEWSTATUS
                        FROM MFTR110.CLAIM_AUDIT A1
              SELECT COUNT(*)
                INTO :WS-NEW-COUNT
                FROM MFTR110.CLAIM_AUDIT A,
                     (SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE C.CLAIMNUMBER = A.CLAIMNUMBER
                 AND COALESCE(C.ADJUSTERID, ' ') = :WS-ADJUSTER-ID
                 AND A.AUDITACTION = 'I'
              SELECT COUNT(*)
                INTO :WS-REOPEN-COUNT
                FROM MFTR110.CLAIM_REOPEN R,
                     (SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE C.CLAIMNUMBER = R.CLAIMNUMBER
                 AND COALESCE(C.ADJUSTERID, ' ') = :WS-ADJUSTER-ID
                 AND R.REOPENDATE >= :WS-MONTH-START-DT
              SELECT COUNT(*)
                INTO :WS-DELETE-COUNT
                FROM MFTR110.CLAIM_AUDIT A,
                     (SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE C.CLAIMNUMBER = A.CLAIMNUMBER
                 AND COALESCE(C.ADJUSTERID, ' ') = :WS-ADJUSTER-ID
                 AND A.AUDITACTION = 'D'
              SELECT COUNT(*)
                INTO :WS-EXIT-COUNT
                FROM MFTR110.CLAIM_AUDIT A,
                     (SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE C.CLAIMNUMBER = A.CLAIMNUMBER
                 AND COALESCE(C.ADJUSTERID, ' ') = :WS-ADJUSTER-ID
                 AND A.AUDITACTION = 'U'
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-END-OPEN
                FROM (SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT CLAIMNUMBER, ADJUSTERID
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE COALESCE(C.ADJUSTERID, ' ') = :WS-ADJUSTER-ID
                 AND (SELECT A1.NEWSTATUS
                        FROM MFTR110.CLAIM_AUDIT A1
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CLAIMS-OPEN-NOW
                FROM (SELECT STATUS
                        FROM MFTR110.CLAIMS
                       WHERE :WS-SNAP-PERIOD = '       '
                      UNION ALL
                      SELECT STATUS
                        FROM MFTR110.CLAIM_SNAPSHOT
                       WHERE SNAPPERIOD = :WS-SNAP-PERIOD
                         AND LINENBR = 0) AS C
               WHERE STATUS IN ('OPEN      ', 'PENDING   ',
                                'PENDVER   ', 'REOPENED  ',
                                'APPROVED  ')
              CLOSE ADJ-CSR
           END-EXEC
           CLOSE ROLLFWD-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-T-BEGIN TO LOG-RECS-READ
           MOVE WS-T-END TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B29 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
