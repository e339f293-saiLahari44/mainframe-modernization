       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B47.
      * MONTHLY PRIVACY ACCESS REPORT - READS THE MONTH JUST ENDED ON
      * MFTR110.CLAIM_ACCESS_LOG (EVERY MF110BMS INQUIRY THAT SHOWED
      * CLAIMANT PERSONAL DATA) FOR PRIVACY AND INTERNAL AUDIT. PART 1
      * LISTS, BY USER, EVERY CLAIM THE USER LOOKED AT THAT WAS NOT
      * ASSIGNED TO THEM AND NOT IN THEIR UNIT - THE OWNER AT THE TIME
      * OF THE INQUIRY SHARES NO MFTR110.ADJUSTER_POOL WITH THE USER
      * (A CLAIM WITH NO OWNER COUNTS AS OUTSIDE EVERY UNIT) - WITH
      * THE NUMBER OF VIEWS AND THE FIRST ONE. PART 2 LISTS EVERY
      * USER WHOSE INQUIRY COUNT FOR THE MONTH WAS UNUSUALLY HIGH:
      * MORE THAN THE ACCSCTL FACTOR (DEFAULT 2) TIMES THE AVERAGE PER
      * USER AND AT LEAST THE ACCSCTL MINIMUM (DEFAULT 100). AN SQL
      * ERROR ENDS THE RUN RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-CONTROL ASSIGN TO ACCSCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT ACCESS-REPORT ASSIGN TO ACCSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-CONTROL
           RECORDING MODE IS F.
       01  ACCESS-CONTROL-RECORD.
           05 AC-FACTOR               PIC 9(3).
           05 AC-MINIMUM              PIC 9(5).
       FD  ACCESS-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS               PIC X(02) VALUE '00'.
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
       01 WS-CURR-YEAR                PIC 9(4).
       01 WS-CURR-MONTH               PIC 9(2).
       01 WS-START-YEAR               PIC 9(4).
       01 WS-START-MONTH              PIC 9(2).
       01 WS-MONTH-START-TS.
          05 WS-MS-YEAR               PIC 9(4).
          05 FILLER                   PIC X(1) VALUE '-'.
          05 WS-MS-MONTH              PIC 9(2).
          05 FILLER                   PIC X(20)
             VALUE '-01-00.00.00.000000'.
       01 WS-MONTH-END-TS.
          05 WS-ME-YEAR               PIC 9(4).
          05 FILLER                   PIC X(1) VALUE '-'.
          05 WS-ME-MONTH              PIC 9(2).
          05 FILLER                   PIC X(20)
             VALUE '-01-00.00.00.000000'.
       01 WS-VOL-FACTOR               PIC S9(3) COMP-3 VALUE 2.
       01 WS-VOL-MINIMUM              PIC S9(9) COMP VALUE 100.
       01 WS-TOTAL-ACCESS             PIC S9(9) COMP VALUE ZERO.
       01 WS-TOTAL-USERS              PIC S9(9) COMP VALUE ZERO.
       01 WS-AVG-ACCESS               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-VOL-THRESHOLD            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-USERID                   PIC X(08).
       01 WS-PREV-USERID              PIC X(08) VALUE SPACES.
       01 WS-CLAIM-NUMBER             PIC S9(9) COMP.
       01 WS-OWNER-ID                 PIC X(08).
       01 WS-VIEW-COUNT               PIC S9(9) COMP.
       01 WS-FIRST-VIEW               PIC X(10).
       01 WS-CLAIM-VIEWS              PIC S9(9) COMP.
       01 WS-CLAIMANT-VIEWS           PIC S9(9) COMP.
       01 WS-OOU-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-OOU-USERS                PIC S9(9) COMP VALUE ZERO.
       01 WS-HIGH-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B47 - PRIVACY A'.
          05 FILLER              PIC X(30) VALUE 'CCESS REPORT'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-MONTH-LINE.
          05 FILLER               PIC X(16) VALUE 'ACCESS MONTH: '.
          05 WS-ML-MONTH          PIC X(07).
          05 FILLER               PIC X(18) VALUE '   INQUIRIES: '.
          05 WS-ML-TOTAL          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(10) VALUE '   USERS: '.
          05 WS-ML-USERS          PIC ZZ,ZZ9.
       01 WS-PART1-HDG.
          05 FILLER               PIC X(50) VALUE
             'PART 1 - CLAIMS VIEWED OUTSIDE OWN QUEUE AND UNIT'.
       01 WS-PART1-HDG2.
          05 FILLER               PIC X(10) VALUE 'USER'.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(10) VALUE 'OWNER'.
          05 FILLER               PIC X(08) VALUE 'VIEWS'.
          05 FILLER               PIC X(12) VALUE 'FIRST VIEW'.
       01 WS-OOU-LINE.
          05 WS-OL-USERID             PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-OL-CLAIMNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-OL-OWNER              PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-OL-VIEWS              PIC ZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-OL-FIRST              PIC X(10).
       01 WS-PART2-HDG.
          05 FILLER               PIC X(40) VALUE
             'PART 2 - UNUSUALLY HIGH INQUIRY VOLUME'.
       01 WS-PART2-HDG2.
          05 FILLER               PIC X(14) VALUE 'AVERAGE/USER ='.
          05 WS-P2-AVG            PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(14) VALUE '   THRESHOLD ='.
          05 WS-P2-THRESH         PIC ZZZ,ZZ9.99.
       01 WS-PART2-HDG3.
          05 FILLER               PIC X(10) VALUE 'USER'.
          05 FILLER               PIC X(12) VALUE 'INQUIRIES'.
          05 FILLER               PIC X(12) VALUE 'CLAIMS'.
          05 FILLER               PIC X(12) VALUE 'CLAIMANTS'.
       01 WS-HIGH-LINE.
          05 WS-HL-USERID             PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-HL-VIEWS              PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-HL-CLAIMS             PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-HL-CLAIMANTS          PIC ZZZ,ZZ9.
       01 WS-NONE-LINE                PIC X(80) VALUE
          '  NONE'.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(20) VALUE 'OUT-OF-UNIT CLAIMS ='.
          05 WS-TL-OOU               PIC ZZZ,ZZ9.
          05 FILLER              PIC X(10) VALUE ' USERS ='.
          05 WS-TL-OOU-USERS         PIC ZZZ,ZZ9.
          05 FILLER              PIC X(20) VALUE '  HIGH-VOLUME USERS='.
          05 WS-TL-HIGH              PIC ZZZ,ZZ9.
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
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE UNIT-CSR CURSOR FOR
                 SELECT L.USERID,
                        L.CLAIMNUMBER,
                        COALESCE(L.OWNERADJUSTERID, ' '),
                        COUNT(*),
                        CHAR(DATE(MIN(L.ACCESSTS)), ISO)
                   FROM MFTR110.CLAIM_ACCESS_LOG L
                  WHERE L.ACCESSTS >= :WS-MONTH-START-TS
                    AND L.ACCESSTS <  :WS-MONTH-END-TS
                    AND L.CLAIMNUMBER IS NOT NULL
                    AND COALESCE(L.OWNERADJUSTERID, ' ') <> L.USERID
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.ADJUSTER_POOL P1,
                                MFTR110.ADJUSTER_POOL P2
                          WHERE P1.ADJUSTERID = L.USERID
                            AND P2.ADJUSTERID = L.OWNERADJUSTERID
                            AND P2.POOLID     = P1.POOLID)
                  GROUP BY L.USERID, L.CLAIMNUMBER, L.OWNERADJUSTERID
                  ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
              DECLARE VOLUME-CSR CURSOR FOR
                 SELECT USERID,
                        COUNT(*),
                        COUNT(DISTINCT CLAIMNUMBER),
                        COUNT(DISTINCT CLAIMANTID)
                   FROM MFTR110.CLAIM_ACCESS_LOG
                  WHERE ACCESSTS >= :WS-MONTH-START-TS
                    AND ACCESSTS <  :WS-MONTH-END-TS
                  GROUP BY USERID
                 HAVING COUNT(*) > :WS-VOL-THRESHOLD
                    AND COUNT(*) >= :WS-VOL-MINIMUM
                  ORDER BY 2 DESC, 1
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           IF NOT WS-SQL-ERROR
              PERFORM 2000-UNIT-SECTION
           END-IF
           IF NOT WS-SQL-ERROR
              PERFORM 3000-VOLUME-SECTION
           END-IF
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B47' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B47 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT ACCESS-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           PERFORM 1050-READ-CONTROL
           PERFORM 1100-SET-MONTH-WINDOW
           PERFORM 1200-COMPUTE-AVERAGE
           MOVE WS-MONTH-START-TS(1:7) TO WS-ML-MONTH
           MOVE WS-TOTAL-ACCESS TO WS-ML-TOTAL
           MOVE WS-TOTAL-USERS TO WS-ML-USERS
           WRITE RPT-LINE FROM WS-MONTH-LINE.
       1050-READ-CONTROL.
           OPEN INPUT ACCESS-CONTROL
           IF WS-CTL-STATUS = '00'
              READ ACCESS-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    IF AC-FACTOR IS NUMERIC
                       AND AC-FACTOR > 0
                       MOVE AC-FACTOR TO WS-VOL-FACTOR
                    END-IF
                    IF AC-MINIMUM IS NUMERIC
                       AND AC-MINIMUM > 0
                       MOVE AC-MINIMUM TO WS-VOL-MINIMUM
                    END-IF
              END-READ
              CLOSE ACCESS-CONTROL
           END-IF.
      * THE REPORTED MONTH IS THE ONE JUST ENDED: THE WINDOW RUNS
      * FROM THE FIRST OF THAT MONTH UP TO (NOT INCLUDING) THE FIRST
      * OF THIS ONE.
       1100-SET-MONTH-WINDOW.
           MOVE WS-TODAY(1:4) TO WS-CURR-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURR-MONTH
           IF WS-CURR-MONTH = 1
              COMPUTE WS-START-YEAR = WS-CURR-YEAR - 1
              MOVE 12 TO WS-START-MONTH
           ELSE
              MOVE WS-CURR-YEAR TO WS-START-YEAR
              COMPUTE WS-START-MONTH = WS-CURR-MONTH - 1
           END-IF
           MOVE WS-START-YEAR  TO WS-MS-YEAR
           MOVE WS-START-MONTH TO WS-MS-MONTH
           MOVE WS-CURR-YEAR   TO WS-ME-YEAR
           MOVE WS-CURR-MONTH  TO WS-ME-MONTH.
       1200-COMPUTE-AVERAGE.
           EXEC SQL
              SELECT COUNT(*),
                     COUNT(DISTINCT USERID)
                INTO :WS-TOTAL-ACCESS,
                     :WS-TOTAL-USERS
                FROM MFTR110.CLAIM_ACCESS_LOG
               WHERE ACCESSTS >= :WS-MONTH-START-TS
                 AND ACCESSTS <  :WS-MONTH-END-TS
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-E-SQLCODE
              WRITE RPT-LINE FROM WS-ERROR-LINE
           ELSE
              IF WS-TOTAL-USERS > 0
                 COMPUTE WS-AVG-ACCESS ROUNDED =
                         WS-TOTAL-ACCESS / WS-TOTAL-USERS
              END-IF
              COMPUTE WS-VOL-THRESHOLD = WS-AVG-ACCESS * WS-VOL-FACTOR
           END-IF.
       2000-UNIT-SECTION.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-PART1-HDG
           WRITE RPT-LINE FROM WS-PART1-HDG2
           EXEC SQL
              OPEN UNIT-CSR
           END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-FETCH-NEXT-UNIT
           PERFORM 2200-WRITE-UNIT-LINE UNTIL WS-EOF
           EXEC SQL
              CLOSE UNIT-CSR
           END-EXEC
           IF WS-OOU-COUNT = 0 AND NOT WS-SQL-ERROR
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
       2100-FETCH-NEXT-UNIT.
           EXEC SQL
              FETCH UNIT-CSR
              INTO :WS-USERID,
                   :WS-CLAIM-NUMBER,
                   :WS-OWNER-ID,
                   :WS-VIEW-COUNT,
                   :WS-FIRST-VIEW
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
      * THE USER IS PRINTED ON THE FIRST OF THEIR LINES ONLY.
       2200-WRITE-UNIT-LINE.
           ADD 1 TO WS-OOU-COUNT
           IF WS-USERID NOT = WS-PREV-USERID
              ADD 1 TO WS-OOU-USERS
              MOVE WS-USERID TO WS-OL-USERID
              MOVE WS-USERID TO WS-PREV-USERID
           ELSE
              MOVE SPACES TO WS-OL-USERID
           END-IF
           MOVE WS-CLAIM-NUMBER TO WS-OL-CLAIMNBR
           IF WS-OWNER-ID = SPACES
              MOVE '(NONE)' TO WS-OL-OWNER
           ELSE
              MOVE WS-OWNER-ID TO WS-OL-OWNER
           END-IF
           MOVE WS-VIEW-COUNT TO WS-OL-VIEWS
           MOVE WS-FIRST-VIEW TO WS-OL-FIRST
           WRITE RPT-LINE FROM WS-OOU-LINE
           PERFORM 2100-FETCH-NEXT-UNIT.
       3000-VOLUME-SECTION.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-PART2-HDG
           MOVE WS-AVG-ACCESS TO WS-P2-AVG
           MOVE WS-VOL-THRESHOLD TO WS-P2-THRESH
           WRITE RPT-LINE FROM WS-PART2-HDG2
           WRITE RPT-LINE FROM WS-PART2-HDG3
           EXEC SQL
              OPEN VOLUME-CSR
           END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-FETCH-NEXT-VOLUME
           PERFORM 3200-WRITE-VOLUME-LINE UNTIL WS-EOF
           EXEC SQL
              CLOSE VOLUME-CSR
           END-EXEC
           IF WS-HIGH-COUNT = 0 AND NOT WS-SQL-ERROR
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
       3100-FETCH-NEXT-VOLUME.
           EXEC SQL
              FETCH VOLUME-CSR
              INTO :WS-USERID,
                   :WS-VIEW-COUNT,
                   :WS-CLAIM-VIEWS,
                   :WS-CLAIMANT-VIEWS
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
       3200-WRITE-VOLUME-LINE.
           ADD 1 TO WS-HIGH-COUNT
           MOVE WS-USERID TO WS-HL-USERID
           MOVE WS-VIEW-COUNT TO WS-HL-VIEWS
           MOVE WS-CLAIM-VIEWS TO WS-HL-CLAIMS
           MOVE WS-CLAIMANT-VIEWS TO WS-HL-CLAIMANTS
           WRITE RPT-LINE FROM WS-HIGH-LINE
           PERFORM 3100-FETCH-NEXT-VOLUME.
       4000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-OOU-COUNT TO WS-TL-OOU
           MOVE WS-OOU-USERS TO WS-TL-OOU-USERS
           MOVE WS-HIGH-COUNT TO WS-TL-HIGH
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       5000-TERMINATE.
           CLOSE ACCESS-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-TOTAL-ACCESS TO LOG-RECS-READ
           COMPUTE LOG-RECS-WRITTEN = WS-OOU-COUNT + WS-HIGH-COUNT
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
              DISPLAY 'MF110B47 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
