       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B51.
      * DAILY LARGE-LOSS NOTIFICATION - THE MF110B11 BORDEREAU IS
      * MONTHLY, BUT THE REINSURANCE TREATY WANTS NOTICE WITHIN DAYS OF
      * A CLAIM REACHING HALF THE RETENTION AND MANAGEMENT WANTS TO
      * HEAR THE SAME DAY WHEN A CLAIM TURNS BIG. THIS JOB LOOKS AT
      * EVERY CLAIM WITH MFTR110.CLAIM_AUDIT ACTIVITY SINCE THE LAST
      * SUCCESSFUL RUN (PER THE JOB'S MFTR110.RUN_CONTROL ROW) AND
      * REPORTS:
      *   - A CLAIM WHOSE INCURRED (VALUE1) OR RESERVE NOW STANDS AT OR
      *     OVER A MFTR110.LARGE_LOSS_RULE THRESHOLD, OR WHOSE INCURRED
      *     HAS REACHED HALF THE TREATY RETENTION ON THE RETCTL CARD
      *     (THRESHOLD RETN50) - ONCE PER THRESHOLD, EVER, AS RECORDED
      *     ON MFTR110.CLAIM_LARGE_LOSS;
      *   - EVERY RESERVE CHANGE IN THE WINDOW THAT RAISED THE RESERVE
      *     BY MORE THAN THE LLCTL PERCENTAGE (DEFAULT 50) AND BY AT
      *     LEAST THE LLCTL MINIMUM (DEFAULT 25,000.00);
      *   - EVERY CLAIM ADDED IN THE WINDOW WITH A CATEVENTCODE.
      * THE CLAIMS OF ONE MFTR110.OCCURRENCE ARE ONE LOSS TO THE
      * TREATY, SO THEIR INCURRED AND RESERVE ARE ADDED UP AND THE
      * OCCURRENCE IS MEASURED AGAINST THE THRESHOLDS AS A WHOLE; A
      * LINE FOR A CLAIM IN AN OCCURRENCE IS FOLLOWED BY THE
      * OCCURRENCE TOTALS.
      * EACH LINE OF THE LLRPT REPORT CARRIES THE POLICY AND ITS
      * STATE, THE CAUSE, THE ADJUSTER, WHETHER THE CLAIM IS IN SUIT ON
      * MFTR110.CLAIM_LITIGATION, AND THE MOVEMENT IN INCURRED AND
      * RESERVE OVER THE WINDOW (OR IN THE ONE CHANGE, FOR A RESERVE
      * JUMP). A THRESHOLD CROSSING MARKED FOR THE REINSURER, AND
      * ALWAYS THE HALF-RETENTION POINT, ALSO GOES ON THE LLNOTICE
      * FILE IN THE REINSURER'S H/D/T LAYOUT. AN SQL ERROR ROLLS BACK
      * WHAT WAS RECORDED, ENDS THE RUN WITH RETURN CODE 8 AND LEAVES
      * THE WINDOW WHERE IT WAS, SO THE NEXT RUN REPORTS THE SAME
      * CLAIMS - THE NOTICE FILE FROM A FAILED RUN IS NOT SENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-CONTROL ASSIGN TO RETCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RET-STATUS.
           SELECT LARGE-LOSS-CONTROL ASSIGN TO LLCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT LARGE-LOSS-REPORT ASSIGN TO LLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REINSURER-NOTICE ASSIGN TO LLNOTICE
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-CONTROL
           RECORDING MODE IS F.
       01  RETENTION-RECORD.
           05 RET-RETENTION           PIC 9(9)V99.
       FD  LARGE-LOSS-CONTROL
           RECORDING MODE IS F.
       01  LARGE-LOSS-CONTROL-RECORD.
           05 LC-JUMP-PERCENT         PIC 9(3).
           05 LC-JUMP-MINIMUM         PIC 9(9)V99.
       FD  LARGE-LOSS-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(100).
       FD  REINSURER-NOTICE
           RECORDING MODE IS F.
       01  NOTICE-RECORD              PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-RET-STATUS               PIC X(02) VALUE '00'.
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
       01 WS-LAST-RUN-TS              PIC X(26).
       01 WS-THIS-RUN-TS              PIC X(26).
       01 WS-DEFAULT-TS.
          05 WS-DEF-TS-DATE       PIC X(10).
          05 FILLER          PIC X(16)
             VALUE '-00.00.00.000000'.
       01 WS-RUN-CONTROL-FOUND-SW     PIC X(01) VALUE 'N'.
          88 WS-RUN-CONTROL-FOUND     VALUE 'Y'.
       01 WS-RETENTION                PIC S9(9)V99 COMP-3
                                       VALUE 100000.00.
       01 WS-HALF-RETENTION           PIC S9(9)V99 COMP-3.
       01 WS-JUMP-PERCENT             PIC S9(3) COMP-3 VALUE 50.
       01 WS-JUMP-MINIMUM             PIC S9(9)V99 COMP-3
                                       VALUE 25000.00.
      * ONE EVENT FROM EVENT-CSR - 'T' THRESHOLD CROSSED, 'J' RESERVE
      * JUMP, 'C' NEW CATASTROPHE CLAIM.
       01 WS-EV-CLAIM-NUMBER          PIC S9(9) COMP.
       01 WS-EV-KIND                  PIC X(01).
          88 WS-EV-THRESHOLD          VALUE 'T'.
          88 WS-EV-JUMP               VALUE 'J'.
          88 WS-EV-CAT                VALUE 'C'.
       01 WS-EV-CODE                  PIC X(08).
       01 WS-EV-DESC                  PIC X(30).
       01 WS-EV-MEASURE               PIC X(01).
       01 WS-EV-THRESHOLD-AMT         PIC S9(9)V99 COMP-3.
       01 WS-EV-NOTICE                PIC X(01).
       01 WS-EV-OLD-RESERVE           PIC S9(9) COMP.
       01 WS-EV-NEW-RESERVE           PIC S9(9) COMP.
      * THE CLAIM AS IT NOW STANDS, READ ONCE PER CLAIM.
       01 WS-DETAIL-CLAIM             PIC S9(9) COMP VALUE ZERO.
       01 WS-POLICY-NUMBER            PIC S9(9) COMP.
       01 WS-POLICY-STATE             PIC X(02).
       01 WS-CLAIM-DATE               PIC X(10).
       01 WS-CAUSE-TEXT               PIC X(30).
       01 WS-VALUE1                   PIC S9(9)V99 COMP-3.
       01 WS-RESERVE                  PIC S9(9) COMP.
       01 WS-PAID                     PIC S9(9)V99 COMP-3.
       01 WS-ADJUSTER-ID              PIC X(08).
       01 WS-ADJUSTER-NAME            PIC X(40).
       01 WS-CAT-CODE                 PIC X(08).
       01 WS-LITIGATION               PIC X(11).
       01 WS-OCCURRENCE               PIC S9(9) COMP.
       01 WS-OCC-CLAIM-COUNT          PIC S9(9) COMP.
       01 WS-OCC-VALUE1               PIC S9(9)V99 COMP-3.
       01 WS-OCC-RESERVE              PIC S9(9) COMP.
       01 WS-OCC-PAID                 PIC S9(9)V99 COMP-3.
       01 WS-FIRST-ACTION             PIC X(01).
       01 WS-START-VALUE1             PIC S9(9)V99 COMP-3.
       01 WS-START-RESERVE            PIC S9(9) COMP.
       01 WS-MOVE-VALUE1              PIC S9(9)V99 COMP-3.
       01 WS-MOVE-RESERVE             PIC S9(9) COMP.
      * A RESERVE JUMP SHOWS ITS OWN AUDIT ROW'S MOVEMENT, KEPT APART
      * SO THE CLAIM'S WINDOW MOVEMENT STANDS FOR ITS OTHER EVENTS.
       01 WS-JUMP-MOVE-RESERVE        PIC S9(9) COMP.
       01 WS-EVENT-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-THRESHOLD-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-JUMP-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-CAT-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-NOTICE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-NOTICE-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-NOTICE-HEADER.
          05 LN-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 LN-H-FEED-NAME           PIC X(09) VALUE 'LLNOTICE '.
          05 LN-H-DATE                PIC X(10).
          05 LN-H-RETENTION           PIC 9(9)V99.
          05 FILLER                   PIC X(169) VALUE SPACES.
       01 WS-NOTICE-DETAIL.
          05 LN-D-REC-TYPE            PIC X(01) VALUE 'D'.
          05 LN-D-THRESHOLD-CODE      PIC X(08).
          05 LN-D-THRESHOLD-AMT       PIC 9(9)V99.
          05 LN-D-CLAIMNUMBER         PIC 9(09).
          05 LN-D-POLICYNUMBER        PIC 9(09).
          05 LN-D-POLICY-STATE        PIC X(02).
          05 LN-D-LOSS-DATE           PIC X(10).
          05 LN-D-CAUSE               PIC X(30).
          05 LN-D-CAT-CODE            PIC X(08).
          05 LN-D-INCURRED            PIC S9(9)V99.
          05 LN-D-RESERVE             PIC S9(9)V99.
          05 LN-D-PAID                PIC S9(9)V99.
          05 LN-D-INCURRED-MVMT       PIC S9(9)V99.
          05 LN-D-IN-SUIT             PIC X(01).
          05 LN-D-REPORT-DATE         PIC X(10).
          05 LN-D-OCCURRENCE          PIC 9(09).
          05 LN-D-OCC-INCURRED        PIC S9(9)V99.
          05 FILLER                   PIC X(37) VALUE SPACES.
       01 WS-NOTICE-TRAILER.
          05 LN-T-REC-TYPE            PIC X(01) VALUE 'T'.
          05 LN-T-COUNT               PIC 9(09).
          05 LN-T-TOTAL-INCURRED      PIC S9(9)V99.
          05 FILLER                   PIC X(179) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B51 - LARGE LOS'.
          05 FILLER              PIC X(30) VALUE 'S NOTIFICATION'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-PARM-LINE.
          05 FILLER              PIC X(20) VALUE 'HALF RETENTION     ='.
          05 WS-PL-HALF-RETN          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(16) VALUE '  RESERVE JUMP >'.
          05 WS-PL-JUMP-PCT           PIC ZZ9.
          05 FILLER              PIC X(11) VALUE '% AND >='.
          05 WS-PL-JUMP-MIN           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-HEADING2.
          05 FILLER               PIC X(10) VALUE 'CLAIM'.
          05 FILLER               PIC X(10) VALUE 'POLICY'.
          05 FILLER               PIC X(03) VALUE 'ST'.
          05 FILLER               PIC X(31) VALUE 'EVENT'.
          05 FILLER               PIC X(15) VALUE '      INCURRED'.
          05 FILLER               PIC X(12) VALUE '    RESERVE'.
          05 FILLER               PIC X(11) VALUE 'LITIGATION'.
       01 WS-HEADING3.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'ADJUSTER'.
          05 FILLER               PIC X(31) VALUE 'CAUSE'.
          05 FILLER               PIC X(20) VALUE 'MOVEMENT'.
       01 WS-EVENT-LINE.
          05 WS-E-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-POLICYNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-STATE               PIC X(02).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-EVENT               PIC X(30).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-VALUE1              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-RESERVE             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E-LITIGATION          PIC X(11).
       01 WS-EVENT-LINE2.
          05 FILLER                   PIC X(11) VALUE SPACES.
          05 WS-E2-ADJUSTER           PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E2-CAUSE              PIC X(30).
          05 FILLER                   PIC X(05) VALUE ' INC '.
          05 WS-E2-MOVE-VALUE1        PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(05) VALUE ' RES '.
          05 WS-E2-MOVE-RESERVE       PIC -ZZZ,ZZZ,ZZ9.
       01 WS-EVENT-LINE3.
          05 FILLER                   PIC X(11) VALUE SPACES.
          05 FILLER                   PIC X(11) VALUE 'OCCURRENCE'.
          05 WS-E3-OCCURRENCE         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E3-CLAIM-COUNT        PIC ZZZ9.
          05 FILLER                   PIC X(16) VALUE ' CLAIMS  TOTAL'.
          05 WS-E3-VALUE1             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-E3-RESERVE            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EVENT-TEXT.
          05 WS-ET-CODE               PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-ET-DESC               PIC X(21).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(14) VALUE 'THRESHOLDS ='.
          05 WS-T-THRESHOLD           PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' NOTICES ='.
          05 WS-T-NOTICE              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(17) VALUE ' RESERVE JUMPS ='.
          05 WS-T-JUMP                PIC ZZZ,ZZ9.
          05 FILLER              PIC X(14) VALUE ' CAT CLAIMS ='.
          05 WS-T-CAT                 PIC ZZZ,ZZ9.
       01 WS-MSG-LINE                 PIC X(100).
       01 WS-BLANK-LINE               PIC X(100) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_LARGE_LOSS
           END-EXEC.
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * EVERY EVENT IN THE WINDOW, BY CLAIM. THRESHOLDS ARE MEASURED
      * PER LOSS UNIT (U) - A CLAIM ON ITS OWN, OR ALL THE CLAIMS OF
      * ONE OCCURRENCE TOGETHER - AND REPORTED AGAINST THE LOWEST
      * CLAIM OF THE UNIT WITH ACTIVITY IN THE WINDOW. A THRESHOLD IS
      * ONLY OFFERED WHILE THE UNIT HAS NO MFTR110.CLAIM_LARGE_LOSS
      * ROW FOR IT, SO EACH CLAIM OR OCCURRENCE IS REPORTED AGAINST
      * EACH THRESHOLD ONCE. A CLAIM REPORTED ON ITS OWN BEFORE IT WAS
      * LINKED TO AN OCCURRENCE STANDS FOR THE OCCURRENCE WHILE IT IS
      * THE UNIT'S SUBJECT, SINCE THE ROW IS KEYED BY CLAIM. THE
      * HALF-RETENTION POINT COMES FROM THE RETCTL CARD RATHER THAN THE
      * RULE TABLE, UNDER THE RESERVED CODE RETN50. EACH CLAIM IS
      * FLAGGED WITH ITS ACTIVITY (ACTCLAIM) BEFORE THE UNIT IS
      * GROUPED.
           EXEC SQL
              DECLARE EVENT-CSR CURSOR FOR
                 SELECT U.SUBJECT,
                        'T',
                        CAST('RETN50' AS CHAR(8)),
                        CAST('HALF TREATY RETENTION' AS CHAR(30)),
                        'V',
                        CAST(:WS-HALF-RETENTION AS DECIMAL(11,2)),
                        'Y',
                        0,
                        0
                   FROM (SELECT MIN(X.ACTCLAIM) AS SUBJECT,
                                MAX(COALESCE(X.OCCURRENCENUMBER, 0))
                                    AS OCCNBR,
                                SUM(COALESCE(X.VALUE1, 0)) AS INCURRED,
                                SUM(COALESCE(X.RESERVE, 0)) AS RSV
                           FROM (SELECT C.*,
                                        CASE WHEN EXISTS
                                        (SELECT 1
                                           FROM MFTR110.CLAIM_AUDIT A
                                          WHERE A.CLAIMNUMBER =
                                                C.CLAIMNUMBER
                                            AND A.AUDITTIMESTAMP >
                                                :WS-LAST-RUN-TS
                                            AND A.AUDITTIMESTAMP <=
                                                :WS-THIS-RUN-TS)
                                        THEN C.CLAIMNUMBER
                                        END AS ACTCLAIM
                                   FROM MFTR110.CLAIMS C) X
                          GROUP BY CASE
                                   WHEN X.OCCURRENCENUMBER IS NULL
                                        THEN 0 - X.CLAIMNUMBER
                                   ELSE X.OCCURRENCENUMBER
                                   END) U
                  WHERE U.SUBJECT IS NOT NULL
                    AND U.INCURRED >= :WS-HALF-RETENTION
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIM_LARGE_LOSS L
                          WHERE L.THRESHOLDCODE = 'RETN50'
                            AND (L.CLAIMNUMBER = U.SUBJECT
                              OR (U.OCCNBR > 0
                                  AND L.OCCURRENCENUMBER = U.OCCNBR)))
                 UNION ALL
                 SELECT U.SUBJECT,
                        'T',
                        R.THRESHOLDCODE,
                        COALESCE(R.THRESHOLDDESC, ' '),
                        R.MEASURE,
                        R.AMOUNT,
                        R.REINSNOTICE,
                        0,
                        0
                   FROM (SELECT MIN(X.ACTCLAIM) AS SUBJECT,
                                MAX(COALESCE(X.OCCURRENCENUMBER, 0))
                                    AS OCCNBR,
                                SUM(COALESCE(X.VALUE1, 0)) AS INCURRED,
                                SUM(COALESCE(X.RESERVE, 0)) AS RSV
                           FROM (SELECT C.*,
                                        CASE WHEN EXISTS
                                        (SELECT 1
                                           FROM MFTR110.CLAIM_AUDIT A
                                          WHERE A.CLAIMNUMBER =
                                                C.CLAIMNUMBER
                                            AND A.AUDITTIMESTAMP >
                                                :WS-LAST-RUN-TS
                                            AND A.AUDITTIMESTAMP <=
                                                :WS-THIS-RUN-TS)
                                        THEN C.CLAIMNUMBER
                                        END AS ACTCLAIM
                                   FROM MFTR110.CLAIMS C) X
                          GROUP BY CASE
                                   WHEN X.OCCURRENCENUMBER IS NULL
                                        THEN 0 - X.CLAIMNUMBER
                                   ELSE X.OCCURRENCENUMBER
                                   END) U,
                        MFTR110.LARGE_LOSS_RULE R
                  WHERE R.ACTIVEFLAG = 'Y'
                    AND R.THRESHOLDCODE <> 'RETN50'
                    AND U.SUBJECT IS NOT NULL
                    AND ((R.MEASURE = 'V'
                          AND U.INCURRED >= R.AMOUNT)
                      OR (R.MEASURE = 'R'
                          AND U.RSV >= R.AMOUNT))
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIM_LARGE_LOSS L
                          WHERE L.THRESHOLDCODE = R.THRESHOLDCODE
                            AND (L.CLAIMNUMBER = U.SUBJECT
                              OR (U.OCCNBR > 0
                                  AND L.OCCURRENCENUMBER = U.OCCNBR)))
                 UNION ALL
                 SELECT A.CLAIMNUMBER,
                        'J',
                        CAST(' ' AS CHAR(8)),
                        CAST('RESERVE JUMP' AS CHAR(30)),
                        'R',
                        CAST(0 AS DECIMAL(11,2)),
                        'N',
                        COALESCE(A.OLDRESERVE, 0),
                        COALESCE(A.NEWRESERVE, 0)
                   FROM MFTR110.CLAIM_AUDIT A,
                        MFTR110.CLAIMS C
                  WHERE C.CLAIMNUMBER = A.CLAIMNUMBER
                    AND A.AUDITACTION = 'U'
                    AND A.AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                    AND A.AUDITTIMESTAMP <= :WS-THIS-RUN-TS
                    AND COALESCE(A.NEWRESERVE, 0)
                      - COALESCE(A.OLDRESERVE, 0) >= :WS-JUMP-MINIMUM
                    AND (COALESCE(A.NEWRESERVE, 0)
                       - COALESCE(A.OLDRESERVE, 0)) * 100
                      > COALESCE(A.OLDRESERVE, 0) * :WS-JUMP-PERCENT
                 UNION ALL
                 SELECT C.CLAIMNUMBER,
                        'C',
                        C.CATEVENTCODE,
                        CAST('NEW CAT EVENT CLAIM' AS CHAR(30)),
                        ' ',
                        CAST(0 AS DECIMAL(11,2)),
                        'N',
                        0,
                        0
                   FROM MFTR110.CLAIMS C
                  WHERE COALESCE(C.CATEVENTCODE, ' ') <> ' '
                    AND EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIM_AUDIT A
                          WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                            AND A.AUDITACTION = 'I'
                            AND A.AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                            AND A.AUDITTIMESTAMP <= :WS-THIS-RUN-TS)
                  ORDER BY 1, 2, 3
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EVENT UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3500-COMMIT-OR-BACKOUT
           PERFORM 4000-TERMINATE
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B51' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B51 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT LARGE-LOSS-REPORT
           OPEN OUTPUT REINSURER-NOTICE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           PERFORM 1100-READ-RETENTION
           PERFORM 1150-READ-CONTROL
           COMPUTE WS-HALF-RETENTION ROUNDED = WS-RETENTION / 2
           PERFORM 1200-READ-RUN-CONTROL
           MOVE WS-HALF-RETENTION TO WS-PL-HALF-RETN
           MOVE WS-JUMP-PERCENT   TO WS-PL-JUMP-PCT
           MOVE WS-JUMP-MINIMUM   TO WS-PL-JUMP-MIN
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-PARM-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           WRITE RPT-LINE FROM WS-HEADING3
           MOVE WS-RUN-DATE  TO LN-H-DATE
           MOVE WS-RETENTION TO LN-H-RETENTION
           WRITE NOTICE-RECORD FROM WS-NOTICE-HEADER
           EXEC SQL
              OPEN EVENT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              SET WS-EOF TO TRUE
              MOVE 'SQL ERROR READING CLAIMS - WINDOW NOT ADVANCED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              PERFORM 2100-FETCH-NEXT-EVENT
           END-IF.
      * THE SAME RETCTL CARD MF110B11 CEDES FROM.
       1100-READ-RETENTION.
           OPEN INPUT RETENTION-CONTROL
           IF WS-RET-STATUS = '00'
              READ RETENTION-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    MOVE RET-RETENTION TO WS-RETENTION
              END-READ
              CLOSE RETENTION-CONTROL
           END-IF.
       1150-READ-CONTROL.
           OPEN INPUT LARGE-LOSS-CONTROL
           IF WS-CTL-STATUS = '00'
              READ LARGE-LOSS-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    IF LC-JUMP-PERCENT IS NUMERIC
                       AND LC-JUMP-PERCENT > 0
                       MOVE LC-JUMP-PERCENT TO WS-JUMP-PERCENT
                    END-IF
                    IF LC-JUMP-MINIMUM IS NUMERIC
                       MOVE LC-JUMP-MINIMUM TO WS-JUMP-MINIMUM
                    END-IF
              END-READ
              CLOSE LARGE-LOSS-CONTROL
           END-IF.
       1200-READ-RUN-CONTROL.
           EXEC SQL
              SET :WS-THIS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE 'N' TO WS-RUN-CONTROL-FOUND-SW
           MOVE 'MF110B51' TO JOB-NAME
           EXEC SQL
              SELECT LASTRUNTS
                INTO :RUN-CONTROL.LAST-RUN-TS
                FROM MFTR110.RUN_CONTROL
               WHERE JOBNAME = :RUN-CONTROL.JOB-NAME
           END-EXEC
           IF SQLCODE = 0
              SET WS-RUN-CONTROL-FOUND TO TRUE
              MOVE LAST-RUN-TS TO WS-LAST-RUN-TS
           ELSE
              MOVE WS-THIS-RUN-TS(1:10) TO WS-DEF-TS-DATE
              MOVE WS-DEFAULT-TS  TO WS-LAST-RUN-TS
           END-IF.
       2000-PROCESS-EVENT.
           IF WS-EV-CLAIM-NUMBER NOT = WS-DETAIL-CLAIM
              PERFORM 2200-GET-CLAIM-DETAIL
           END-IF
           IF NOT WS-SQL-ERROR
              IF WS-EV-JUMP
                 COMPUTE WS-JUMP-MOVE-RESERVE =
                         WS-EV-NEW-RESERVE - WS-EV-OLD-RESERVE
              END-IF
              PERFORM 2400-WRITE-EVENT-LINES
              IF WS-EV-THRESHOLD
                 PERFORM 2500-RECORD-THRESHOLD
              END-IF
           END-IF
           IF WS-SQL-ERROR
              SET WS-EOF TO TRUE
           ELSE
              PERFORM 2100-FETCH-NEXT-EVENT
           END-IF.
       2100-FETCH-NEXT-EVENT.
           EXEC SQL
              FETCH EVENT-CSR
              INTO :WS-EV-CLAIM-NUMBER,
                   :WS-EV-KIND,
                   :WS-EV-CODE,
                   :WS-EV-DESC,
                   :WS-EV-MEASURE,
                   :WS-EV-THRESHOLD-AMT,
                   :WS-EV-NOTICE,
                   :WS-EV-OLD-RESERVE,
                   :WS-EV-NEW-RESERVE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-EOF TO TRUE
             WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 SET WS-EOF TO TRUE
                 MOVE 'SQL ERROR READING CLAIMS - WINDOW NOT ADVANCED'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE.
      * THE CLAIM AS IT NOW STANDS, WITH ITS POLICY STATE, ADJUSTER
      * AND SUIT STATUS - 'IN SUIT' WHILE ANY SUIT HAS NO DISPOSITION,
      * 'SUIT CLOSED' WHEN EVERY SUIT IS DISPOSED OF.
       2200-GET-CLAIM-DETAIL.
           MOVE WS-EV-CLAIM-NUMBER TO WS-DETAIL-CLAIM
           EXEC SQL
              SELECT COALESCE(C.POLICYNUMBER, 0),
                     COALESCE(P.POLICYSTATE, ' '),
                     COALESCE(CHAR(C.CLAIMDATE, ISO), ' '),
                     COALESCE(C.CAUSE, ' '),
                     COALESCE(C.VALUE1, 0),
                     COALESCE(C.RESERVE, 0),
                     COALESCE(C.PAID, 0),
                     COALESCE(C.ADJUSTERID, ' '),
                     COALESCE(J.ADJUSTERNAME, ' '),
                     COALESCE(C.CATEVENTCODE, ' '),
                     COALESCE(C.OCCURRENCENUMBER, 0),
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM MFTR110.CLAIM_LITIGATION S
                                 WHERE S.CLAIMNUMBER = C.CLAIMNUMBER
                                   AND COALESCE(S.DISPOSITION, ' ')
                                       = ' ')
                          THEN 'IN SUIT    '
                          WHEN EXISTS
                               (SELECT 1
                                  FROM MFTR110.CLAIM_LITIGATION S
                                 WHERE S.CLAIMNUMBER = C.CLAIMNUMBER)
                          THEN 'SUIT CLOSED'
                          ELSE 'NONE       '
                     END
                INTO :WS-POLICY-NUMBER,
                     :WS-POLICY-STATE,
                     :WS-CLAIM-DATE,
                     :CLAIMS.CAUSE,
                     :WS-VALUE1,
                     :WS-RESERVE,
                     :WS-PAID,
                     :WS-ADJUSTER-ID,
                     :WS-ADJUSTER-NAME,
                     :WS-CAT-CODE,
                     :WS-OCCURRENCE,
                     :WS-LITIGATION
                FROM MFTR110.CLAIMS C
                     LEFT OUTER JOIN MFTR110.POLICY P
                            ON P.POLICYNUMBER = C.POLICYNUMBER
                     LEFT OUTER JOIN MFTR110.ADJUSTER J
                            ON J.ADJUSTERID = C.ADJUSTERID
               WHERE C.CLAIMNUMBER = :WS-DETAIL-CLAIM
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              MOVE 'SQL ERROR READING CLAIM - WINDOW NOT ADVANCED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              MOVE FUNCTION DISPLAY-OF(CAUSE OF CLAIMS)
                   TO WS-CAUSE-TEXT
              PERFORM 2300-GET-MOVEMENT
              PERFORM 2350-GET-OCCURRENCE-TOTALS
           END-IF.
      * MOVEMENT OVER THE WINDOW IS THE CLAIM NOW AGAINST THE BEFORE
      * IMAGE OF ITS FIRST AUDIT ROW IN THE WINDOW - FROM NOTHING FOR A
      * CLAIM ADDED IN IT.
       2300-GET-MOVEMENT.
           EXEC SQL
              SELECT AUDITACTION,
                     COALESCE(OLDVALUE1, 0),
                     COALESCE(OLDRESERVE, 0)
                INTO :WS-FIRST-ACTION,
                     :WS-START-VALUE1,
                     :WS-START-RESERVE
                FROM MFTR110.CLAIM_AUDIT
               WHERE CLAIMNUMBER = :WS-DETAIL-CLAIM
                 AND AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                 AND AUDITTIMESTAMP <= :WS-THIS-RUN-TS
               ORDER BY AUDITTIMESTAMP
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF WS-FIRST-ACTION = 'I'
                    MOVE ZERO TO WS-START-VALUE1
                    MOVE ZERO TO WS-START-RESERVE
                 END-IF
             WHEN 100
                 MOVE WS-VALUE1  TO WS-START-VALUE1
                 MOVE WS-RESERVE TO WS-START-RESERVE
             WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 MOVE 'SQL ERROR READING AUDIT - WINDOW NOT ADVANCED'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE
           COMPUTE WS-MOVE-VALUE1  = WS-VALUE1  - WS-START-VALUE1
           COMPUTE WS-MOVE-RESERVE = WS-RESERVE - WS-START-RESERVE.
      * A CLAIM ON ITS OWN IS ITS OWN TOTAL.
       2350-GET-OCCURRENCE-TOTALS.
           MOVE 1          TO WS-OCC-CLAIM-COUNT
           MOVE WS-VALUE1  TO WS-OCC-VALUE1
           MOVE WS-RESERVE TO WS-OCC-RESERVE
           MOVE WS-PAID    TO WS-OCC-PAID
           IF WS-OCCURRENCE > ZERO AND NOT WS-SQL-ERROR
              EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(SUM(VALUE1), 0),
                        COALESCE(SUM(RESERVE), 0),
                        COALESCE(SUM(PAID), 0)
                   INTO :WS-OCC-CLAIM-COUNT,
                        :WS-OCC-VALUE1,
                        :WS-OCC-RESERVE,
                        :WS-OCC-PAID
                   FROM MFTR110.CLAIMS
                  WHERE OCCURRENCENUMBER = :WS-OCCURRENCE
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-SQL-ERROR TO TRUE
                 MOVE 'SQL ERROR ON OCCURRENCE - WINDOW NOT ADVANCED'
                      TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
              END-IF
           END-IF.
       2400-WRITE-EVENT-LINES.
           ADD 1 TO WS-EVENT-COUNT
           EVALUATE TRUE
             WHEN WS-EV-THRESHOLD
                 ADD 1 TO WS-THRESHOLD-COUNT
             WHEN WS-EV-JUMP
                 ADD 1 TO WS-JUMP-COUNT
             WHEN WS-EV-CAT
                 ADD 1 TO WS-CAT-COUNT
           END-EVALUATE
           MOVE WS-EV-CODE TO WS-ET-CODE
           MOVE WS-EV-DESC TO WS-ET-DESC
           MOVE WS-EV-CLAIM-NUMBER TO WS-E-CLAIMNBR
           MOVE WS-POLICY-NUMBER   TO WS-E-POLICYNBR
           MOVE WS-POLICY-STATE    TO WS-E-STATE
           IF WS-EV-CODE = SPACES
              MOVE WS-EV-DESC      TO WS-E-EVENT
           ELSE
              MOVE WS-EVENT-TEXT   TO WS-E-EVENT
           END-IF
           MOVE WS-VALUE1          TO WS-E-VALUE1
           MOVE WS-RESERVE         TO WS-E-RESERVE
           MOVE WS-LITIGATION      TO WS-E-LITIGATION
           WRITE RPT-LINE FROM WS-EVENT-LINE
           IF WS-ADJUSTER-NAME = SPACES
              MOVE WS-ADJUSTER-ID   TO WS-E2-ADJUSTER
           ELSE
              MOVE WS-ADJUSTER-NAME TO WS-E2-ADJUSTER
           END-IF
           MOVE WS-CAUSE-TEXT      TO WS-E2-CAUSE
           IF WS-EV-JUMP
              MOVE ZERO                 TO WS-E2-MOVE-VALUE1
              MOVE WS-JUMP-MOVE-RESERVE TO WS-E2-MOVE-RESERVE
           ELSE
              MOVE WS-MOVE-VALUE1       TO WS-E2-MOVE-VALUE1
              MOVE WS-MOVE-RESERVE      TO WS-E2-MOVE-RESERVE
           END-IF
           WRITE RPT-LINE FROM WS-EVENT-LINE2
           IF WS-OCCURRENCE > ZERO
              MOVE WS-OCCURRENCE      TO WS-E3-OCCURRENCE
              MOVE WS-OCC-CLAIM-COUNT TO WS-E3-CLAIM-COUNT
              MOVE WS-OCC-VALUE1      TO WS-E3-VALUE1
              MOVE WS-OCC-RESERVE     TO WS-E3-RESERVE
              WRITE RPT-LINE FROM WS-EVENT-LINE3
           END-IF.
      * A THRESHOLD REPORTED IS RECORDED SO IT IS NEVER REPORTED AGAIN
      * FOR THE CLAIM - OR ITS OCCURRENCE, WHOSE TOTALS ARE WHAT WAS
      * MEASURED - AND GOES TO THE REINSURER WHEN MARKED FOR IT.
       2500-RECORD-THRESHOLD.
           MOVE WS-EV-CLAIM-NUMBER TO CLAIMNUMBER OF CLAIM-LARGE-LOSS
           MOVE WS-EV-CODE          TO LL-THRESHOLD-CODE
           MOVE WS-EV-MEASURE       TO LL-MEASURE
           MOVE WS-EV-THRESHOLD-AMT TO LL-THRESHOLD-AMOUNT
           MOVE WS-OCC-VALUE1       TO LL-VALUE1
           MOVE WS-OCC-RESERVE      TO LL-RESERVE
           MOVE WS-OCCURRENCE       TO LL-OCCURRENCE-NUMBER
           IF WS-EV-NOTICE = 'Y'
              MOVE 'Y' TO LL-NOTICE-FLAG
           ELSE
              MOVE 'N' TO LL-NOTICE-FLAG
           END-IF
           EXEC SQL
              INSERT INTO MFTR110.CLAIM_LARGE_LOSS
                     (CLAIMNUMBER, THRESHOLDCODE, MEASURE,
                      THRESHOLDAMOUNT, VALUE1, RESERVE, NOTICEFLAG,
                      REPORTEDDATE, REPORTEDTS, OCCURRENCENUMBER)
              VALUES (:CLAIM-LARGE-LOSS.CLAIMNUMBER,
                      :CLAIM-LARGE-LOSS.LL-THRESHOLD-CODE,
                      :CLAIM-LARGE-LOSS.LL-MEASURE,
                      :CLAIM-LARGE-LOSS.LL-THRESHOLD-AMOUNT,
                      :CLAIM-LARGE-LOSS.LL-VALUE1,
                      :CLAIM-LARGE-LOSS.LL-RESERVE,
                      :CLAIM-LARGE-LOSS.LL-NOTICE-FLAG,
                      CURRENT DATE,
                      CURRENT TIMESTAMP,
                      NULLIF(:CLAIM-LARGE-LOSS.LL-OCCURRENCE-NUMBER,
                             0))
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              MOVE 'SQL ERROR RECORDING THRESHOLD - WINDOW NOT ADVANCED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              IF LL-NOTICE-FLAG = 'Y'
                 PERFORM 2600-WRITE-NOTICE
              END-IF
           END-IF.
       2600-WRITE-NOTICE.
           MOVE WS-EV-CODE          TO LN-D-THRESHOLD-CODE
           MOVE WS-EV-THRESHOLD-AMT TO LN-D-THRESHOLD-AMT
           MOVE WS-EV-CLAIM-NUMBER  TO LN-D-CLAIMNUMBER
           MOVE WS-POLICY-NUMBER    TO LN-D-POLICYNUMBER
           MOVE WS-POLICY-STATE     TO LN-D-POLICY-STATE
           MOVE WS-CLAIM-DATE       TO LN-D-LOSS-DATE
           MOVE WS-CAUSE-TEXT       TO LN-D-CAUSE
           MOVE WS-CAT-CODE         TO LN-D-CAT-CODE
           MOVE WS-VALUE1           TO LN-D-INCURRED
           MOVE WS-RESERVE          TO LN-D-RESERVE
           MOVE WS-PAID             TO LN-D-PAID
           MOVE WS-MOVE-VALUE1      TO LN-D-INCURRED-MVMT
           IF WS-LITIGATION = 'IN SUIT'
              MOVE 'Y' TO LN-D-IN-SUIT
           ELSE
              MOVE 'N' TO LN-D-IN-SUIT
           END-IF
           MOVE WS-RUN-DATE         TO LN-D-REPORT-DATE
           MOVE WS-OCCURRENCE       TO LN-D-OCCURRENCE
           MOVE WS-OCC-VALUE1       TO LN-D-OCC-INCURRED
           WRITE NOTICE-RECORD FROM WS-NOTICE-DETAIL
           ADD 1 TO WS-NOTICE-COUNT
           ADD WS-OCC-VALUE1 TO WS-NOTICE-TOTAL.
       2700-UPDATE-RUN-CONTROL.
           MOVE WS-THIS-RUN-TS TO LAST-RUN-TS
           IF WS-RUN-CONTROL-FOUND
              EXEC SQL
                 UPDATE MFTR110.RUN_CONTROL
                    SET LASTRUNTS = :RUN-CONTROL.LAST-RUN-TS
                  WHERE JOBNAME = :RUN-CONTROL.JOB-NAME
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO MFTR110.RUN_CONTROL
                        (JOBNAME, LASTRUNTS)
                 VALUES (:RUN-CONTROL.JOB-NAME,
                         :RUN-CONTROL.LAST-RUN-TS)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
           END-IF.
       3000-WRITE-TOTALS.
           MOVE WS-NOTICE-COUNT TO LN-T-COUNT
           MOVE WS-NOTICE-TOTAL TO LN-T-TOTAL-INCURRED
           WRITE NOTICE-RECORD FROM WS-NOTICE-TRAILER
           MOVE WS-THRESHOLD-COUNT TO WS-T-THRESHOLD
           MOVE WS-NOTICE-COUNT    TO WS-T-NOTICE
           MOVE WS-JUMP-COUNT      TO WS-T-JUMP
           MOVE WS-CAT-COUNT       TO WS-T-CAT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      * THE THRESHOLDS RECORDED AND THE NEW WINDOW GO IN TOGETHER OR
      * NOT AT ALL, SO A FAILED RUN REPORTS THE SAME CLAIMS NEXT TIME.
       3500-COMMIT-OR-BACKOUT.
           IF NOT WS-SQL-ERROR
              PERFORM 2700-UPDATE-RUN-CONTROL
           END-IF
           IF WS-SQL-ERROR
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 'NOTHING RECORDED - NOTICE FILE NOT TO BE SENT'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
       4000-TERMINATE.
           EXEC SQL
              CLOSE EVENT-CSR
           END-EXEC
           CLOSE REINSURER-NOTICE
           CLOSE LARGE-LOSS-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-EVENT-COUNT TO LOG-RECS-READ
           MOVE WS-EVENT-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'NOTICE INCURRED' TO LOG-CONTROL-DESC
           MOVE WS-NOTICE-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B51 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
