       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B32.
      * SANCTIONS LIST LOAD - REPLACES MFTR110.SANCTIONS_LIST WITH THE
      * LATEST PUBLISHED TREASURY OFAC SDN LIST, RUN ON SCHEDULE
      * AHEAD OF THE MF110B8 DISBURSEMENT RUN SO EVERY PAYEE IS
      * SCREENED AGAINST THE CURRENT LIST. THE EXTRACT IS H/D/T
      * CONTROLLED IN THE SAME SHAPE AS THE MF110B26 POLICY FEED: ONE
      * H RECORD CARRYING THE LIST'S PUBLICATION DATE, ONE D RECORD
      * PER LISTED NAME (THE ENTRY'S PRIMARY NAME AND EACH AKA UNDER
      * THE SAME ENTRY NUMBER), AND A T RECORD WHOSE COUNT MUST
      * BALANCE TO THE D RECORDS READ. THE OLD LIST IS DELETED AND
      * THE NEW ONE INSERTED IN ONE UNIT OF WORK - A FILE THAT IS OUT
      * OF BALANCE, MISSING ITS CONTROLS OR CARRIES NO NAMES IS
      * ROLLED BACK SO THE PRIOR LIST STAYS IN FORCE, AND THE RUN
      * ENDS RC 8. EDIT REJECTS ARE LISTED WITH THEIR REASON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-FEED ASSIGN TO SDNLIST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SDN-REPORT ASSIGN TO SDNLDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SDN-FEED
           RECORDING MODE IS F.
       01  SDN-RECORD                 PIC X(120).
       01  SDN-HEADER-REC REDEFINES SDN-RECORD.
           05 SH-REC-TYPE             PIC X(01).
           05 SH-FEED-NAME            PIC X(09).
           05 SH-LIST-DATE            PIC X(10).
           05 FILLER                  PIC X(100).
       01  SDN-DETAIL-REC REDEFINES SDN-RECORD.
           05 SD-REC-TYPE             PIC X(01).
           05 SD-ENTRY-ID             PIC 9(09).
           05 SD-NAME-TYPE            PIC X(01).
           05 SD-SDN-TYPE             PIC X(10).
           05 SD-PROGRAM              PIC X(20).
           05 SD-NAME                 PIC X(60).
           05 FILLER                  PIC X(19).
       01  SDN-TRAILER-REC REDEFINES SDN-RECORD.
           05 ST-REC-TYPE             PIC X(01).
           05 ST-COUNT                PIC 9(09).
           05 FILLER                  PIC X(110).
       FD  SDN-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
          88 WS-HEADER-SEEN           VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN          VALUE 'Y'.
       01 WS-OOB-SW                   PIC X(01) VALUE 'N'.
          88 WS-OUT-OF-BALANCE        VALUE 'Y'.
       01 WS-SQL-ERROR-SW             PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR             VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-LIST-DATE                PIC X(10) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-LOADED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REMOVED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-HEADING1.
          05 FILLER             PIC X(20) VALUE 'MF110B32 - SANCTIONS'.
          05 FILLER              PIC X(30) VALUE ' LIST LOAD'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-LIST-DATE-LINE.
          05 FILLER              PIC X(20) VALUE 'LIST PUBLISHED     ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-LD-DATE           PIC X(10).
       01 WS-REJECT-LINE.
          05 WS-R-ENTRY               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-R-NAME                PIC X(30).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-R-REASON              PIC X(30).
       01 WS-BAL-CNT-LINE.
          05 WS-BC-CHECK              PIC X(28).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BC-EXPECTED           PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-ACTUAL             PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-RESULT             PIC X(14).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(12) VALUE 'LOADED ='.
          05 WS-T-LOADED              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(13) VALUE ' REMOVED ='.
          05 WS-T-REMOVED             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REJECTED ='.
          05 WS-T-REJ                 PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
          05 FILLER              PIC X(34)
             VALUE 'SQL ERROR ON LIST DELETE, '.
          05 FILLER              PIC X(08) VALUE 'SQLCODE='.
          05 WS-E-SQLCODE            PIC -ZZZZZZZZ9.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE SANCTIONS_LIST
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEED UNTIL WS-EOF
           PERFORM 3000-BALANCE-CONTROLS
           PERFORM 3500-COMMIT-OR-BACKOUT
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B32' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B32 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT SDN-FEED
           OPEN OUTPUT SDN-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2900-READ-FEED-RECORD.
       2000-PROCESS-FEED.
           EVALUATE SDN-RECORD(1:1)
             WHEN 'H'
                 IF NOT WS-HEADER-SEEN
                    SET WS-HEADER-SEEN TO TRUE
                    MOVE SH-LIST-DATE TO WS-LIST-DATE
                    PERFORM 2050-REMOVE-OLD-LIST
                 END-IF
             WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE ST-COUNT TO WS-TRAILER-COUNT
             WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM 2100-PROCESS-DETAIL
             WHEN OTHER
                 MOVE ZERO TO WS-R-ENTRY
                 MOVE SPACES TO WS-R-NAME
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-R-REASON
                 WRITE RPT-LINE FROM WS-REJECT-LINE
                 ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           PERFORM 2900-READ-FEED-RECORD.
      * THE NEW LIST REPLACES THE OLD ONE OUTRIGHT - NAMES OFAC HAS
      * DELISTED MUST STOP HITTING. NOTHING IS COMMITTED UNTIL THE
      * TRAILER HAS BALANCED (3500).
       2050-REMOVE-OLD-LIST.
           EXEC SQL
              DELETE FROM MFTR110.SANCTIONS_LIST
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SQLERRD(3) TO WS-REMOVED-COUNT
             WHEN 100
                 CONTINUE
             WHEN OTHER
                 SET WS-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-E-SQLCODE
                 WRITE RPT-LINE FROM WS-ERROR-LINE
           END-EVALUATE.
       2100-PROCESS-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT WS-HEADER-SEEN
              MOVE 'DETAIL BEFORE HEADER' TO WS-REJECT-REASON
           ELSE
           IF SD-ENTRY-ID IS NOT NUMERIC
              OR SD-ENTRY-ID = ZERO
              MOVE 'SDN ENTRY NUMBER NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF SD-NAME-TYPE NOT = 'P' AND SD-NAME-TYPE NOT = 'A'
              MOVE 'NAME TYPE MUST BE P OR A' TO WS-REJECT-REASON
           ELSE
           IF SD-NAME = SPACES
              MOVE 'LISTED NAME REQUIRED' TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2200-INSERT-LIST-ROW
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.
      * NAMES ARE STORED UPPER CASE SO SCREENING CAN COMPARE THEM TO
      * AN UPPER-CASED PAYEE NAME REGARDLESS OF HOW IT WAS KEYED.
       2200-INSERT-LIST-ROW.
           MOVE SD-ENTRY-ID  TO SDN-ENTRY-ID
           MOVE SD-NAME      TO SDN-NAME
           MOVE SD-NAME-TYPE TO NAME-TYPE
           MOVE SD-SDN-TYPE  TO SDN-TYPE
           MOVE SD-PROGRAM   TO SDN-PROGRAM
           MOVE WS-LIST-DATE TO LIST-DATE
           EXEC SQL
              INSERT INTO MFTR110.SANCTIONS_LIST
                     (SDNENTRYID,
                      SDNNAME,
                      NAMETYPE,
                      SDNTYPE,
                      SDNPROGRAM,
                      LISTDATE)
              VALUES (:SANCTIONS-LIST.SDN-ENTRY-ID,
                      UPPER(:SANCTIONS-LIST.SDN-NAME),
                      :SANCTIONS-LIST.NAME-TYPE,
                      :SANCTIONS-LIST.SDN-TYPE,
                      :SANCTIONS-LIST.SDN-PROGRAM,
                      :SANCTIONS-LIST.LIST-DATE)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 ADD 1 TO WS-LOADED-COUNT
             WHEN -803
                 MOVE 'NAME ALREADY LISTED FOR ENTRY'
                      TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR ON LIST INSERT' TO WS-REJECT-REASON
                 SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF SD-ENTRY-ID IS NUMERIC
              MOVE SD-ENTRY-ID TO WS-R-ENTRY
           ELSE
              MOVE ZERO TO WS-R-ENTRY
           END-IF
           MOVE SD-NAME(1:30)    TO WS-R-NAME
           MOVE WS-REJECT-REASON TO WS-R-REASON
           WRITE RPT-LINE FROM WS-REJECT-LINE.
       2900-READ-FEED-RECORD.
           READ SDN-FEED
              AT END SET WS-EOF TO TRUE
           END-READ.
       3000-BALANCE-CONTROLS.
           IF NOT WS-HEADER-SEEN
              MOVE 'FEED HEADER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
              MOVE 'FEED TRAILER RECORD MISSING' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
              MOVE 'FEED DETAIL COUNT' TO WS-BC-CHECK
              MOVE WS-TRAILER-COUNT TO WS-BC-EXPECTED
              MOVE WS-DETAIL-COUNT  TO WS-BC-ACTUAL
              IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
                 MOVE 'IN BALANCE' TO WS-BC-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-BC-RESULT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              WRITE RPT-LINE FROM WS-BAL-CNT-LINE
           END-IF
           IF WS-LOADED-COUNT = ZERO
              MOVE 'NO NAMES LOADED FROM THE LIST' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-SQL-ERROR
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
      * AN EMPTY OR HALF-LOADED LIST WOULD LET EVERY PAYEE THROUGH
      * SCREENING - BACK THE WHOLE LOAD OUT AND KEEP THE PRIOR LIST.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-LOADED-COUNT
              MOVE ZERO TO WS-REMOVED-COUNT
              MOVE 'SANCTIONS LIST NOT REPLACED - PRIOR LIST KEPT'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE WS-LIST-DATE TO WS-LD-DATE
              WRITE RPT-LINE FROM WS-LIST-DATE-LINE
           END-IF.
       4000-WRITE-TOTALS.
           MOVE WS-LOADED-COUNT  TO WS-T-LOADED
           MOVE WS-REMOVED-COUNT TO WS-T-REMOVED
           MOVE WS-REJECT-COUNT  TO WS-T-REJ
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       5000-TERMINATE.
           CLOSE SDN-FEED
           CLOSE SDN-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           MOVE WS-LOADED-COUNT TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B32 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
