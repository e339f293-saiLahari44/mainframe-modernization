       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B35.
      * MEDICARE SECTION 111 RESPONSE LOAD - READS THE CMS RESPONSE TO
      * A MF110B34 SUBMISSION. THE FILE IS H/D/T CONTROLLED IN THE
      * SAME SHAPE AS THE MF110B26 POLICY FEED, AND ITS H RECORD SAYS
      * WHICH RESPONSE IT IS:
      *   S111QRSP - QUERY RESPONSE. EACH D RECORD ANSWERS ONE
      *   CLAIMANT: DISPOSITION '01' IS A MEDICARE BENEFICIARY AND
      *   CARRIES THE MBI, '51' IS NOT A BENEFICIARY. THE ANSWER IS
      *   STORED ON MFTR110.CLAIMANT (MEDICAREBENE/MEDICAREID/
      *   MEDICARERESPDATE), WHICH IS WHAT OPTION-1 INQUIRY SHOWS THE
      *   DESK AND WHAT MF110B34 MODE 'C' REPORTS FROM.
      *   S111CRSP - CLAIM RESPONSE. EACH D RECORD ANSWERS ONE CLAIM:
      *   DISPOSITION '01' IS ACCEPTED, ANYTHING ELSE IS A CMS ERROR.
      *   THE ANSWER IS STORED ON MFTR110.MEDICARE_CLAIM AND A
      *   REJECTED CLAIM IS RESENT BY THE NEXT MF110B34 RUN.
      * EVERY CMS ERROR IS LISTED ON THE S111ERPT REPORT WITH ITS
      * ERROR CODE FOR THE DESK TO CORRECT BEFORE THE NEXT QUARTER -
      * LATE OR MISSING REPORTS CARRY PER-DAY PENALTIES. A FILE THAT
      * IS OUT OF BALANCE OR MISSING ITS CONTROLS IS ROLLED BACK IN
      * FULL, SO IT CAN SIMPLY BE RERUN, AND THE RUN ENDS RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT S111-RESPONSE ASSIGN TO S111RESP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S111-ERROR-REPORT ASSIGN TO S111ERPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  S111-RESPONSE
           RECORDING MODE IS F.
       01  RESP-RECORD                PIC X(200).
       01  RESP-HEADER-REC REDEFINES RESP-RECORD.
           05 RH-REC-TYPE             PIC X(01).
           05 RH-FEED-NAME            PIC X(09).
           05 RH-DATE                 PIC X(10).
           05 RH-RRE-ID               PIC X(09).
           05 FILLER                  PIC X(171).
       01  RESP-QUERY-REC REDEFINES RESP-RECORD.
           05 RQ-REC-TYPE             PIC X(01).
           05 RQ-CLAIMANT-ID          PIC 9(09).
           05 RQ-MEDICARE-ID          PIC X(11).
           05 RQ-DISPOSITION          PIC X(02).
           05 RQ-ERROR-CODE           PIC X(08).
           05 FILLER                  PIC X(169).
       01  RESP-CLAIM-REC REDEFINES RESP-RECORD.
           05 RC-REC-TYPE             PIC X(01).
           05 RC-CLAIMNUMBER          PIC 9(09).
           05 RC-ACTION               PIC X(01).
           05 RC-DISPOSITION          PIC X(02).
           05 RC-ERROR-CODE           PIC X(08).
           05 FILLER                  PIC X(179).
       01  RESP-TRAILER-REC REDEFINES RESP-RECORD.
           05 RT-REC-TYPE             PIC X(01).
           05 RT-COUNT                PIC 9(09).
           05 FILLER                  PIC X(190).
       FD  S111-ERROR-REPORT
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
       01 WS-FEED-TYPE                PIC X(01) VALUE SPACES.
          88 WS-QUERY-RESPONSE        VALUE 'Q'.
          88 WS-CLAIM-RESPONSE        VALUE 'C'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-DETAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-ACCEPT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-CMS-ERROR-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B35 - MEDICARE'.
          05 FILLER              PIC X(30) VALUE ' S111 RESPONSE'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-FEED-LINE.
          05 FILLER              PIC X(20) VALUE 'RESPONSE FILE      ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-FEED-NAME      PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-DATE           PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'KEY'.
          05 FILLER               PIC X(05) VALUE 'DISP'.
          05 FILLER               PIC X(10) VALUE 'CMS ERROR'.
          05 FILLER               PIC X(30) VALUE 'RESULT'.
       01 WS-ERROR-DETAIL.
          05 WS-ED-KEY                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-ED-DISP               PIC X(02).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-ED-ERROR-CODE         PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-ED-REASON             PIC X(30).
       01 WS-BAL-CNT-LINE.
          05 WS-BC-CHECK              PIC X(28).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BC-EXPECTED           PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-ACTUAL             PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-RESULT             PIC X(14).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(12) VALUE 'ACCEPTED ='.
          05 WS-T-ACCEPTED            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(14) VALUE ' CMS ERRORS ='.
          05 WS-T-CMS-ERRORS          PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REJECTED ='.
          05 WS-T-REJ                 PIC ZZZ,ZZ9.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMANT
           END-EXEC.
           EXEC SQL
              INCLUDE MEDICARE_CLAIM
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
           MOVE 'MF110B35' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B35 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT S111-RESPONSE
           OPEN OUTPUT S111-ERROR-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2900-READ-FEED-RECORD.
       2000-PROCESS-FEED.
           EVALUATE RESP-RECORD(1:1)
             WHEN 'H'
                 IF NOT WS-HEADER-SEEN
                    PERFORM 2050-PROCESS-HEADER
                 END-IF
             WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE RT-COUNT TO WS-TRAILER-COUNT
             WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM 2100-PROCESS-DETAIL
             WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM 2800-WRITE-REJECT
           END-EVALUATE
           PERFORM 2900-READ-FEED-RECORD.
      * THE HEADER TELLS US WHICH RESPONSE THIS IS. AN UNKNOWN FILE
      * NAME IS TREATED AS A MISSING HEADER SO NOTHING IS APPLIED.
       2050-PROCESS-HEADER.
           EVALUATE RH-FEED-NAME
             WHEN 'S111QRSP '
                 MOVE 'Q' TO WS-FEED-TYPE
                 SET WS-HEADER-SEEN TO TRUE
             WHEN 'S111CRSP '
                 MOVE 'C' TO WS-FEED-TYPE
                 SET WS-HEADER-SEEN TO TRUE
             WHEN OTHER
                 MOVE 'RESPONSE FILE NAME NOT RECOGNISED' TO WS-MSG-LINE
                 WRITE RPT-LINE FROM WS-MSG-LINE
           END-EVALUATE
           IF WS-HEADER-SEEN
              MOVE RH-FEED-NAME TO WS-FL-FEED-NAME
              MOVE RH-DATE      TO WS-FL-DATE
              WRITE RPT-LINE FROM WS-FEED-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
           END-IF.
       2100-PROCESS-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT WS-HEADER-SEEN
              MOVE 'DETAIL BEFORE HEADER' TO WS-REJECT-REASON
           ELSE
           IF RQ-CLAIMANT-ID IS NOT NUMERIC
              OR RQ-CLAIMANT-ID = ZERO
              MOVE 'KEY NOT VALID' TO WS-REJECT-REASON
           ELSE
           IF WS-QUERY-RESPONSE
              PERFORM 2200-APPLY-QUERY-RESPONSE
           ELSE
              PERFORM 2400-APPLY-CLAIM-RESPONSE
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.
      * '01' BENEFICIARY, '51' NOT FOUND AT CMS. ANY OTHER CODE IS A
      * QUERY ERROR (USUALLY A BAD SSN OR BIRTH DATE) AND LEAVES THE
      * CLAIMANT'S PRIOR ANSWER IN PLACE.
       2200-APPLY-QUERY-RESPONSE.
           MOVE RQ-CLAIMANT-ID TO CLAIMANT-ID OF CLAIMANT
           EVALUATE RQ-DISPOSITION
             WHEN '01'
                 MOVE 'Y' TO MEDICARE-BENE
                 MOVE RQ-MEDICARE-ID TO MEDICARE-ID OF CLAIMANT
             WHEN '51'
                 MOVE 'N' TO MEDICARE-BENE
                 MOVE SPACES TO MEDICARE-ID OF CLAIMANT
             WHEN OTHER
                 MOVE SPACES TO MEDICARE-BENE
           END-EVALUATE
           IF MEDICARE-BENE = SPACES
              EXEC SQL
                 UPDATE MFTR110.CLAIMANT
                    SET MEDICARERESPDATE = CURRENT DATE
                  WHERE CLAIMANTID = :CLAIMANT.CLAIMANT-ID
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE MFTR110.CLAIMANT
                    SET MEDICAREBENE     = :CLAIMANT.MEDICARE-BENE,
                        MEDICAREID       = :CLAIMANT.MEDICARE-ID,
                        MEDICARERESPDATE = CURRENT DATE
                  WHERE CLAIMANTID = :CLAIMANT.CLAIMANT-ID
              END-EXEC
           END-IF
           EVALUATE SQLCODE
             WHEN 0
                 IF MEDICARE-BENE = SPACES
                    ADD 1 TO WS-CMS-ERROR-COUNT
                    MOVE RQ-CLAIMANT-ID   TO WS-ED-KEY
                    MOVE RQ-DISPOSITION   TO WS-ED-DISP
                    MOVE RQ-ERROR-CODE    TO WS-ED-ERROR-CODE
                    MOVE 'QUERY ERROR - FIX CLAIMANT'
                         TO WS-ED-REASON
                    WRITE RPT-LINE FROM WS-ERROR-DETAIL
                 ELSE
                    ADD 1 TO WS-ACCEPT-COUNT
                 END-IF
             WHEN 100
                 MOVE 'CLAIMANT NOT ON FILE' TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR ON CLAIMANT UPDATE'
                      TO WS-REJECT-REASON
           END-EVALUATE.
       2400-APPLY-CLAIM-RESPONSE.
           MOVE RC-CLAIMNUMBER TO CLAIMNUMBER OF MEDICARE-CLAIM
           MOVE RC-DISPOSITION TO CMS-DISPOSITION
           MOVE RC-ERROR-CODE  TO CMS-ERROR-CODE
           EXEC SQL
              UPDATE MFTR110.MEDICARE_CLAIM
                 SET CMSDISPOSITION = :MEDICARE-CLAIM.CMS-DISPOSITION,
                     CMSERRORCODE   = :MEDICARE-CLAIM.CMS-ERROR-CODE,
                     CMSRESPDATE    = CURRENT DATE
               WHERE CLAIMNUMBER = :MEDICARE-CLAIM.CLAIMNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF RC-DISPOSITION = '01'
                    ADD 1 TO WS-ACCEPT-COUNT
                 ELSE
                    ADD 1 TO WS-CMS-ERROR-COUNT
                    MOVE RC-CLAIMNUMBER   TO WS-ED-KEY
                    MOVE RC-DISPOSITION   TO WS-ED-DISP
                    MOVE RC-ERROR-CODE    TO WS-ED-ERROR-CODE
                    MOVE 'CLAIM REJECTED - RESENT NEXT RUN'
                         TO WS-ED-REASON
                    WRITE RPT-LINE FROM WS-ERROR-DETAIL
                 END-IF
             WHEN 100
                 MOVE 'CLAIM NEVER SUBMITTED' TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR ON CLAIM UPDATE' TO WS-REJECT-REASON
           END-EVALUATE.
       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF RQ-CLAIMANT-ID IS NUMERIC
              MOVE RQ-CLAIMANT-ID TO WS-ED-KEY
           ELSE
              MOVE ZERO TO WS-ED-KEY
           END-IF
           MOVE SPACES           TO WS-ED-DISP
           MOVE SPACES           TO WS-ED-ERROR-CODE
           MOVE WS-REJECT-REASON TO WS-ED-REASON
           WRITE RPT-LINE FROM WS-ERROR-DETAIL.
       2900-READ-FEED-RECORD.
           READ S111-RESPONSE
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
           END-IF.
      * A PARTLY APPLIED RESPONSE WOULD LEAVE SOME CLAIMS LOOKING
      * ANSWERED - BACK IT ALL OUT SO THE CORRECTED FILE CAN BE RERUN.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-ACCEPT-COUNT
              MOVE 'RESPONSE NOT APPLIED - RERUN WHEN CORRECTED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
       4000-WRITE-TOTALS.
           MOVE WS-ACCEPT-COUNT    TO WS-T-ACCEPTED
           MOVE WS-CMS-ERROR-COUNT TO WS-T-CMS-ERRORS
           MOVE WS-REJECT-COUNT    TO WS-T-REJ
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       5000-TERMINATE.
           CLOSE S111-RESPONSE
           CLOSE S111-ERROR-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
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
              DISPLAY 'MF110B35 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
