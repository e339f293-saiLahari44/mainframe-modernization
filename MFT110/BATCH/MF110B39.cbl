       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B39.
      * ISO CLAIMSEARCH MATCH REPORT LOAD - READS THE MATCH REPORTS
      * RETURNED FOR CLAIMS MF110B38 SUBMITTED. EACH D RECORD SAYS ONE
      * OF OUR CLAIMS MATCHED ANOTHER CARRIER'S CLAIM, WHY (THE MATCH
      * REASON - NAME, ADDRESS, SSN/TIN, PHONE, VIN OR LICENCE), AND
      * WHICH CARRIER AND CLAIM IT MATCHED. FOR EACH MATCH:
      *   AN SIU CASE IS OPENED ON MFTR110.FRAUD_REVIEW WITH THE MATCH
      *   REASON AS ITS FLAG REASON. A CLAIM WITH NO CASE GETS A NEW
      *   ONE; A CASE SIU CLEARED IS REOPENED, SINCE A NEW MATCH IS
      *   NEW EVIDENCE; A CASE STILL OPEN OR ALREADY CONFIRMED IS LEFT
      *   AS IT IS. THE CLAIM'S FRAUDFLAG IS SET EITHER WAY.
      *   A CLAIM NOTE QUOTING THE OTHER CARRIER AND ITS CLAIM NUMBER
      *   IS ADDED, UNLESS THE SAME NOTE IS ALREADY ON THE CLAIM.
      *   THE MATCH IS LISTED ON THE ISOMRPT DAILY SIU MATCH REPORT.
      * THE FILE IS H/D/T CONTROLLED IN THE SAME SHAPE AS THE MF110B35
      * RESPONSE LOAD. A FILE THAT IS OUT OF BALANCE OR MISSING ITS
      * CONTROLS IS ROLLED BACK IN FULL, SO IT CAN SIMPLY BE RERUN,
      * AND THE RUN ENDS RC 8. A RERUN OF A LOADED FILE CHANGES
      * NOTHING - THE CASES ARE OPEN AND THE NOTES ARE ON FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISO-MATCH-FILE ASSIGN TO ISOMATCH
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISO-MATCH-REPORT ASSIGN TO ISOMRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ISO-MATCH-FILE
           RECORDING MODE IS F.
       01  MATCH-RECORD               PIC X(200).
       01  MATCH-HEADER-REC REDEFINES MATCH-RECORD.
           05 MH-REC-TYPE             PIC X(01).
           05 MH-FEED-NAME            PIC X(09).
           05 MH-DATE                 PIC X(10).
           05 MH-COMPANY-CODE         PIC X(05).
           05 FILLER                  PIC X(175).
       01  MATCH-DETAIL-REC REDEFINES MATCH-RECORD.
           05 MD-REC-TYPE             PIC X(01).
           05 MD-CLAIMNUMBER          PIC 9(09).
           05 MD-MATCH-REASON         PIC X(02).
           05 MD-OTHER-CARRIER        PIC X(30).
           05 MD-OTHER-CLAIM          PIC X(20).
           05 MD-OTHER-LOSS-DATE      PIC X(10).
           05 MD-OTHER-LOSS-TYPE      PIC X(20).
           05 FILLER                  PIC X(108).
       01  MATCH-TRAILER-REC REDEFINES MATCH-RECORD.
           05 MT-REC-TYPE             PIC X(01).
           05 MT-COUNT                PIC 9(09).
           05 FILLER                  PIC X(190).
       FD  ISO-MATCH-REPORT
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
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-DETAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-NEW-CASE-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-REOPEN-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-OPEN-CASE-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-NOTE-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-DUP-NOTES                PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-CASE-RESULT              PIC X(16).
       01 WS-REASON-DESC              PIC X(12).
       01 WS-FLAG-REASON.
          05 FILLER                   PIC X(12) VALUE 'ISO MATCH - '.
          05 WS-FR-DESC               PIC X(12).
       01 WS-ISO-NOTE.
          05 FILLER                   PIC X(04) VALUE 'ISO '.
          05 WS-IN-CARRIER            PIC X(21).
          05 FILLER                   PIC X(05) VALUE ' CLM '.
          05 WS-IN-CLAIM              PIC X(20).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B39 - ISO MATCH'.
          05 FILLER              PIC X(30) VALUE 'ES FOR SIU'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-FEED-LINE.
          05 FILLER              PIC X(20) VALUE 'MATCH FILE         ='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-FEED-NAME      PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-FL-DATE           PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(13) VALUE 'MATCH ON'.
          05 FILLER               PIC X(21) VALUE 'OTHER CARRIER'.
          05 FILLER               PIC X(17) VALUE 'THEIR CLAIM'.
          05 FILLER               PIC X(16) VALUE 'SIU CASE'.
       01 WS-MATCH-DETAIL.
          05 WS-MD-CLAIMNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-MD-REASON             PIC X(12).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-MD-CARRIER            PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-MD-OTHER-CLAIM        PIC X(16).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-MD-RESULT             PIC X(16).
       01 WS-MATCH-DETAIL2.
          05 FILLER                   PIC X(24) VALUE SPACES.
          05 FILLER                   PIC X(11) VALUE 'THEIR LOSS '.
          05 WS-MD2-LOSS-DATE         PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-MD2-LOSS-TYPE         PIC X(20).
       01 WS-BAL-CNT-LINE.
          05 WS-BC-CHECK              PIC X(28).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-BC-EXPECTED           PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-ACTUAL             PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-BC-RESULT             PIC X(14).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(12) VALUE 'NEW CASES ='.
          05 WS-T-NEW                 PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REOPENED ='.
          05 WS-T-REOPEN              PIC ZZZ,ZZ9.
          05 FILLER              PIC X(14) VALUE ' ALREADY OPEN='.
          05 WS-T-OPEN                PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE2.
          05 FILLER              PIC X(12) VALUE 'NOTES ADDED='.
          05 WS-T-NOTES               PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REJECTED ='.
          05 WS-T-REJ                 PIC ZZZ,ZZ9.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE FRAUD_REVIEW
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_NOTE
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
           MOVE 'MF110B39' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B39 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT ISO-MATCH-FILE
           OPEN OUTPUT ISO-MATCH-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2900-READ-FEED-RECORD.
       2000-PROCESS-FEED.
           EVALUATE MATCH-RECORD(1:1)
             WHEN 'H'
                 IF NOT WS-HEADER-SEEN
                    PERFORM 2050-PROCESS-HEADER
                 END-IF
             WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE MT-COUNT TO WS-TRAILER-COUNT
             WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM 2100-PROCESS-DETAIL
             WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM 2800-WRITE-REJECT
           END-EVALUATE
           PERFORM 2900-READ-FEED-RECORD.
       2050-PROCESS-HEADER.
           IF MH-FEED-NAME = 'ISOMATCH '
              SET WS-HEADER-SEEN TO TRUE
              MOVE MH-FEED-NAME TO WS-FL-FEED-NAME
              MOVE MH-DATE      TO WS-FL-DATE
              WRITE RPT-LINE FROM WS-FEED-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
           ELSE
              MOVE 'MATCH FILE NAME NOT RECOGNISED' TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
       2100-PROCESS-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT WS-HEADER-SEEN
              MOVE 'DETAIL BEFORE HEADER' TO WS-REJECT-REASON
           ELSE
           IF MD-CLAIMNUMBER IS NOT NUMERIC
              OR MD-CLAIMNUMBER = ZERO
              MOVE 'KEY NOT VALID' TO WS-REJECT-REASON
           ELSE
              PERFORM 2200-APPLY-MATCH
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.
       2200-APPLY-MATCH.
           MOVE MD-CLAIMNUMBER TO CLAIMNUMBER OF CLAIMS
           EXEC SQL
              SELECT COALESCE(FRAUDFLAG, 'N')
                INTO :CLAIMS.FRAUD-FLAG
                FROM MFTR110.CLAIMS
               WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 MOVE 'CLAIM NOT ON FILE' TO WS-REJECT-REASON
             WHEN OTHER
                 MOVE 'SQL ERROR READING CLAIM' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              EVALUATE MD-MATCH-REASON
                WHEN 'NM'  MOVE 'NAME'        TO WS-REASON-DESC
                WHEN 'AD'  MOVE 'ADDRESS'     TO WS-REASON-DESC
                WHEN 'SN'  MOVE 'SSN/TIN'     TO WS-REASON-DESC
                WHEN 'PH'  MOVE 'PHONE'       TO WS-REASON-DESC
                WHEN 'VN'  MOVE 'VIN'         TO WS-REASON-DESC
                WHEN 'DL'  MOVE 'DRIVER LIC'  TO WS-REASON-DESC
                WHEN OTHER
                     MOVE SPACES TO WS-REASON-DESC
                     STRING 'CODE ' MD-MATCH-REASON
                            DELIMITED BY SIZE INTO WS-REASON-DESC
              END-EVALUATE
              PERFORM 2300-OPEN-SIU-CASE
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2400-FLAG-CLAIM
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2500-ADD-MATCH-NOTE
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE MD-CLAIMNUMBER     TO WS-MD-CLAIMNBR
              MOVE WS-REASON-DESC     TO WS-MD-REASON
              MOVE MD-OTHER-CARRIER   TO WS-MD-CARRIER
              MOVE MD-OTHER-CLAIM     TO WS-MD-OTHER-CLAIM
              MOVE WS-CASE-RESULT     TO WS-MD-RESULT
              WRITE RPT-LINE FROM WS-MATCH-DETAIL
              MOVE MD-OTHER-LOSS-DATE TO WS-MD2-LOSS-DATE
              MOVE MD-OTHER-LOSS-TYPE TO WS-MD2-LOSS-TYPE
              WRITE RPT-LINE FROM WS-MATCH-DETAIL2
           END-IF.
      * ONE FRAUD_REVIEW ROW PER CLAIM. A CLEARED CASE IS REOPENED
      * (DISPOSITION BACK TO SPACES, REVIEWER AND DATE CLEARED) SO SIU
      * SEES IT AGAIN; AN OPEN OR CONFIRMED CASE KEEPS ITS HISTORY.
       2300-OPEN-SIU-CASE.
           MOVE MD-CLAIMNUMBER TO CLAIMNUMBER OF FRAUD-REVIEW
           MOVE WS-REASON-DESC TO WS-FR-DESC
           MOVE WS-FLAG-REASON TO FLAG-REASON
           EXEC SQL
              SELECT DISPOSITION
                INTO :FRAUD-REVIEW.DISPOSITION
                FROM MFTR110.FRAUD_REVIEW
               WHERE CLAIMNUMBER = :FRAUD-REVIEW.CLAIMNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 IF DISPOSITION = 'CLEARED'
                    EXEC SQL
                       UPDATE MFTR110.FRAUD_REVIEW
                          SET DISPOSITION     = ' ',
                              FLAGDATE        = CURRENT DATE,
                              FLAGREASON      =
                                  :FRAUD-REVIEW.FLAG-REASON,
                              REVIEWERID      = NULL,
                              DISPOSITIONDATE = NULL
                        WHERE CLAIMNUMBER = :FRAUD-REVIEW.CLAIMNUMBER
                    END-EXEC
                    IF SQLCODE = 0
                       ADD 1 TO WS-REOPEN-COUNT
                       MOVE 'CASE REOPENED' TO WS-CASE-RESULT
                    ELSE
                       MOVE 'SQL ERROR REOPENING CASE'
                            TO WS-REJECT-REASON
                    END-IF
                 ELSE
                    ADD 1 TO WS-OPEN-CASE-COUNT
                    IF DISPOSITION = 'CONFIRMED'
                       MOVE 'ALREADY CONFIRMD' TO WS-CASE-RESULT
                    ELSE
                       MOVE 'ALREADY OPEN' TO WS-CASE-RESULT
                    END-IF
                 END-IF
             WHEN 100
                 EXEC SQL
                    INSERT INTO MFTR110.FRAUD_REVIEW
                           (CLAIMNUMBER, FLAGDATE, FLAGREASON,
                            DISPOSITION)
                    VALUES (:FRAUD-REVIEW.CLAIMNUMBER, CURRENT DATE,
                            :FRAUD-REVIEW.FLAG-REASON, ' ')
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO WS-NEW-CASE-COUNT
                    MOVE 'NEW CASE' TO WS-CASE-RESULT
                 ELSE
                    MOVE 'SQL ERROR OPENING CASE' TO WS-REJECT-REASON
                 END-IF
             WHEN OTHER
                 MOVE 'SQL ERROR READING CASE' TO WS-REJECT-REASON
           END-EVALUATE.
       2400-FLAG-CLAIM.
           IF FRAUD-FLAG OF CLAIMS NOT = 'Y'
              EXEC SQL
                 UPDATE MFTR110.CLAIMS
                    SET FRAUDFLAG = 'Y'
                  WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR FLAGGING CLAIM' TO WS-REJECT-REASON
              END-IF
           END-IF.
       2500-ADD-MATCH-NOTE.
           MOVE MD-OTHER-CARRIER TO WS-IN-CARRIER
           MOVE MD-OTHER-CLAIM   TO WS-IN-CLAIM
           MOVE MD-CLAIMNUMBER   TO CLAIMNUMBER OF CLAIM-NOTE
           MOVE WS-ISO-NOTE      TO NOTE-TEXT
           MOVE 'MF110B39'       TO NOTE-USERID
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DUP-NOTES
                FROM MFTR110.CLAIM_NOTE
               WHERE CLAIMNUMBER = :CLAIM-NOTE.CLAIMNUMBER
                 AND NOTETEXT    = :CLAIM-NOTE.NOTE-TEXT
           END-EXEC
           IF SQLCODE = 0 AND WS-DUP-NOTES = ZERO
              EXEC SQL
                 INSERT INTO MFTR110.CLAIM_NOTE
                        (CLAIMNUMBER, NOTETS, NOTEUSERID, NOTETEXT)
                 VALUES (:CLAIM-NOTE.CLAIMNUMBER, CURRENT TIMESTAMP,
                         :CLAIM-NOTE.NOTE-USERID,
                         :CLAIM-NOTE.NOTE-TEXT)
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-NOTE-COUNT
              END-IF
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ADDING NOTE' TO WS-REJECT-REASON
           END-IF.
       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF MD-CLAIMNUMBER IS NUMERIC
              MOVE MD-CLAIMNUMBER TO WS-MD-CLAIMNBR
           ELSE
              MOVE ZERO TO WS-MD-CLAIMNBR
           END-IF
           MOVE SPACES           TO WS-MD-REASON
           MOVE SPACES           TO WS-MD-CARRIER
           MOVE SPACES           TO WS-MD-OTHER-CLAIM
           MOVE 'REJECTED'       TO WS-MD-RESULT
           WRITE RPT-LINE FROM WS-MATCH-DETAIL
           MOVE SPACES           TO WS-MSG-LINE
           MOVE WS-REJECT-REASON TO WS-MSG-LINE(12:30)
           WRITE RPT-LINE FROM WS-MSG-LINE.
       2900-READ-FEED-RECORD.
           READ ISO-MATCH-FILE
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
      * A PARTLY LOADED MATCH FILE WOULD OPEN SOME CASES AND NOT
      * OTHERS - BACK IT ALL OUT SO THE CORRECTED FILE CAN BE RERUN.
       3500-COMMIT-OR-BACKOUT.
           IF WS-OUT-OF-BALANCE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-NEW-CASE-COUNT
              MOVE ZERO TO WS-REOPEN-COUNT
              MOVE ZERO TO WS-NOTE-COUNT
              MOVE 'MATCHES NOT APPLIED - RERUN WHEN CORRECTED'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.
       4000-WRITE-TOTALS.
           MOVE WS-NEW-CASE-COUNT  TO WS-T-NEW
           MOVE WS-REOPEN-COUNT    TO WS-T-REOPEN
           MOVE WS-OPEN-CASE-COUNT TO WS-T-OPEN
           MOVE WS-NOTE-COUNT      TO WS-T-NOTES
           MOVE WS-REJECT-COUNT    TO WS-T-REJ
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE2.
       5000-TERMINATE.
           CLOSE ISO-MATCH-FILE
           CLOSE ISO-MATCH-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           COMPUTE LOG-RECS-WRITTEN = WS-NEW-CASE-COUNT
                 + WS-REOPEN-COUNT
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
              DISPLAY 'MF110B39 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
