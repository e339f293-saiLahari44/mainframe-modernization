       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B43.
      * ON-DEMAND LETTER REPRINT - READS A REQUEST FILE OF
      * CORRESPONDENCE IDS (AS SHOWN ON THE MF110BMS MAIL HISTORY
      * OPTION) AND THE USERID OF WHOEVER ASKED, AND REPRINTS EACH
      * LETTER EXACTLY AS IT WAS FIRST ISSUED FROM THE LINES KEPT ON
      * MFTR110.CORRESPONDENCE_TEXT - NOT FROM THE CLAIM AS IT STANDS
      * TODAY, SO A CHANGED ADDRESS OR A LATER PAYMENT DOES NOT ALTER
      * THE COPY. PAYMENT, DENIAL AND ESCHEAT LETTERS GO TO REPRLTRS;
      * AN FNOL ACKNOWLEDGMENT GOES TO REPRACK IN THE MF110B28
      * FNOLACK LAYOUT FOR THE CHANNEL TO TAKE AGAIN. A REQUEST FOR A
      * REPRINT REPRINTS THE ORIGINAL IT CAME FROM. EVERY REPRINT IS
      * LOGGED ON MFTR110.CLAIM_CORRESPONDENCE AS ITS OWN ROW (JOBNAME
      * MF110B43, REPRINTOF THE ORIGINAL, REQUESTEDBY THE USER). THE
      * LETTER JOBS' MFTR110.RUN_CONTROL ROWS ARE NEVER READ OR MOVED,
      * SO A REPRINT NEITHER SKIPS NOR REPEATS A NIGHTLY LETTER. THE
      * REPRTRPT REPORT LISTS EVERY REQUEST WITH WHAT WAS DONE; A
      * REJECTED REQUEST ENDS THE RUN RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-REQUESTS ASSIGN TO REPRTREQ
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRINT-LETTERS ASSIGN TO REPRLTRS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRINT-ACKS ASSIGN TO REPRACK
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRINT-REPORT ASSIGN TO REPRTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-REQUESTS
           RECORDING MODE IS F.
       01  REQUEST-RECORD.
           05 RQ-CORR-ID              PIC 9(09).
           05 RQ-REQUESTED-BY         PIC X(08).
       FD  REPRINT-LETTERS
           RECORDING MODE IS F.
       01  LTR-LINE                   PIC X(80).
       FD  REPRINT-ACKS
           RECORDING MODE IS F.
       01  ACK-RECORD                 PIC X(98).
       FD  REPRINT-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REQ-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-REQ-EOF               VALUE 'Y'.
       01 WS-TEXT-EOF-SW              PIC X(01) VALUE 'N'.
          88 WS-TEXT-EOF              VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-RUN-DATE.
          05 WS-RD-YEAR               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-MONTH              PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-RD-DAY                PIC X(02).
       01 WS-REQ-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-REPRINT-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-REQ-CORR-ID              PIC S9(9) COMP VALUE ZERO.
       01 WS-ORIG-CORR-ID             PIC S9(9) COMP VALUE ZERO.
       01 WS-LINES-PRINTED            PIC S9(4) COMP VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B43 - LETTER RE'.
          05 FILLER              PIC X(30) VALUE 'PRINT'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'REQUESTED'.
          05 FILLER               PIC X(13) VALUE '    CLAIM'.
          05 FILLER               PIC X(03) VALUE 'TY'.
          05 FILLER               PIC X(11) VALUE ' ORIGINAL'.
          05 FILLER               PIC X(11) VALUE '   NEW ID'.
          05 FILLER               PIC X(09) VALUE 'USER'.
          05 FILLER               PIC X(22) VALUE 'RESULT'.
       01 WS-DETAIL-LINE.
          05 WS-DL-REQ-ID             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-CLAIMNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(04) VALUE SPACES.
          05 WS-DL-TYPE               PIC X(01).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-ORIG-ID            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-NEW-ID             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-USER               PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DL-RESULT             PIC X(22).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(12) VALUE 'REQUESTS ='.
          05 WS-T-REQUESTS            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(13) VALUE ' REPRINTED ='.
          05 WS-T-REPRINTED           PIC ZZZ,ZZ9.
          05 FILLER              PIC X(12) VALUE ' REJECTED ='.
          05 WS-T-REJECTED            PIC ZZZ,ZZ9.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_CORRESPONDENCE
           END-EXEC.
           EXEC SQL
              INCLUDE CORRESPONDENCE_TEXT
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE TEXT-CSR CURSOR FOR
                 SELECT LINENBR,
                        COALESCE(LINETEXT, ' ')
                   FROM MFTR110.CORRESPONDENCE_TEXT
                  WHERE CORRID = :WS-ORIG-CORR-ID
                  ORDER BY LINENBR
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL WS-REQ-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B43' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B43 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN INPUT REPRINT-REQUESTS
           OPEN OUTPUT REPRINT-LETTERS
           OPEN OUTPUT REPRINT-ACKS
           OPEN OUTPUT REPRINT-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-HEADING2
           PERFORM 2900-READ-REQUEST.
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ZERO TO WS-ORIG-CORR-ID
           MOVE ZERO TO CORR-ID
           MOVE ZERO TO CLAIMNUMBER OF CLAIM-CORRESPONDENCE
           MOVE SPACE TO CORR-LETTER-TYPE
           IF RQ-CORR-ID IS NOT NUMERIC OR RQ-CORR-ID = ZERO
              MOVE 'INVALID CORRESPONDENCE ID' TO WS-REJECT-REASON
              MOVE ZERO TO WS-REQ-CORR-ID
           ELSE
              MOVE RQ-CORR-ID TO WS-REQ-CORR-ID
              IF RQ-REQUESTED-BY = SPACES
                 MOVE 'REQUESTING USER NOT GIVEN' TO WS-REJECT-REASON
              ELSE
                 PERFORM 2100-FETCH-ORIGINAL
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2200-REPRINT-TEXT
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2300-LOG-REPRINT
           END-IF
           PERFORM 2800-WRITE-DETAIL
           PERFORM 2900-READ-REQUEST.
      * THE REQUESTED ROW MAY ITSELF BE A REPRINT - ITS REPRINTOF
      * POINTS AT THE ORIGINAL, WHICH IS THE ONLY ROW CARRYING TEXT.
       2100-FETCH-ORIGINAL.
           EXEC SQL
              SELECT CLAIMNUMBER,
                     LETTERTYPE,
                     COALESCE(ADDRESSEE, ' '),
                     COALESCE(ADDRESSUSED, ' '),
                     COALESCE(REPRINTOF, CORRID)
                INTO :CLAIM-CORRESPONDENCE.CLAIMNUMBER,
                     :CLAIM-CORRESPONDENCE.CORR-LETTER-TYPE,
                     :CLAIM-CORRESPONDENCE.CORR-ADDRESSEE,
                     :CLAIM-CORRESPONDENCE.CORR-ADDRESS,
                     :WS-ORIG-CORR-ID
                FROM MFTR110.CLAIM_CORRESPONDENCE
               WHERE CORRID = :WS-REQ-CORR-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 MOVE 'CORRESPONDENCE ID NOT ON FILE'
                      TO WS-REJECT-REASON
             WHEN OTHER
                 DISPLAY 'MF110B43 SQL ERROR ON SELECT, SQLCODE = '
                         SQLCODE
                 MOVE 'SQL ERROR ON LOOKUP' TO WS-REJECT-REASON
           END-EVALUATE.
       2200-REPRINT-TEXT.
           MOVE ZERO TO WS-LINES-PRINTED
           MOVE 'N' TO WS-TEXT-EOF-SW
           EXEC SQL
              OPEN TEXT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MF110B43 SQL ERROR ON OPEN, SQLCODE = ' SQLCODE
              MOVE 'SQL ERROR ON TEXT' TO WS-REJECT-REASON
           ELSE
              PERFORM 2250-FETCH-TEXT-LINE
              PERFORM UNTIL WS-TEXT-EOF
                 IF CORR-LETTER-TYPE = 'A'
                    MOVE CT-LINE-TEXT TO ACK-RECORD
                    WRITE ACK-RECORD
                 ELSE
                    MOVE CT-LINE-TEXT TO LTR-LINE
                    WRITE LTR-LINE
                 END-IF
                 ADD 1 TO WS-LINES-PRINTED
                 PERFORM 2250-FETCH-TEXT-LINE
              END-PERFORM
              EXEC SQL
                 CLOSE TEXT-CSR
              END-EXEC
              IF WS-REJECT-REASON = SPACES AND WS-LINES-PRINTED = 0
                 MOVE 'NO LETTER TEXT ON FILE' TO WS-REJECT-REASON
              END-IF
           END-IF.
       2250-FETCH-TEXT-LINE.
           EXEC SQL
              FETCH TEXT-CSR
               INTO :CORRESPONDENCE-TEXT.CT-LINE-NBR,
                    :CORRESPONDENCE-TEXT.CT-LINE-TEXT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-TEXT-EOF TO TRUE
             WHEN OTHER
                 DISPLAY 'MF110B43 SQL ERROR ON FETCH, SQLCODE = '
                         SQLCODE
                 MOVE 'SQL ERROR ON TEXT' TO WS-REJECT-REASON
                 SET WS-TEXT-EOF TO TRUE
           END-EVALUATE.
      * THE REPRINT GETS ITS OWN ROW, DATED TODAY AND POINTING AT THE
      * ORIGINAL. ITS TEXT IS THE ORIGINAL'S, SO NONE IS COPIED.
       2300-LOG-REPRINT.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CORRID_SEQ
                INTO :CLAIM-CORRESPONDENCE.CORR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MF110B43 SQL ERROR ON CORRID_SEQ, SQLCODE = '
                      SQLCODE
              MOVE ZERO TO CORR-ID
              MOVE 'REPRINTED - NOT LOGGED' TO WS-REJECT-REASON
           ELSE
              MOVE 'MF110B43'         TO CORR-JOB-NAME
              MOVE WS-LINES-PRINTED   TO CORR-LINE-COUNT
              MOVE WS-ORIG-CORR-ID    TO CORR-REPRINT-OF
              MOVE RQ-REQUESTED-BY    TO CORR-REQUESTED-BY
              EXEC SQL
                 INSERT INTO MFTR110.CLAIM_CORRESPONDENCE
                        (CORRID, CLAIMNUMBER, LETTERTYPE, LETTERDATE,
                         ADDRESSEE, ADDRESSUSED, JOBNAME, CREATEDTS,
                         LINECOUNT, REPRINTOF, REQUESTEDBY)
                 VALUES (:CLAIM-CORRESPONDENCE.CORR-ID,
                         :CLAIM-CORRESPONDENCE.CLAIMNUMBER,
                         :CLAIM-CORRESPONDENCE.CORR-LETTER-TYPE,
                         CURRENT DATE,
                         :CLAIM-CORRESPONDENCE.CORR-ADDRESSEE,
                         :CLAIM-CORRESPONDENCE.CORR-ADDRESS,
                         :CLAIM-CORRESPONDENCE.CORR-JOB-NAME,
                         CURRENT TIMESTAMP,
                         :CLAIM-CORRESPONDENCE.CORR-LINE-COUNT,
                         :CLAIM-CORRESPONDENCE.CORR-REPRINT-OF,
                         :CLAIM-CORRESPONDENCE.CORR-REQUESTED-BY)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MF110B43 SQL ERROR ON INSERT, SQLCODE = '
                         SQLCODE
                 MOVE ZERO TO CORR-ID
                 MOVE 'REPRINTED - NOT LOGGED' TO WS-REJECT-REASON
              END-IF
           END-IF.
       2800-WRITE-DETAIL.
           MOVE WS-REQ-CORR-ID                   TO WS-DL-REQ-ID
           MOVE CLAIMNUMBER OF CLAIM-CORRESPONDENCE TO WS-DL-CLAIMNBR
           MOVE CORR-LETTER-TYPE                 TO WS-DL-TYPE
           MOVE WS-ORIG-CORR-ID                  TO WS-DL-ORIG-ID
           MOVE CORR-ID                          TO WS-DL-NEW-ID
           MOVE RQ-REQUESTED-BY                  TO WS-DL-USER
           IF WS-REJECT-REASON = SPACES
              MOVE 'REPRINTED' TO WS-DL-RESULT
              ADD 1 TO WS-REPRINT-COUNT
           ELSE
              MOVE WS-REJECT-REASON TO WS-DL-RESULT
              ADD 1 TO WS-REJECT-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2900-READ-REQUEST.
           READ REPRINT-REQUESTS
              AT END SET WS-REQ-EOF TO TRUE
           END-READ.
       3000-WRITE-TOTALS.
           MOVE WS-REQ-COUNT     TO WS-T-REQUESTS
           MOVE WS-REPRINT-COUNT TO WS-T-REPRINTED
           MOVE WS-REJECT-COUNT  TO WS-T-REJECTED
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           CLOSE REPRINT-REQUESTS
           CLOSE REPRINT-LETTERS
           CLOSE REPRINT-ACKS
           CLOSE REPRINT-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-REQ-COUNT TO LOG-RECS-READ
           MOVE WS-REPRINT-COUNT TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B43 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
