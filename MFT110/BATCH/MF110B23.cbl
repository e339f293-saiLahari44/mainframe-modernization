      * MF110BMS DENY OPTION RECORDS GOES OUT IN WRITING ON THE NEXT
      * NIGHTLY RUN AND A FAILED OR MISSED NIGHT IS CAUGHT UP
      * AUTOMATICALLY.
      * EVERY LETTER PRINTED IS LOGGED AGAINST THE CLAIM ON
      * MFTR110.CLAIM_CORRESPONDENCE (TYPE 'D') WITH THE ADDRESSEE AND
      * ADDRESS IT WENT TO, AND ITS LINES ARE KEPT ON
      * MFTR110.CORRESPONDENCE_TEXT SO MF110B43 CAN REPRINT IT AS
      * ISSUED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-RUN-CONTROL-FOUND-SW  PIC X(01) VALUE 'N'.
          88 WS-RUN-CONTROL-FOUND  VALUE 'Y'.
       01 WS-LETTER-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-CORR-LINE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01 WS-CORR-LINE-MAX         PIC S9(4) COMP VALUE 40.
       01 WS-CORR-TEXT-AREA.
          05 WS-CORR-TEXT OCCURS 40 TIMES INDEXED BY WS-CORR-TX
                                   PIC X(80).
       01 WS-CORR-ERROR-COUNT      PIC S9(9) COMP VALUE ZERO.
       01 WS-D-CLAIMDATE           PIC X(10).
       01 WS-D-CAUSE               PIC X(30).
       01 WS-D-CLAIMANT-NAME       PIC X(40).
           EXEC SQL
              INCLUDE DENIAL_REASON
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIM_CORRESPONDENCE
           END-EXEC.
           EXEC SQL
              INCLUDE CORRESPONDENCE_TEXT
           END-EXEC.
           EXEC SQL
              DECLARE DENIAL-CSR CURSOR FOR
                 SELECT DISTINCT
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-LETTERS UNTIL WS-EOF
           PERFORM 2700-UPDATE-RUN-CONTROL
           PERFORM 3000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B23' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B23 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT DENIAL-LETTERS
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
              MOVE WS-DEFAULT-TS  TO WS-LAST-RUN-TS
           END-IF.
       2000-PRINT-LETTERS.
           MOVE ZERO TO WS-CORR-LINE-COUNT
           MOVE FUNCTION DISPLAY-OF(CLAIMDATE) TO WS-D-CLAIMDATE
           MOVE FUNCTION DISPLAY-OF(CAUSE)     TO WS-D-CAUSE
           MOVE FUNCTION DISPLAY-OF(CLAIMANT-NAME OF CLAIMS)
           MOVE WS-D-CLAIMDATE        TO WS-LTR-B2-DATE
           MOVE WS-D-CAUSE            TO WS-LTR-B3-CAUSE
           MOVE WS-D-REASON-DESC      TO WS-LTR-B4-REASON
           MOVE WS-LTR-DATE-LINE TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-NAME-LINE TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-ADDR-LINE TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-SALUTATION TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY1 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY1A TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY2 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY3 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY4 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSING1 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSING2 TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           MOVE WS-LTR-BLANK TO LTR-LINE
           PERFORM 2400-WRITE-LETTER-LINE
           PERFORM 2500-LOG-CORRESPONDENCE
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 2100-FETCH-NEXT-CLAIM.
       2100-FETCH-NEXT-CLAIM.
           IF SQLCODE = 100
              SET WS-EOF TO TRUE
           END-IF.
       2400-WRITE-LETTER-LINE.
           WRITE LTR-LINE
           IF WS-CORR-LINE-COUNT < WS-CORR-LINE-MAX
              ADD 1 TO WS-CORR-LINE-COUNT
              MOVE LTR-LINE TO WS-CORR-TEXT(WS-CORR-LINE-COUNT)
           END-IF.
      * ONE MFTR110.CLAIM_CORRESPONDENCE ROW PER LETTER AND ONE
      * MFTR110.CORRESPONDENCE_TEXT ROW PER LINE PRINTED. THE LETTER
      * HAS ALREADY GONE TO THE PRINT FILE, SO A FAILED LOG INSERT
      * DOES NOT STOP THE RUN - IT IS COUNTED AND ENDS THE JOB RC 4.
       2500-LOG-CORRESPONDENCE.
           EXEC SQL
              VALUES NEXT VALUE FOR MFTR110.CORRID_SEQ
                INTO :CLAIM-CORRESPONDENCE.CORR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MF110B23 SQL ERROR ON CORRID_SEQ, SQLCODE = '
                      SQLCODE
              ADD 1 TO WS-CORR-ERROR-COUNT
           ELSE
              MOVE CLAIMNUMBER OF CLAIMS
                   TO CLAIMNUMBER OF CLAIM-CORRESPONDENCE
              MOVE 'D'                TO CORR-LETTER-TYPE
              MOVE WS-LTR-NAME        TO CORR-ADDRESSEE
              MOVE WS-LTR-ADDR        TO CORR-ADDRESS
              MOVE 'MF110B23'         TO CORR-JOB-NAME
              MOVE WS-CORR-LINE-COUNT TO CORR-LINE-COUNT
              EXEC SQL
                 INSERT INTO MFTR110.CLAIM_CORRESPONDENCE
                        (CORRID, CLAIMNUMBER, LETTERTYPE, LETTERDATE,
                         ADDRESSEE, ADDRESSUSED, JOBNAME, CREATEDTS,
                         LINECOUNT)
                 VALUES (:CLAIM-CORRESPONDENCE.CORR-ID,
                         :CLAIM-CORRESPONDENCE.CLAIMNUMBER,
                         :CLAIM-CORRESPONDENCE.CORR-LETTER-TYPE,
                         CURRENT DATE,
                         :CLAIM-CORRESPONDENCE.CORR-ADDRESSEE,
                         :CLAIM-CORRESPONDENCE.CORR-ADDRESS,
                         :CLAIM-CORRESPONDENCE.CORR-JOB-NAME,
                         CURRENT TIMESTAMP,
                         :CLAIM-CORRESPONDENCE.CORR-LINE-COUNT)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MF110B23 SQL ERROR ON CORRESPONDENCE INSERT, '
                         'SQLCODE = ' SQLCODE
                 ADD 1 TO WS-CORR-ERROR-COUNT
              ELSE
                 MOVE CORR-ID TO CT-CORR-ID
                 PERFORM VARYING WS-CORR-TX FROM 1 BY 1
                           UNTIL WS-CORR-TX > WS-CORR-LINE-COUNT
                    SET CT-LINE-NBR TO WS-CORR-TX
                    MOVE WS-CORR-TEXT(WS-CORR-TX) TO CT-LINE-TEXT
                    EXEC SQL
                       INSERT INTO MFTR110.CORRESPONDENCE_TEXT
                              (CORRID, LINENBR, LINETEXT)
                       VALUES (:CORRESPONDENCE-TEXT.CT-CORR-ID,
                               :CORRESPONDENCE-TEXT.CT-LINE-NBR,
                               :CORRESPONDENCE-TEXT.CT-LINE-TEXT)
                    END-EXEC
                    IF SQLCODE NOT = 0
                       DISPLAY 'MF110B23 SQL ERROR ON CORRESPONDENCE '
                               'TEXT INSERT, SQLCODE = ' SQLCODE
                       ADD 1 TO WS-CORR-ERROR-COUNT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       2700-UPDATE-RUN-CONTROL.
           MOVE WS-THIS-RUN-TS TO LAST-RUN-TS
           IF WS-RUN-CONTROL-FOUND
           EXEC SQL
              CLOSE DENIAL-CSR
           END-EXEC
           CLOSE DENIAL-LETTERS
           IF WS-CORR-ERROR-COUNT > 0
              DISPLAY 'MF110B23 CORRESPONDENCE LOG ERRORS = '
                      WS-CORR-ERROR-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-LETTER-COUNT TO LOG-RECS-READ
           MOVE WS-LETTER-COUNT TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B23 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
