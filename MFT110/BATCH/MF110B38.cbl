       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B38.
      * NIGHTLY ISO CLAIMSEARCH SUBMISSION - THE MF110B7 FRAUD RULES
      * ONLY SEE OUR OWN CLAIMS, SO EVERY CLAIM IS ALSO REPORTED TO THE
      * INDUSTRY CLAIMS DATABASE, WHICH MATCHES IT AGAINST EVERY OTHER
      * CARRIER'S AND SENDS BACK THE MATCH REPORTS MF110B39 LOADS.
      * A CLAIM IS SENT WHEN MFTR110.CLAIM_AUDIT SHOWS, SINCE THE LAST
      * SUCCESSFUL RUN (PER THE JOB'S MFTR110.RUN_CONTROL ROW), THAT IT
      * WAS ADDED - AN INITIAL REPORT ('I') - OR THAT ITS CLAIMANT
      * NAME, ADDRESS, LOSS DATE OR STATUS CHANGED - A REPLACEMENT
      * ('R') CARRYING THE CLAIM AS IT NOW STANDS. EACH RECORD TAKES
      * THE CLAIM FROM MFTR110.CLAIMS, THE PHONE, BIRTH DATE AND TIN
      * FROM THE MFTR110.CLAIMANT MASTER, AND THE INSURED AND STATE
      * FROM MFTR110.POLICY. THE ISOCTL CONTROL RECORD GIVES OUR ISO
      * MEMBER COMPANY CODE. THE FILE IS H/D/T CONTROLLED AND THE
      * ISORPT REPORT LISTS EVERY CLAIM SENT. A MISSING CONTROL RECORD
      * OR AN SQL ERROR ENDS THE RUN WITH RETURN CODE 8 AND THE RUN
      * WINDOW NOT ADVANCED, SO THE NEXT RUN SENDS THE SAME CLAIMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISO-CONTROL ASSIGN TO ISOCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT ISO-FILE ASSIGN TO ISOOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISO-REPORT ASSIGN TO ISORPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ISO-CONTROL
           RECORDING MODE IS F.
       01  ISO-CONTROL-RECORD.
           05 IC-COMPANY-CODE         PIC X(05).
       FD  ISO-FILE
           RECORDING MODE IS F.
       01  ISO-RECORD                 PIC X(300).
       FD  ISO-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-CTL-STATUS               PIC X(02) VALUE '00'.
       01 WS-CTL-OK-SW                PIC X(01) VALUE 'N'.
          88 WS-CTL-OK                VALUE 'Y'.
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
       01 WS-TXN-CODE                 PIC X(01).
       01 WS-LOSS-DATE                PIC X(10).
       01 WS-BIRTH-DATE               PIC X(10).
       01 WS-D-CLAIMANT-NAME          PIC X(40).
       01 WS-INITIAL-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-REPLACE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-SENT-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-ISO-HEADER.
          05 IS-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 IS-H-FEED-NAME           PIC X(09) VALUE 'ISOCLMS  '.
          05 IS-H-DATE                PIC X(10).
          05 IS-H-COMPANY-CODE        PIC X(05).
          05 FILLER                   PIC X(275) VALUE SPACES.
       01 WS-ISO-DETAIL.
          05 IS-D-REC-TYPE            PIC X(01) VALUE 'D'.
          05 IS-D-TXN-CODE            PIC X(01).
          05 IS-D-CLAIMNUMBER         PIC 9(09).
          05 IS-D-POLICYNUMBER        PIC 9(09).
          05 IS-D-POLICY-STATE        PIC X(02).
          05 IS-D-LOSS-DATE           PIC X(10).
          05 IS-D-LOSS-CAUSE          PIC X(30).
          05 IS-D-CLAIM-STATUS        PIC X(10).
          05 IS-D-INSURED-NAME        PIC X(40).
          05 IS-D-CLAIMANT-NAME       PIC X(40).
          05 IS-D-CLAIMANT-ADDRESS    PIC X(60).
          05 IS-D-CLAIMANT-PHONE      PIC X(12).
          05 IS-D-CLAIMANT-BIRTH      PIC X(10).
          05 IS-D-CLAIMANT-TIN        PIC X(09).
          05 IS-D-TIN-TYPE            PIC X(01).
          05 IS-D-CAT-CODE            PIC X(08).
          05 FILLER                   PIC X(48) VALUE SPACES.
       01 WS-ISO-TRAILER.
          05 IS-T-REC-TYPE            PIC X(01) VALUE 'T'.
          05 IS-T-COUNT               PIC 9(09).
          05 FILLER                   PIC X(290) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B38 - ISO CLAIM'.
          05 FILLER              PIC X(30) VALUE 'SEARCH SUBMISSION'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-HEADING2.
          05 FILLER               PIC X(12) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(13) VALUE 'REPORT'.
          05 FILLER               PIC X(12) VALUE 'LOSS DATE'.
          05 FILLER               PIC X(11) VALUE 'STATUS'.
          05 FILLER               PIC X(30) VALUE 'CLAIMANT'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-D-TXN                 PIC X(11).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-LOSS-DATE           PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-STATUS              PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-D-CLAIMANT            PIC X(30).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(12) VALUE 'INITIAL ='.
          05 WS-T-INITIAL             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(15) VALUE ' REPLACEMENT ='.
          05 WS-T-REPLACE             PIC ZZZ,ZZ9.
          05 FILLER              PIC X(09) VALUE ' SENT ='.
          05 WS-T-SENT                PIC ZZZ,ZZ9.
       01 WS-MSG-LINE                 PIC X(80).
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMANT
           END-EXEC.
           EXEC SQL
              INCLUDE POLICY
           END-EXEC.
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
      * ONE ROW PER CLAIM TOUCHED IN THE WINDOW. AN ADD IN THE WINDOW
      * MAKES IT AN INITIAL REPORT EVEN IF IT WAS ALSO CHANGED AFTER;
      * A DELETED CLAIM IS NO LONGER ON CLAIMS AND IS NOT SENT.
           EXEC SQL
              DECLARE ISO-CSR CURSOR FOR
                 SELECT C.CLAIMNUMBER,
                        CASE WHEN EXISTS
                           (SELECT 1
                              FROM MFTR110.CLAIM_AUDIT A
                             WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                               AND A.AUDITACTION = 'I'
                               AND A.AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                               AND A.AUDITTIMESTAMP <= :WS-THIS-RUN-TS)
                             THEN 'I' ELSE 'R' END,
                        COALESCE(C.POLICYNUMBER, 0),
                        COALESCE(P.POLICYSTATE, '  '),
                        COALESCE(P.POLICYHOLDER, ' '),
                        COALESCE(CHAR(C.CLAIMDATE, ISO), ' '),
                        COALESCE(C.CAUSE, ' '),
                        COALESCE(C.STATUS, ' '),
                        COALESCE(C.CLAIMANTNAME, ' '),
                        COALESCE(C.CLAIMANTADDRESS, ' '),
                        COALESCE(M.PHONE, ' '),
                        COALESCE(CHAR(M.BIRTHDATE, ISO), ' '),
                        COALESCE(M.TIN, ' '),
                        COALESCE(M.TINTYPE, ' '),
                        COALESCE(C.CATEVENTCODE, ' ')
                   FROM MFTR110.CLAIMS C
                        LEFT OUTER JOIN MFTR110.POLICY P
                               ON P.POLICYNUMBER = C.POLICYNUMBER
                        LEFT OUTER JOIN MFTR110.CLAIMANT M
                               ON M.CLAIMANTID = C.CLAIMANTID
                  WHERE EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIM_AUDIT A
                          WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                            AND A.AUDITTIMESTAMP >  :WS-LAST-RUN-TS
                            AND A.AUDITTIMESTAMP <= :WS-THIS-RUN-TS
                            AND (A.AUDITACTION = 'I'
                                 OR (A.AUDITACTION = 'U'
                                     AND (COALESCE(A.OLDCLAIMANTNAME,
                                                   ' ')
                                          <> COALESCE(A.NEWCLAIMANTNAME,
                                                   ' ')
                                       OR COALESCE(
                                             A.OLDCLAIMANTADDRESS, ' ')
                                          <> COALESCE(
                                             A.NEWCLAIMANTADDRESS, ' ')
                                       OR COALESCE(A.OLDCLAIMDATE,
                                                   DATE('0001-01-01'))
                                          <> COALESCE(A.NEWCLAIMDATE,
                                                   DATE('0001-01-01'))
                                       OR COALESCE(A.OLDSTATUS, ' ')
                                          <> COALESCE(A.NEWSTATUS,
                                                      ' ')))))
                  ORDER BY C.CLAIMNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           IF WS-CTL-OK
              PERFORM 2000-PROCESS-CLAIM UNTIL WS-EOF
              PERFORM 3000-WRITE-TOTALS
              IF NOT WS-SQL-ERROR
                 PERFORM 2700-UPDATE-RUN-CONTROL
              END-IF
           END-IF
           PERFORM 4000-TERMINATE
           IF NOT WS-CTL-OK OR WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B38' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B38 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT ISO-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 1100-READ-CONTROL
           IF WS-CTL-OK
              OPEN OUTPUT ISO-FILE
              PERFORM 1200-READ-RUN-CONTROL
              MOVE WS-THIS-RUN-TS(1:10) TO IS-H-DATE
              MOVE IC-COMPANY-CODE TO IS-H-COMPANY-CODE
              WRITE ISO-RECORD FROM WS-ISO-HEADER
              WRITE RPT-LINE FROM WS-HEADING2
              EXEC SQL
                 OPEN ISO-CSR
              END-EXEC
              IF SQLCODE NOT = 0
                 SET WS-SQL-ERROR TO TRUE
                 SET WS-EOF TO TRUE
              ELSE
                 PERFORM 2100-FETCH-NEXT-CLAIM
              END-IF
           END-IF.
       1100-READ-CONTROL.
           OPEN INPUT ISO-CONTROL
           IF WS-CTL-STATUS = '00'
              READ ISO-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    IF IC-COMPANY-CODE NOT = SPACES
                       SET WS-CTL-OK TO TRUE
                    END-IF
              END-READ
              CLOSE ISO-CONTROL
           END-IF
           IF NOT WS-CTL-OK
              MOVE 'ISOCTL CONTROL RECORD MISSING - NOTHING SENT'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
       1200-READ-RUN-CONTROL.
           EXEC SQL
              SET :WS-THIS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE 'N' TO WS-RUN-CONTROL-FOUND-SW
           MOVE 'MF110B38' TO JOB-NAME
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
       2000-PROCESS-CLAIM.
           MOVE CLAIMNUMBER OF CLAIMS TO IS-D-CLAIMNUMBER
           MOVE WS-TXN-CODE           TO IS-D-TXN-CODE
           MOVE POLICYNUMBER OF CLAIMS TO IS-D-POLICYNUMBER
           MOVE POLICY-STATE          TO IS-D-POLICY-STATE
           MOVE WS-LOSS-DATE          TO IS-D-LOSS-DATE
           MOVE FUNCTION DISPLAY-OF(CAUSE OF CLAIMS)
                TO IS-D-LOSS-CAUSE
           MOVE FUNCTION DISPLAY-OF(CLAIM-STATUS)
                TO IS-D-CLAIM-STATUS
           MOVE FUNCTION DISPLAY-OF(POLICYHOLDER)
                TO IS-D-INSURED-NAME
           MOVE FUNCTION DISPLAY-OF(CLAIMANT-NAME OF CLAIMS)
                TO WS-D-CLAIMANT-NAME
           MOVE WS-D-CLAIMANT-NAME    TO IS-D-CLAIMANT-NAME
           MOVE FUNCTION DISPLAY-OF(CLAIMANT-ADDRESS OF CLAIMS)
                TO IS-D-CLAIMANT-ADDRESS
           MOVE PHONE                 TO IS-D-CLAIMANT-PHONE
           MOVE WS-BIRTH-DATE         TO IS-D-CLAIMANT-BIRTH
           MOVE TIN                   TO IS-D-CLAIMANT-TIN
           MOVE TIN-TYPE              TO IS-D-TIN-TYPE
           MOVE CAT-EVENT-CODE        TO IS-D-CAT-CODE
           WRITE ISO-RECORD FROM WS-ISO-DETAIL
           ADD 1 TO WS-SENT-COUNT
           IF WS-TXN-CODE = 'I'
              ADD 1 TO WS-INITIAL-COUNT
              MOVE 'INITIAL' TO WS-D-TXN
           ELSE
              ADD 1 TO WS-REPLACE-COUNT
              MOVE 'REPLACEMENT' TO WS-D-TXN
           END-IF
           MOVE CLAIMNUMBER OF CLAIMS TO WS-D-CLAIMNBR
           MOVE WS-LOSS-DATE          TO WS-D-LOSS-DATE
           MOVE IS-D-CLAIM-STATUS     TO WS-D-STATUS
           MOVE WS-D-CLAIMANT-NAME    TO WS-D-CLAIMANT
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-CLAIM.
       2100-FETCH-NEXT-CLAIM.
           EXEC SQL
              FETCH ISO-CSR
              INTO :CLAIMS.CLAIMNUMBER,
                   :WS-TXN-CODE,
                   :CLAIMS.POLICYNUMBER,
                   :POLICY.POLICY-STATE,
                   :POLICY.POLICYHOLDER,
                   :WS-LOSS-DATE,
                   :CLAIMS.CAUSE,
                   :CLAIMS.CLAIM-STATUS,
                   :CLAIMS.CLAIMANT-NAME,
                   :CLAIMS.CLAIMANT-ADDRESS,
                   :CLAIMANT.PHONE,
                   :WS-BIRTH-DATE,
                   :CLAIMANT.TIN,
                   :CLAIMANT.TIN-TYPE,
                   :CLAIMS.CAT-EVENT-CODE
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
           END-IF.
       3000-WRITE-TOTALS.
           MOVE WS-SENT-COUNT TO IS-T-COUNT
           WRITE ISO-RECORD FROM WS-ISO-TRAILER
           MOVE WS-INITIAL-COUNT TO WS-T-INITIAL
           MOVE WS-REPLACE-COUNT TO WS-T-REPLACE
           MOVE WS-SENT-COUNT    TO WS-T-SENT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           IF WS-CTL-OK
              EXEC SQL
                 CLOSE ISO-CSR
              END-EXEC
              CLOSE ISO-FILE
           END-IF
           CLOSE ISO-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-SENT-COUNT TO LOG-RECS-READ
           MOVE WS-SENT-COUNT TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B38 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
