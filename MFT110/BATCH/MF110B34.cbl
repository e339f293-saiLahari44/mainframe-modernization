       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B34.
      * QUARTERLY MEDICARE SECTION 111 SUBMISSION - WE ARE A
      * RESPONSIBLE REPORTING ENTITY (RRE) AND MUST TELL CMS ABOUT
      * EVERY BODILY-INJURY CLAIM WHOSE CLAIMANT IS A MEDICARE
      * BENEFICIARY. A CLAIM IS BODILY INJURY WHEN ONE OF ITS
      * CLAIM_LINE CAUSES (OR, FOR A CLAIM WITH NO LINES, ITS CAUSE)
      * NAMES AN INJURY. THE S111CTL CONTROL RECORD GIVES OUR RRE ID
      * AND THE MODE; EACH QUARTER RUNS BOTH, WITH THE CMS QUERY
      * RESPONSE LOADED BY MF110B35 IN BETWEEN:
      *   MODE 'Q' - QUERY FILE. EVERY INJURY CLAIMANT NOT ALREADY
      *   KNOWN TO BE A BENEFICIARY IS SENT WITH THEIR SSN, NAME AND
      *   BIRTH DATE FROM MFTR110.CLAIMANT (A CLAIMANT WITH NO SSN OR
      *   BIRTH DATE CANNOT BE QUERIED AND IS LISTED INSTEAD), AND
      *   MEDICAREQUERYDATE IS SET.
      *   MODE 'C' - CLAIM INPUT FILE. EVERY INJURY CLAIM OF A KNOWN
      *   BENEFICIARY IS REPORTED WITH THE DATES OF ONGOING
      *   RESPONSIBILITY FOR MEDICALS (DATE OF INJURY TO THE DATE THE
      *   CLAIM CLOSED) AND THE TOTAL PAYMENT OBLIGATION TO THE
      *   CLAIMANT - THE UNVOIDED INDEMNITY ROWS ON
      *   MFTR110.CLAIM_PAYMENT. A CLAIM NEVER REPORTED GOES AS AN
      *   ADD; ONE WHOSE MBI, ORM END DATE OR TOTAL HAS CHANGED SINCE
      *   THE LAST REPORT, OR THAT CMS REJECTED, GOES AGAIN AS AN
      *   UPDATE. MFTR110.MEDICARE_CLAIM KEEPS WHAT WAS SENT.
      * BOTH FILES ARE H/D/T CONTROLLED. THE S111RPT REPORT LISTS
      * EVERY RECORD SENT AND EVERY CLAIMANT OR CLAIM HELD BACK. A
      * MISSING OR INVALID CONTROL RECORD ENDS THE RUN WITH RETURN
      * CODE 8 AND NOTHING SENT; AN SQL ERROR ALSO ENDS RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT S111-CONTROL ASSIGN TO S111CTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT S111-FILE ASSIGN TO S111OUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S111-REPORT ASSIGN TO S111RPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  S111-CONTROL
           RECORDING MODE IS F.
       01  S111-CONTROL-RECORD.
           05 SC-MODE                 PIC X(01).
           05 SC-RRE-ID               PIC X(09).
       FD  S111-FILE
           RECORDING MODE IS F.
       01  S111-RECORD                PIC X(200).
       FD  S111-REPORT
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
       01 WS-MODE                     PIC X(01).
          88 WS-QUERY-MODE            VALUE 'Q'.
          88 WS-CLAIM-MODE            VALUE 'C'.
       01 WS-TODAY                    PIC X(10).
       01 WS-ACTION                   PIC X(01).
       01 WS-SEND-SW                  PIC X(01) VALUE 'N'.
          88 WS-SEND                  VALUE 'Y'.
       01 WS-Q-NAME                   PIC X(40).
       01 WS-Q-BIRTHDATE              PIC X(10).
       01 WS-C-INJURY-DATE            PIC X(10).
       01 WS-C-CAUSE                  PIC X(30).
       01 WS-C-ORM-END                PIC X(10).
       01 WS-C-TPOC                   PIC S9(9)V99 COMP-3.
       01 WS-C-TPOC-DATE              PIC X(10).
       01 WS-H-ACTION                 PIC X(01).
       01 WS-H-MEDICARE-ID            PIC X(11).
       01 WS-H-ORM-END                PIC X(10).
       01 WS-H-TPOC                   PIC S9(9)V99 COMP-3.
       01 WS-H-DISPOSITION            PIC X(02).
       01 WS-SENT-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WS-S111-HEADER.
          05 S1-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 S1-H-FEED-NAME           PIC X(09).
          05 S1-H-DATE                PIC X(10).
          05 S1-H-RRE-ID              PIC X(09).
          05 FILLER                   PIC X(171) VALUE SPACES.
       01 WS-S111-QUERY.
          05 S1-Q-REC-TYPE            PIC X(01) VALUE 'D'.
          05 S1-Q-CLAIMANT-ID         PIC 9(09).
          05 S1-Q-SSN                 PIC X(09).
          05 S1-Q-NAME                PIC X(40).
          05 S1-Q-BIRTHDATE           PIC X(10).
          05 FILLER                   PIC X(131) VALUE SPACES.
       01 WS-S111-CLAIM.
          05 S1-C-REC-TYPE            PIC X(01) VALUE 'D'.
          05 S1-C-ACTION              PIC X(01).
          05 S1-C-CLAIMNUMBER         PIC 9(09).
          05 S1-C-CLAIMANT-ID         PIC 9(09).
          05 S1-C-MEDICARE-ID         PIC X(11).
          05 S1-C-SSN                 PIC X(09).
          05 S1-C-NAME                PIC X(40).
          05 S1-C-BIRTHDATE           PIC X(10).
          05 S1-C-INJURY-DATE         PIC X(10).
          05 S1-C-CAUSE               PIC X(30).
          05 S1-C-POLICYNUMBER        PIC 9(09).
          05 S1-C-ORM-IND             PIC X(01) VALUE 'Y'.
          05 S1-C-ORM-START           PIC X(10).
          05 S1-C-ORM-END             PIC X(10).
          05 S1-C-TPOC-AMOUNT         PIC S9(9)V99.
          05 S1-C-TPOC-DATE           PIC X(10).
          05 FILLER                   PIC X(19) VALUE SPACES.
       01 WS-S111-TRAILER.
          05 S1-T-REC-TYPE            PIC X(01) VALUE 'T'.
          05 S1-T-COUNT               PIC 9(09).
          05 FILLER                   PIC X(190) VALUE SPACES.
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B34 - MEDICARE'.
          05 FILLER              PIC X(30) VALUE ' SECTION 111'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-MODE-LINE.
          05 WS-ML-MODE               PIC X(30).
          05 FILLER                   PIC X(08) VALUE 'RRE ID: '.
          05 WS-ML-RRE-ID             PIC X(09).
       01 WS-HEADING2.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(11) VALUE 'CLAIMANT'.
          05 FILLER               PIC X(32) VALUE 'NAME'.
          05 FILLER               PIC X(26) VALUE 'ACTION'.
       01 WS-DETAIL-LINE.
          05 WS-D-CLAIMNBR            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-CLAIMANT            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-NAME                PIC X(30).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-D-ACTION              PIC X(26).
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(12) VALUE 'SENT ='.
          05 WS-T-SENT                PIC ZZZ,ZZ9.
          05 FILLER              PIC X(13) VALUE ' HELD BACK ='.
          05 WS-T-HELD                PIC ZZZ,ZZ9.
       01 WS-ERROR-LINE.
          05 FILLER              PIC X(34)
             VALUE 'SQL ERROR - RUN STOPPED, '.
          05 FILLER              PIC X(08) VALUE 'SQLCODE='.
          05 WS-E-SQLCODE            PIC -ZZZZZZZZ9.
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
           EXEC SQL
              DECLARE S111QRY-CSR CURSOR FOR
                 SELECT M.CLAIMANTID,
                        COALESCE(M.CLAIMANTNAME, ' '),
                        COALESCE(CHAR(M.BIRTHDATE, ISO), ' '),
                        COALESCE(M.TIN, ' '),
                        COALESCE(M.TINTYPE, ' ')
                   FROM MFTR110.CLAIMANT M
                  WHERE COALESCE(M.MEDICAREBENE, ' ') <> 'Y'
                    AND EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIMS C
                          WHERE C.CLAIMANTID = M.CLAIMANTID
                            AND C.STATUS <> 'DENIED'
                            AND (C.CAUSE LIKE '%INJUR%'
                                 OR EXISTS
                                 (SELECT 1
                                    FROM MFTR110.CLAIM_LINE L
                                   WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                                     AND L.CAUSE LIKE '%INJUR%')))
                  ORDER BY M.CLAIMANTID
           END-EXEC.
           EXEC SQL
              DECLARE S111CLM-CSR CURSOR FOR
                 SELECT C.CLAIMNUMBER,
                        M.CLAIMANTID,
                        COALESCE(M.MEDICAREID, ' '),
                        COALESCE(M.TIN, ' '),
                        COALESCE(M.CLAIMANTNAME, ' '),
                        COALESCE(CHAR(M.BIRTHDATE, ISO), ' '),
                        COALESCE(C.POLICYNUMBER, 0),
                        COALESCE(CHAR(C.CLAIMDATE, ISO), ' '),
                        COALESCE((SELECT MIN(SUBSTR(L.CAUSE, 1, 30))
                                    FROM MFTR110.CLAIM_LINE L
                                   WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                                     AND L.CAUSE LIKE '%INJUR%'),
                                 SUBSTR(C.CAUSE, 1, 30), ' '),
                        CASE WHEN C.STATUS = 'CLOSED'
                             THEN COALESCE(
                                  (SELECT CHAR(DATE(MAX(
                                          A.AUDITTIMESTAMP)), ISO)
                                     FROM MFTR110.CLAIM_AUDIT A
                                    WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                                      AND A.NEWSTATUS = 'CLOSED    '),
                                  CHAR(CURRENT DATE, ISO))
                             ELSE ' '
                        END,
                        (SELECT COALESCE(SUM(P.CHECKAMOUNT), 0)
                           FROM MFTR110.CLAIM_PAYMENT P
                          WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                            AND P.PAYMENTTYPE = 'I'
                            AND P.VOIDFLAG <> 'Y'),
                        COALESCE((SELECT CHAR(MAX(P.CHECKDATE), ISO)
                                    FROM MFTR110.CLAIM_PAYMENT P
                                   WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                                     AND P.PAYMENTTYPE = 'I'
                                     AND P.VOIDFLAG <> 'Y'), ' '),
                        COALESCE(R.LASTACTION, ' '),
                        COALESCE(R.MEDICAREID, ' '),
                        COALESCE(CHAR(R.ORMENDDATE, ISO), ' '),
                        COALESCE(R.TPOCAMOUNT, 0),
                        COALESCE(R.CMSDISPOSITION, ' ')
                   FROM MFTR110.CLAIMS C
                        INNER JOIN MFTR110.CLAIMANT M
                               ON M.CLAIMANTID = C.CLAIMANTID
                        LEFT OUTER JOIN MFTR110.MEDICARE_CLAIM R
                               ON R.CLAIMNUMBER = C.CLAIMNUMBER
                  WHERE M.MEDICAREBENE = 'Y'
                    AND C.STATUS <> 'DENIED'
                    AND (C.CAUSE LIKE '%INJUR%'
                         OR EXISTS
                         (SELECT 1
                            FROM MFTR110.CLAIM_LINE L
                           WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                             AND L.CAUSE LIKE '%INJUR%'))
                  ORDER BY C.CLAIMNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           IF WS-CTL-OK
              IF WS-QUERY-MODE
                 PERFORM 2000-PROCESS-QUERY UNTIL WS-EOF
                 EXEC SQL
                    CLOSE S111QRY-CSR
                 END-EXEC
              ELSE
                 PERFORM 3000-PROCESS-CLAIM UNTIL WS-EOF
                 EXEC SQL
                    CLOSE S111CLM-CSR
                 END-EXEC
              END-IF
              IF WS-SQL-ERROR
                 PERFORM 4500-BACK-OUT-RUN
              ELSE
                 PERFORM 4000-WRITE-TRAILER
              END-IF
           END-IF
           IF NOT WS-CTL-OK OR WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B34' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B34 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT S111-FILE
           OPEN OUTPUT S111-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:10) TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           WRITE RPT-LINE FROM WS-BLANK-LINE
           PERFORM 1100-READ-CONTROL
           IF WS-CTL-OK
              MOVE WS-TODAY(1:10) TO S1-H-DATE
              MOVE SC-RRE-ID      TO S1-H-RRE-ID
              MOVE SC-RRE-ID      TO WS-ML-RRE-ID
              IF WS-QUERY-MODE
                 MOVE 'S111QRY  ' TO S1-H-FEED-NAME
                 MOVE 'MODE: BENEFICIARY QUERY' TO WS-ML-MODE
              ELSE
                 MOVE 'S111CLM  ' TO S1-H-FEED-NAME
                 MOVE 'MODE: CLAIM INPUT' TO WS-ML-MODE
              END-IF
              WRITE S111-RECORD FROM WS-S111-HEADER
              WRITE RPT-LINE FROM WS-MODE-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-HEADING2
              IF WS-QUERY-MODE
                 EXEC SQL
                    OPEN S111QRY-CSR
                 END-EXEC
                 PERFORM 2100-FETCH-NEXT-CLAIMANT
              ELSE
                 EXEC SQL
                    OPEN S111CLM-CSR
                 END-EXEC
                 PERFORM 3100-FETCH-NEXT-CLAIM
              END-IF
           END-IF.
       1100-READ-CONTROL.
           OPEN INPUT S111-CONTROL
           IF WS-CTL-STATUS = '00'
              READ S111-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    IF (SC-MODE = 'Q' OR SC-MODE = 'C')
                       AND SC-RRE-ID NOT = SPACES
                       MOVE SC-MODE TO WS-MODE
                       SET WS-CTL-OK TO TRUE
                    END-IF
              END-READ
              CLOSE S111-CONTROL
           END-IF
           IF NOT WS-CTL-OK
              MOVE 'S111CTL CONTROL RECORD MISSING OR INVALID - NO RUN'
                   TO WS-MSG-LINE
              WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.
      * CMS MATCHES ON SSN, NAME AND BIRTH DATE - AN EIN OR A MISSING
      * BIRTH DATE CANNOT BE QUERIED, SO THE DESK MUST FIX THE
      * CLAIMANT MASTER BEFORE NEXT QUARTER.
       2000-PROCESS-QUERY.
           MOVE ZERO TO WS-D-CLAIMNBR
           MOVE CLAIMANT-ID OF CLAIMANT TO WS-D-CLAIMANT
           MOVE WS-Q-NAME TO WS-D-NAME
           IF TIN OF CLAIMANT = SPACES
              OR TIN-TYPE OF CLAIMANT = 'E'
              OR WS-Q-BIRTHDATE = SPACES
              MOVE 'HELD - NO SSN OR BIRTH DATE' TO WS-D-ACTION
              ADD 1 TO WS-HELD-COUNT
           ELSE
              MOVE CLAIMANT-ID OF CLAIMANT TO S1-Q-CLAIMANT-ID
              MOVE TIN OF CLAIMANT         TO S1-Q-SSN
              MOVE WS-Q-NAME               TO S1-Q-NAME
              MOVE WS-Q-BIRTHDATE          TO S1-Q-BIRTHDATE
              WRITE S111-RECORD FROM WS-S111-QUERY
              ADD 1 TO WS-SENT-COUNT
              MOVE 'QUERIED' TO WS-D-ACTION
              EXEC SQL
                 UPDATE MFTR110.CLAIMANT
                    SET MEDICAREQUERYDATE = CURRENT DATE
                  WHERE CLAIMANTID = :CLAIMANT.CLAIMANT-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 8000-SQL-ERROR
              END-IF
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-CLAIMANT.
       2100-FETCH-NEXT-CLAIMANT.
           EXEC SQL
              FETCH S111QRY-CSR
              INTO :CLAIMANT.CLAIMANT-ID,
                   :WS-Q-NAME,
                   :WS-Q-BIRTHDATE,
                   :CLAIMANT.TIN,
                   :CLAIMANT.TIN-TYPE
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-EOF TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 8000-SQL-ERROR
              END-IF
           END-IF.
      * DECIDE WHETHER THE CLAIM GOES THIS QUARTER - NEVER SENT IS AN
      * ADD; A CMS REJECT IS RESENT WITH ITS ORIGINAL ACTION; A CHANGE
      * TO ANY REPORTED FIELD IS AN UPDATE. A CLAIM AWAITING ITS CMS
      * RESPONSE WITH NOTHING CHANGED IS LEFT ALONE.
       3000-PROCESS-CLAIM.
           MOVE 'N' TO WS-SEND-SW
           IF WS-H-ACTION = SPACES
              MOVE 'A' TO WS-ACTION
              SET WS-SEND TO TRUE
           ELSE
           IF WS-H-DISPOSITION NOT = SPACES
              AND WS-H-DISPOSITION NOT = '01'
              MOVE WS-H-ACTION TO WS-ACTION
              SET WS-SEND TO TRUE
           ELSE
           IF WS-H-MEDICARE-ID NOT = MEDICARE-ID OF MEDICARE-CLAIM
              OR WS-H-ORM-END NOT = WS-C-ORM-END
              OR WS-H-TPOC NOT = WS-C-TPOC
              MOVE 'U' TO WS-ACTION
              SET WS-SEND TO TRUE
           END-IF
           END-IF
           END-IF
           IF WS-SEND
              IF MEDICARE-ID OF MEDICARE-CLAIM = SPACES
                 MOVE CLAIMNUMBER OF MEDICARE-CLAIM TO WS-D-CLAIMNBR
                 MOVE CLAIMANT-ID OF MEDICARE-CLAIM TO WS-D-CLAIMANT
                 MOVE S1-C-NAME TO WS-D-NAME
                 MOVE 'HELD - NO MBI ON FILE' TO WS-D-ACTION
                 WRITE RPT-LINE FROM WS-DETAIL-LINE
                 ADD 1 TO WS-HELD-COUNT
              ELSE
                 PERFORM 3200-SEND-CLAIM
              END-IF
           END-IF
           PERFORM 3100-FETCH-NEXT-CLAIM.
       3100-FETCH-NEXT-CLAIM.
           EXEC SQL
              FETCH S111CLM-CSR
              INTO :MEDICARE-CLAIM.CLAIMNUMBER,
                   :MEDICARE-CLAIM.CLAIMANT-ID,
                   :MEDICARE-CLAIM.MEDICARE-ID,
                   :CLAIMANT.TIN,
                   :WS-Q-NAME,
                   :WS-Q-BIRTHDATE,
                   :S1-C-POLICYNUMBER,
                   :WS-C-INJURY-DATE,
                   :WS-C-CAUSE,
                   :WS-C-ORM-END,
                   :WS-C-TPOC,
                   :WS-C-TPOC-DATE,
                   :WS-H-ACTION,
                   :WS-H-MEDICARE-ID,
                   :WS-H-ORM-END,
                   :WS-H-TPOC,
                   :WS-H-DISPOSITION
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-EOF TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 8000-SQL-ERROR
              END-IF
           ELSE
              MOVE WS-Q-NAME TO S1-C-NAME
           END-IF.
       3200-SEND-CLAIM.
           MOVE WS-ACTION                     TO S1-C-ACTION
           MOVE CLAIMNUMBER OF MEDICARE-CLAIM TO S1-C-CLAIMNUMBER
           MOVE CLAIMANT-ID OF MEDICARE-CLAIM TO S1-C-CLAIMANT-ID
           MOVE MEDICARE-ID OF MEDICARE-CLAIM TO S1-C-MEDICARE-ID
           MOVE TIN OF CLAIMANT               TO S1-C-SSN
           MOVE WS-Q-BIRTHDATE                TO S1-C-BIRTHDATE
           MOVE WS-C-INJURY-DATE              TO S1-C-INJURY-DATE
           MOVE WS-C-CAUSE                    TO S1-C-CAUSE
           MOVE WS-C-INJURY-DATE              TO S1-C-ORM-START
           MOVE WS-C-ORM-END                  TO S1-C-ORM-END
           MOVE WS-C-TPOC                     TO S1-C-TPOC-AMOUNT
           MOVE WS-C-TPOC-DATE                TO S1-C-TPOC-DATE
           PERFORM 3300-RECORD-SUBMISSION
           IF NOT WS-SQL-ERROR
              WRITE S111-RECORD FROM WS-S111-CLAIM
              ADD 1 TO WS-SENT-COUNT
              MOVE CLAIMNUMBER OF MEDICARE-CLAIM TO WS-D-CLAIMNBR
              MOVE CLAIMANT-ID OF MEDICARE-CLAIM TO WS-D-CLAIMANT
              MOVE S1-C-NAME TO WS-D-NAME
              IF WS-ACTION = 'A'
                 MOVE 'SENT - ADD' TO WS-D-ACTION
              ELSE
                 MOVE 'SENT - UPDATE' TO WS-D-ACTION
              END-IF
              WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.
      * WHAT WAS SENT IS KEPT ON MEDICARE_CLAIM SO NEXT QUARTER ONLY
      * SENDS WHAT HAS CHANGED; THE CMS RESPONSE FIELDS ARE CLEARED
      * UNTIL MF110B35 LOADS THE ANSWER TO THIS SUBMISSION.
       3300-RECORD-SUBMISSION.
           MOVE WS-C-TPOC  TO TPOC-AMOUNT
           MOVE WS-ACTION  TO LAST-ACTION
           IF WS-H-ACTION = SPACES
              EXEC SQL
                 INSERT INTO MFTR110.MEDICARE_CLAIM
                        (CLAIMNUMBER,
                         CLAIMANTID,
                         MEDICAREID,
                         ORMSTARTDATE,
                         ORMENDDATE,
                         TPOCAMOUNT,
                         TPOCDATE,
                         LASTACTION,
                         LASTREPORTDATE,
                         CMSDISPOSITION,
                         CMSERRORCODE)
                 VALUES (:MEDICARE-CLAIM.CLAIMNUMBER,
                         :MEDICARE-CLAIM.CLAIMANT-ID,
                         :MEDICARE-CLAIM.MEDICARE-ID,
                         DATE(NULLIF(:WS-C-INJURY-DATE, ' ')),
                         DATE(NULLIF(:WS-C-ORM-END, ' ')),
                         :MEDICARE-CLAIM.TPOC-AMOUNT,
                         DATE(NULLIF(:WS-C-TPOC-DATE, ' ')),
                         :MEDICARE-CLAIM.LAST-ACTION,
                         CURRENT DATE,
                         ' ',
                         ' ')
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE MFTR110.MEDICARE_CLAIM
                    SET MEDICAREID     = :MEDICARE-CLAIM.MEDICARE-ID,
                        ORMSTARTDATE   =
                           DATE(NULLIF(:WS-C-INJURY-DATE, ' ')),
                        ORMENDDATE     =
                           DATE(NULLIF(:WS-C-ORM-END, ' ')),
                        TPOCAMOUNT     = :MEDICARE-CLAIM.TPOC-AMOUNT,
                        TPOCDATE       =
                           DATE(NULLIF(:WS-C-TPOC-DATE, ' ')),
                        LASTACTION     = :MEDICARE-CLAIM.LAST-ACTION,
                        LASTREPORTDATE = CURRENT DATE,
                        CMSDISPOSITION = ' ',
                        CMSERRORCODE   = ' ',
                        CMSRESPDATE    = NULL
                  WHERE CLAIMNUMBER = :MEDICARE-CLAIM.CLAIMNUMBER
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 8000-SQL-ERROR
           END-IF.
       4000-WRITE-TRAILER.
           MOVE WS-SENT-COUNT TO S1-T-COUNT
           WRITE S111-RECORD FROM WS-S111-TRAILER
           MOVE WS-SENT-COUNT TO WS-T-SENT
           MOVE WS-HELD-COUNT TO WS-T-HELD
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      * AFTER A SQL FAILURE THIS RUN'S CLAIMANT AND MEDICARE_CLAIM
      * UPDATES ARE BACKED OUT AND NO TRAILER IS WRITTEN, SO CMS
      * REJECTS A PARTIAL FILE SENT BY MISTAKE AND THE RERUN PICKS UP
      * THE SAME RECORDS.
       4500-BACK-OUT-RUN.
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE 'SECTION 111 FILE HAS NO TRAILER - DO NOT SEND'
                TO WS-MSG-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-MSG-LINE.
       5000-TERMINATE.
           CLOSE S111-FILE
           CLOSE S111-REPORT.
      * A FAILED READ OR UPDATE STOPS THE RUN - A PARTIAL FILE MUST
      * NOT GO TO CMS.
       8000-SQL-ERROR.
           SET WS-SQL-ERROR TO TRUE
           SET WS-EOF TO TRUE
           MOVE SQLCODE TO WS-E-SQLCODE
           WRITE RPT-LINE FROM WS-ERROR-LINE.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-SENT-COUNT + WS-HELD-COUNT
           MOVE WS-SENT-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-HELD-COUNT TO LOG-RECS-REJECTED
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
              DISPLAY 'MF110B34 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
