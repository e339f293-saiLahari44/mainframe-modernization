       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110B48.
      * WEEKLY REFERENTIAL INTEGRITY SWEEP ACROSS THE CLAIM TABLES.
      * NOTHING IN DB2 ENFORCES THESE RELATIONSHIPS, SO THIS JOB
      * LISTS EVERY ROW THAT HAS DRIFTED OUT OF LINE, GROUPED BY
      * EXCEPTION TYPE WITH A COUNT PER TYPE:
      *  - CLAIMS VALUE1, RESERVE OR PAID NOT EQUAL TO THE SUM OF THE
      *    CLAIM'S MFTR110.CLAIM_LINE ROWS (CLAIMS WITH NO LINES ARE
      *    SINGLE-LINE CLAIMS AND ARE NOT CHECKED);
      *  - CLAIMS.ADJUSTERID NOT ON MFTR110.ADJUSTER (A CLAIM A TPA
      *    HANDLES CARRIES THE MF110B52 LOADER'S ID, AND A CLAIM NO
      *    ROUTING RULE COULD PLACE WAITS UNDER THE MF110B3 OR
      *    MF110B28 INTAKE ID UNTIL AN ADJUSTER PICKS IT UP - NONE OF
      *    THESE IS AN ADJUSTER OF OURS, SO THEY ARE NOT CHECKED), OR
      *    AN OPEN CLAIM OWNED BY AN ADJUSTER WHO HAS BEEN DEACTIVATED
      *    (ACTIVEFLAG 'N' - AN ADJUSTER ON LEAVE, 'L', KEEPS THEIR
      *    CASELOAD UNTIL A SUPERVISOR MOVES IT WITH MF110B46);
      *  - A CLAIMANTID, CATEVENTCODE OR DENIALREASON THAT IS NOT ON
      *    ITS MASTER TABLE;
      *  - AN OPEN DIARY, PENDING SUIT, FRAUD CASE STILL AWAITING
      *    EVIDENCE OR RECOVERY WITH A BALANCE DUE THAT SITS ON A
      *    CLAIM THAT IS CLOSED OR NO LONGER ON MFTR110.CLAIMS. A
      *    RECOVERY IS ONLY AN EXCEPTION ON A CLOSED CLAIM THAT PAID
      *    NOTHING - SUBROGATION GOES ON AFTER A PAID CLAIM CLOSES;
      *  - A MFTR110.CLAIM_PAYMENT LEDGER ROW WITH NO PARENT CLAIM.
      *    CHECKS DATED MORE THAN SEVEN YEARS BACK ARE LEFT OUT - THEY
      *    BELONG TO CLAIMS MF110B16 HAS ARCHIVED AND PURGED.
      * THE SWEEP ONLY READS - NOTHING IS CORRECTED HERE. ANY
      * EXCEPTION ENDS THE RUN RC 4; AN SQL ERROR ENDS IT RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRITY-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
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
       01 WS-EXC-TYPE                 PIC S9(4) COMP.
       01 WS-PREV-TYPE                PIC S9(4) COMP VALUE ZERO.
       01 WS-EXC-CLAIM                PIC S9(9) COMP.
       01 WS-EXC-REF                  PIC X(10).
       01 WS-EXC-INFO                 PIC X(10).
       01 WS-EXC-AMT1                 PIC S9(11)V99 COMP-3.
       01 WS-EXC-AMT2                 PIC S9(11)V99 COMP-3.
       01 WS-EXC-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-TX                       PIC S9(4) COMP.
       01 WS-TYPE-COUNTS.
          05 WS-TYPE-COUNT OCCURS 13 TIMES PIC S9(9) COMP.
       01 WS-TYPE-NAMES.
          05 FILLER PIC X(40) VALUE
             'CLAIM VALUE1 NOT = SUM OF LINE VALUE1'.
          05 FILLER PIC X(40) VALUE
             'CLAIM RESERVE NOT = SUM OF LINE RESERVE'.
          05 FILLER PIC X(40) VALUE
             'CLAIM PAID NOT = SUM OF LINE PAID'.
          05 FILLER PIC X(40) VALUE
             'ADJUSTER NOT ON ADJUSTER MASTER'.
          05 FILLER PIC X(40) VALUE
             'OPEN CLAIM OWNED BY INACTIVE ADJUSTER'.
          05 FILLER PIC X(40) VALUE
             'CLAIMANT NOT ON CLAIMANT MASTER'.
          05 FILLER PIC X(40) VALUE
             'CAT EVENT NOT ON CAT EVENT MASTER'.
          05 FILLER PIC X(40) VALUE
             'DENIAL REASON NOT ON REASON MASTER'.
          05 FILLER PIC X(40) VALUE
             'OPEN DIARY ON CLOSED/DELETED CLAIM'.
          05 FILLER PIC X(40) VALUE
             'PENDING SUIT ON CLOSED/DELETED CLAIM'.
          05 FILLER PIC X(40) VALUE
             'OPEN FRAUD CASE ON CLOSED/DELETED CLAIM'.
          05 FILLER PIC X(40) VALUE
             'OPEN RECOVERY ON CLOSED/DELETED CLAIM'.
          05 FILLER PIC X(40) VALUE
             'LEDGER PAYMENT WITH NO PARENT CLAIM'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
          05 WS-TYPE-NAME OCCURS 13 TIMES PIC X(40).
       01 WS-HEADING1.
          05 FILLER              PIC X(20) VALUE 'MF110B48 - REFERENTI'.
          05 FILLER              PIC X(30) VALUE 'AL INTEGRITY SWEEP'.
          05 FILLER               PIC X(10) VALUE 'DATE: '.
          05 WS-HDG-DATE          PIC X(10).
       01 WS-TYPE-HDG.
          05 FILLER               PIC X(06) VALUE 'TYPE '.
          05 WS-TH-TYPE           PIC Z9.
          05 FILLER               PIC X(03) VALUE ' - '.
          05 WS-TH-NAME           PIC X(40).
       01 WS-COL-HDG.
          05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
          05 FILLER               PIC X(12) VALUE 'REFERENCE'.
          05 FILLER               PIC X(12) VALUE 'INFO'.
          05 FILLER               PIC X(18) VALUE '  CLAIM/ITEM AMT'.
          05 FILLER               PIC X(18) VALUE '   LINES/RECEIVED'.
       01 WS-DETAIL-LINE.
          05 WS-DL-CLAIMNBR           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-REF                PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-INFO               PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DL-AMT1               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DL-AMT2               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-TYPE-TOTAL-LINE.
          05 FILLER               PIC X(20) VALUE '  EXCEPTIONS ='.
          05 WS-TT-COUNT          PIC ZZZ,ZZ9.
       01 WS-SUMMARY-HDG.
          05 FILLER               PIC X(40) VALUE
             'SUMMARY BY EXCEPTION TYPE'.
       01 WS-SUMMARY-LINE.
          05 WS-SL-TYPE               PIC Z9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SL-NAME               PIC X(40).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SL-COUNT              PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(44) VALUE
             '    TOTAL EXCEPTIONS'.
          05 WS-TL-COUNT             PIC ZZZ,ZZ9.
       01 WS-NONE-LINE                PIC X(80) VALUE
          'NO INTEGRITY EXCEPTIONS FOUND'.
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
      * ONE ROW PER EXCEPTION: TYPE, CLAIM, A REFERENCE TO THE
      * OFFENDING ITEM, A SHORT INFO VALUE (THE CLAIM'S STATUS, OR
      * DELETED WHEN THE CLAIM IS GONE) AND UP TO TWO AMOUNTS.
           EXEC SQL
              DECLARE EXCEPTION-CSR CURSOR FOR
                 SELECT SMALLINT(1), C.CLAIMNUMBER,
                        CAST('VALUE1' AS CHAR(10)), C.STATUS,
                        DECIMAL(COALESCE(C.VALUE1, 0), 13, 2),
                        DECIMAL(L.LINEVALUE, 13, 2)
                   FROM MFTR110.CLAIMS C,
                        (SELECT CLAIMNUMBER,
                                SUM(COALESCE(VALUE1, 0)) AS LINEVALUE
                           FROM MFTR110.CLAIM_LINE
                          GROUP BY CLAIMNUMBER) AS L
                  WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                    AND COALESCE(C.VALUE1, 0) <> L.LINEVALUE
                 UNION ALL
                 SELECT SMALLINT(2), C.CLAIMNUMBER,
                        CAST('RESERVE' AS CHAR(10)), C.STATUS,
                        DECIMAL(COALESCE(C.RESERVE, 0), 13, 2),
                        DECIMAL(L.LINERESERVE, 13, 2)
                   FROM MFTR110.CLAIMS C,
                        (SELECT CLAIMNUMBER,
                                SUM(DECIMAL(COALESCE(RESERVE, 0),
                                            13, 0))
                                   AS LINERESERVE
                           FROM MFTR110.CLAIM_LINE
                          GROUP BY CLAIMNUMBER) AS L
                  WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                    AND COALESCE(C.RESERVE, 0) <> L.LINERESERVE
                 UNION ALL
                 SELECT SMALLINT(3), C.CLAIMNUMBER,
                        CAST('PAID' AS CHAR(10)), C.STATUS,
                        DECIMAL(COALESCE(C.PAID, 0), 13, 2),
                        DECIMAL(L.LINEPAID, 13, 2)
                   FROM MFTR110.CLAIMS C,
                        (SELECT CLAIMNUMBER,
                                SUM(COALESCE(PAID, 0)) AS LINEPAID
                           FROM MFTR110.CLAIM_LINE
                          GROUP BY CLAIMNUMBER) AS L
                  WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                    AND COALESCE(C.PAID, 0) <> L.LINEPAID
                 UNION ALL
                 SELECT SMALLINT(4), C.CLAIMNUMBER,
                        CAST(C.ADJUSTERID AS CHAR(10)), C.STATUS,
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIMS C
                  WHERE COALESCE(C.ADJUSTERID, ' ') <> ' '
                    AND C.TPACODE IS NULL
                    AND C.ADJUSTERID NOT IN ('MF110B3 ', 'MF110B28')
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.ADJUSTER A
                          WHERE A.ADJUSTERID = C.ADJUSTERID)
                 UNION ALL
                 SELECT SMALLINT(5), C.CLAIMNUMBER,
                        CAST(C.ADJUSTERID AS CHAR(10)), C.STATUS,
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIMS C,
                        MFTR110.ADJUSTER A
                  WHERE A.ADJUSTERID = C.ADJUSTERID
                    AND A.ACTIVEFLAG = 'N'
                    AND C.STATUS IN ('OPEN      ','PENDING   ',
                                     'PENDVER   ','REOPENED  ',
                                     'APPROVED  ')
                 UNION ALL
                 SELECT SMALLINT(6), C.CLAIMNUMBER,
                        CAST(CHAR(C.CLAIMANTID) AS CHAR(10)), C.STATUS,
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIMS C
                  WHERE C.CLAIMANTID IS NOT NULL
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIMANT T
                          WHERE T.CLAIMANTID = C.CLAIMANTID)
                 UNION ALL
                 SELECT SMALLINT(7), C.CLAIMNUMBER,
                        CAST(C.CATEVENTCODE AS CHAR(10)), C.STATUS,
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIMS C
                  WHERE COALESCE(C.CATEVENTCODE, ' ') <> ' '
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.CAT_EVENT E
                          WHERE E.EVENTCODE = C.CATEVENTCODE)
                 UNION ALL
                 SELECT SMALLINT(8), C.CLAIMNUMBER,
                        CAST(C.DENIALREASON AS CHAR(10)), C.STATUS,
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIMS C
                  WHERE COALESCE(C.DENIALREASON, ' ') <> ' '
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.DENIAL_REASON R
                          WHERE R.REASONCODE = C.DENIALREASON)
                 UNION ALL
                 SELECT SMALLINT(9), D.CLAIMNUMBER,
                        CAST(CHAR(D.DIARYDATE, ISO) AS CHAR(10)),
                        COALESCE(C.STATUS, 'DELETED'),
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIM_DIARY D
                        LEFT OUTER JOIN MFTR110.CLAIMS C
                          ON C.CLAIMNUMBER = D.CLAIMNUMBER
                  WHERE D.COMPLETEDFLAG = 'N'
                    AND COALESCE(C.STATUS, 'DELETED') NOT IN
                        ('OPEN      ','PENDING   ','PENDVER   ',
                         'REOPENED  ','APPROVED  ')
                 UNION ALL
                 SELECT SMALLINT(10), S.CLAIMNUMBER,
                        CAST(CHAR(S.SUITFILEDDATE, ISO) AS CHAR(10)),
                        COALESCE(C.STATUS, 'DELETED'),
                        DECIMAL(COALESCE(S.DEMANDAMOUNT, 0), 13, 2),
                        DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIM_LITIGATION S
                        LEFT OUTER JOIN MFTR110.CLAIMS C
                          ON C.CLAIMNUMBER = S.CLAIMNUMBER
                  WHERE COALESCE(S.DISPOSITION, ' ') = ' '
                    AND COALESCE(C.STATUS, 'DELETED') NOT IN
                        ('OPEN      ','PENDING   ','PENDVER   ',
                         'REOPENED  ','APPROVED  ')
                 UNION ALL
                 SELECT SMALLINT(11), F.CLAIMNUMBER,
                        CAST(CHAR(F.FLAGDATE, ISO) AS CHAR(10)),
                        COALESCE(C.STATUS, 'DELETED'),
                        DECIMAL(0, 13, 2), DECIMAL(0, 13, 2)
                   FROM MFTR110.FRAUD_REVIEW F
                        LEFT OUTER JOIN MFTR110.CLAIMS C
                          ON C.CLAIMNUMBER = F.CLAIMNUMBER
                  WHERE F.DISPOSITION = ' '
                    AND COALESCE(C.STATUS, 'DELETED') NOT IN
                        ('OPEN      ','PENDING   ','PENDVER   ',
                         'REOPENED  ','APPROVED  ')
                 UNION ALL
                 SELECT SMALLINT(12), V.CLAIMNUMBER,
                        V.RECOVERYTYPE,
                        COALESCE(C.STATUS, 'DELETED'),
                        DECIMAL(COALESCE(V.EXPECTEDAMOUNT, 0), 13, 2),
                        DECIMAL(COALESCE(V.RECEIVEDAMOUNT, 0), 13, 2)
                   FROM MFTR110.CLAIM_RECOVERY V
                        LEFT OUTER JOIN MFTR110.CLAIMS C
                          ON C.CLAIMNUMBER = V.CLAIMNUMBER
                  WHERE COALESCE(V.EXPECTEDAMOUNT, 0)
                        > COALESCE(V.RECEIVEDAMOUNT, 0)
                    AND (C.CLAIMNUMBER IS NULL
                         OR (C.STATUS NOT IN
                             ('OPEN      ','PENDING   ','PENDVER   ',
                              'REOPENED  ','APPROVED  ')
                             AND COALESCE(C.PAID, 0) = 0))
                 UNION ALL
                 SELECT SMALLINT(13), P.CLAIMNUMBER,
                        P.CHECKNUMBER,
                        CAST('DELETED' AS CHAR(10)),
                        DECIMAL(COALESCE(P.CHECKAMOUNT, 0), 13, 2),
                        DECIMAL(0, 13, 2)
                   FROM MFTR110.CLAIM_PAYMENT P
                  WHERE COALESCE(P.CHECKDATE, CURRENT DATE)
                        >= CURRENT DATE - 7 YEARS
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MFTR110.CLAIMS C
                          WHERE C.CLAIMNUMBER = P.CLAIMNUMBER)
                  ORDER BY 1, 2, 3
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-EXCEPTIONS
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 4000-TERMINATE
           IF WS-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EXC-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B48' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B48 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RD-YEAR
           MOVE WS-TODAY(5:2) TO WS-RD-MONTH
           MOVE WS-TODAY(7:2) TO WS-RD-DAY
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING1
           INITIALIZE WS-TYPE-COUNTS.
       2000-SWEEP-EXCEPTIONS.
           EXEC SQL
              OPEN EXCEPTION-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-E-SQLCODE
              WRITE RPT-LINE FROM WS-ERROR-LINE
           ELSE
              PERFORM 2100-FETCH-NEXT-EXCEPTION
              PERFORM 2200-WRITE-EXCEPTION UNTIL WS-EOF
              IF WS-PREV-TYPE > 0
                 PERFORM 2300-WRITE-TYPE-TOTAL
              END-IF
              EXEC SQL
                 CLOSE EXCEPTION-CSR
              END-EXEC
           END-IF.
       2100-FETCH-NEXT-EXCEPTION.
           EXEC SQL
              FETCH EXCEPTION-CSR
              INTO :WS-EXC-TYPE,
                   :WS-EXC-CLAIM,
                   :WS-EXC-REF,
                   :WS-EXC-INFO,
                   :WS-EXC-AMT1,
                   :WS-EXC-AMT2
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
      * EACH EXCEPTION TYPE STARTS ON ITS OWN HEADING AND ENDS WITH
      * ITS OWN COUNT.
       2200-WRITE-EXCEPTION.
           IF WS-EXC-TYPE NOT = WS-PREV-TYPE
              IF WS-PREV-TYPE > 0
                 PERFORM 2300-WRITE-TYPE-TOTAL
              END-IF
              MOVE WS-EXC-TYPE TO WS-PREV-TYPE
              MOVE WS-EXC-TYPE TO WS-TH-TYPE
              MOVE WS-TYPE-NAME(WS-EXC-TYPE) TO WS-TH-NAME
              WRITE RPT-LINE FROM WS-BLANK-LINE
              WRITE RPT-LINE FROM WS-TYPE-HDG
              WRITE RPT-LINE FROM WS-COL-HDG
           END-IF
           ADD 1 TO WS-TYPE-COUNT(WS-EXC-TYPE)
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-EXC-CLAIM TO WS-DL-CLAIMNBR
           MOVE WS-EXC-REF   TO WS-DL-REF
           MOVE WS-EXC-INFO  TO WS-DL-INFO
           MOVE WS-EXC-AMT1  TO WS-DL-AMT1
           MOVE WS-EXC-AMT2  TO WS-DL-AMT2
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-EXCEPTION.
       2300-WRITE-TYPE-TOTAL.
           MOVE WS-TYPE-COUNT(WS-PREV-TYPE) TO WS-TT-COUNT
           WRITE RPT-LINE FROM WS-TYPE-TOTAL-LINE.
      * THE SUMMARY LISTS EVERY TYPE, CLEAN ONES AT ZERO, SO THE
      * WEEK-TO-WEEK TREND CAN BE READ OFF ONE PAGE.
       3000-WRITE-SUMMARY.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF WS-EXC-COUNT = 0 AND NOT WS-SQL-ERROR
              WRITE RPT-LINE FROM WS-NONE-LINE
              WRITE RPT-LINE FROM WS-BLANK-LINE
           END-IF
           WRITE RPT-LINE FROM WS-SUMMARY-HDG
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 13
              MOVE WS-TX TO WS-SL-TYPE
              MOVE WS-TYPE-NAME(WS-TX) TO WS-SL-NAME
              MOVE WS-TYPE-COUNT(WS-TX) TO WS-SL-COUNT
              WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE WS-EXC-COUNT TO WS-TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-TERMINATE.
           CLOSE INTEGRITY-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-EXC-COUNT TO LOG-RECS-READ
           MOVE WS-EXC-COUNT TO LOG-RECS-WRITTEN
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
              DISPLAY 'MF110B48 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
