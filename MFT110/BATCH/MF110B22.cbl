      * COPIES FOR MAILING, AND AN EXCEPTION REPORT OF PAYEES PAID AT
      * OR OVER THE REPORTING THRESHOLD WITH NO TIN ON FILE - PLUS
      * PAYEE-OF-RECORD PAYMENTS (LIENHOLDERS, ATTORNEYS, SHOPS),
      * WHICH HAVE NO MASTER TIN AND MUST BE RESOLVED BY HAND.
      * EXPENSE CHECKS PAID TO A MFTR110.VENDOR MASTER VENDOR ARE
      * TOTALLED PER VENDOR AND REPORTED UNDER THE VENDOR'S W-9 TIN
      * AND REMIT ADDRESS; A VENDOR OVER THE THRESHOLD WITHOUT A
      * SIGNED W-9 AND TIN ON FILE GOES ON THE EXCEPTION REPORT. THE
      * TAX YEAR COMES FROM THE TAXCTL CONTROL FILE, DEFAULTING TO
      * THE YEAR BEFORE THE RUN DATE. REPLACES THE JANUARY
      * SPREADSHEET EXERCISE.
          88 WS-EOF                   VALUE 'Y'.
       01 WS-OTH-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-OTH-EOF               VALUE 'Y'.
       01 WS-VND-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-VND-EOF               VALUE 'Y'.
       01 WS-TODAY                    PIC X(10).
       01 WS-TAX-YEAR                 PIC S9(4) COMP.
       01 WS-TAX-YEAR-DISP            PIC 9(4).
       01 WS-B-TOTAL                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-NOTIN-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-OTHER-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-VENDOR-COUNT             PIC S9(9) COMP VALUE ZERO.
       01 WS-D-PAYEE-NAME             PIC X(40).
       01 WS-D-PAYEE-ADDRESS          PIC X(60).
       01 WS-IRS-T-RECORD.
          05 WS-T-NOTIN               PIC ZZZ,ZZ9.
          05 FILLER              PIC X(14) VALUE ' NON-CLMT ='.
          05 WS-T-OTHER               PIC ZZZ,ZZ9.
          05 FILLER              PIC X(10) VALUE ' VENDOR ='.
          05 WS-T-VENDOR              PIC ZZZ,ZZ9.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE CLAIM_PAYMENT
           END-EXEC.
           EXEC SQL
              INCLUDE VENDOR
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE PAYEE-CSR CURSOR FOR
                 SELECT M.CLAIMANTID,
                  WHERE COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                    AND COALESCE(P.PAYEETYPE, 'CLAIMANT  ')
                        <> 'CLAIMANT  '
                    AND P.VENDORID IS NULL
                    AND YEAR(P.CHECKDATE) = :WS-TAX-YEAR
                  GROUP BY P.PAYEENAME
                 HAVING SUM(P.CHECKAMOUNT) >= :WS-THRESHOLD
                  ORDER BY P.PAYEENAME
           END-EXEC.
           EXEC SQL
              DECLARE VENDOR-CSR CURSOR FOR
                 SELECT V.VENDORID,
                        V.VENDORNAME,
                        COALESCE(V.REMITADDRESS, ' '),
                        COALESCE(V.TIN, ' '),
                        COALESCE(V.TINTYPE, ' '),
                        V.W9STATUS,
                        SUM(P.CHECKAMOUNT)
                   FROM MFTR110.CLAIM_PAYMENT P,
                        MFTR110.VENDOR V
                  WHERE P.VENDORID = V.VENDORID
                    AND COALESCE(P.VOIDFLAG, 'N') <> 'Y'
                    AND YEAR(P.CHECKDATE) = :WS-TAX-YEAR
                  GROUP BY V.VENDORID,
                           V.VENDORNAME,
                           V.REMITADDRESS,
                           V.TIN,
                           V.TINTYPE,
                           V.W9STATUS
                 HAVING SUM(P.CHECKAMOUNT) >= :WS-THRESHOLD
                  ORDER BY V.VENDORID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PAYEES UNTIL WS-EOF
           PERFORM 3000-PROCESS-OTHER-PAYEES UNTIL WS-OTH-EOF
           PERFORM 3500-PROCESS-VENDORS UNTIL WS-VND-EOF
           PERFORM 4000-WRITE-TRAILERS
           PERFORM 5000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B22' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B22 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT IRS-FILE
           OPEN OUTPUT PAYEE-COPIES
           EXEC SQL
              OPEN OTHER-PAYEE-CSR
           END-EXEC
           EXEC SQL
              OPEN VENDOR-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-PAYEE
           PERFORM 3100-FETCH-NEXT-OTHER
           PERFORM 3600-FETCH-NEXT-VENDOR.
       1100-READ-TAX-YEAR.
           COMPUTE WS-TAX-YEAR =
                   FUNCTION NUMVAL(WS-TODAY(1:4)) - 1
           IF SQLCODE = 100
              SET WS-OTH-EOF TO TRUE
           END-IF.
      * A VENDOR IS REPORTED FROM ITS W-9 - THE TIN IS TAKEN ONLY WHEN
      * THE SIGNED FORM IS ON FILE. THE B RECORD AND PAYEE COPY ARE
      * THE SAME AS A CLAIMANT'S.
       3500-PROCESS-VENDORS.
           ADD 1 TO WS-VENDOR-COUNT
           MOVE VENDOR-NAME          TO WS-D-PAYEE-NAME
           MOVE VENDOR-REMIT-ADDRESS TO WS-D-PAYEE-ADDRESS
           IF VENDOR-TIN = SPACES
              OR VENDOR-W9-STATUS NOT = 'Y'
              ADD 1 TO WS-NOTIN-COUNT
              MOVE WS-D-PAYEE-NAME TO WS-E-PAYEE
              MOVE WS-PAYEE-TOTAL  TO WS-E-AMOUNT
              MOVE 'VENDOR - NO W-9' TO WS-E-REASON
              WRITE RPT-LINE FROM WS-EXCEPT-LINE
           ELSE
              MOVE VENDOR-TIN      TO TIN OF CLAIMANT
              MOVE VENDOR-TIN-TYPE TO TIN-TYPE OF CLAIMANT
              PERFORM 2200-WRITE-B-RECORD
              PERFORM 2300-WRITE-PAYEE-COPY
           END-IF
           PERFORM 3600-FETCH-NEXT-VENDOR.
       3600-FETCH-NEXT-VENDOR.
           EXEC SQL
              FETCH VENDOR-CSR
              INTO :VENDOR.VENDOR-ID,
                   :VENDOR.VENDOR-NAME,
                   :VENDOR.VENDOR-REMIT-ADDRESS,
                   :VENDOR.VENDOR-TIN,
                   :VENDOR.VENDOR-TIN-TYPE,
                   :VENDOR.VENDOR-W9-STATUS,
                   :WS-PAYEE-TOTAL
           END-EXEC
           IF SQLCODE = 100
              SET WS-VND-EOF TO TRUE
           END-IF.
       4000-WRITE-TRAILERS.
           MOVE WS-B-COUNT TO IRS-F-COUNT
           MOVE WS-B-TOTAL TO IRS-F-TOTAL
           MOVE WS-B-COUNT     TO WS-T-FORMS
           MOVE WS-NOTIN-COUNT TO WS-T-NOTIN
           MOVE WS-OTHER-COUNT TO WS-T-OTHER
           MOVE WS-VENDOR-COUNT TO WS-T-VENDOR
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       5000-TERMINATE.
           EXEC SQL
              CLOSE OTHER-PAYEE-CSR
           END-EXEC
           EXEC SQL
              CLOSE VENDOR-CSR
           END-EXEC
           CLOSE IRS-FILE
           CLOSE PAYEE-COPIES
           CLOSE EXCEPTION-REPORT.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           COMPUTE LOG-RECS-READ = WS-B-COUNT + WS-OTHER-COUNT
           MOVE WS-B-COUNT TO LOG-RECS-WRITTEN
           MOVE WS-NOTIN-COUNT TO LOG-RECS-REJECTED
           MOVE '1099 REPORTED' TO LOG-CONTROL-DESC
           MOVE WS-B-TOTAL TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B22 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
