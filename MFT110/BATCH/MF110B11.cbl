      * THE PRIOR RUN (PER MFTR110.CLAIM_AUDIT AND THE JOB'S
      * MFTR110.RUN_CONTROL ROW), SO THE REINSURANCE BILLING COMES
      * FROM THE SYSTEM THAT OWNS THE NUMBERS INSTEAD OF A HAND-BUILT
      * SPREADSHEET. THE TREATY RETENTION APPLIES PER OCCURRENCE: A
      * CLAIM LINKED TO A MFTR110.OCCURRENCE IS CEDED WHEN THE
      * OCCURRENCE'S CLAIMS TOGETHER EXCEED THE RETENTION, HOWEVER
      * SMALL EACH IS ALONE. THOSE CLAIMS COME OUT TOGETHER, CARRY
      * THE OCCURRENCE NUMBER ON THEIR D RECORDS, AND ARE FOLLOWED
      * BY AN 'O' RECORD TOTALLING THE OCCURRENCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-TOTAL-PAID-MVMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PAID-MVMT                PIC S9(9)V99 COMP-3.
       01 WS-RESERVE-MVMT             PIC S9(9) COMP.
       01 WS-OCC-NUMBER               PIC S9(9) COMP.
       01 WS-BRK-OCCURRENCE           PIC S9(9) COMP VALUE ZERO.
       01 WS-BRK-POLICYNUMBER         PIC S9(9) COMP VALUE ZERO.
       01 WS-OCC-CLAIM-COUNT          PIC S9(5) COMP VALUE ZERO.
       01 WS-OCC-TOTAL-VALUE          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-OCC-TOTAL-PAID           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-OCC-TOTAL-PAID-MVMT      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-OCC-RECORD-COUNT         PIC S9(9) COMP VALUE ZERO.
       01 WS-BORD-HEADER.
          05 BD-H-REC-TYPE            PIC X(01) VALUE 'H'.
          05 FILLER                   PIC X(09) VALUE 'CESSBORD '.
          05 BD-D-RESERVE-MVMT        PIC S9(09).
          05 BD-D-POLICYHOLDER        PIC X(40).
          05 BD-D-CAUSE               PIC X(20).
          05 BD-D-OCCURRENCE          PIC 9(09).
       01 WS-BORD-OCCURRENCE.
          05 BD-O-REC-TYPE            PIC X(01) VALUE 'O'.
          05 BD-O-OCCURRENCE          PIC 9(09).
          05 BD-O-POLICYNUMBER        PIC 9(09).
          05 BD-O-CLAIM-COUNT         PIC 9(05).
          05 BD-O-TOTAL-VALUE         PIC S9(9)V99.
          05 BD-O-TOTAL-PAID          PIC S9(9)V99.
          05 BD-O-TOTAL-PAID-MVMT     PIC S9(9)V99.
          05 FILLER                   PIC X(103) VALUE SPACES.
       01 WS-BORD-TRAILER.
          05 BD-T-REC-TYPE            PIC X(01) VALUE 'T'.
          05 BD-T-COUNT               PIC 9(09).
          05 BD-T-TOTAL-VALUE         PIC S9(9)V99.
          05 BD-T-TOTAL-PAID-MVMT     PIC S9(9)V99.
          05 BD-T-OCC-COUNT           PIC 9(09).
          05 FILLER                   PIC X(119) VALUE SPACES.
       01 WS-D-CLAIMDATE              PIC X(10).
       01 WS-D-CAUSE                  PIC X(20).
       01 WS-D-STATUS                 PIC X(10).
           EXEC SQL
              INCLUDE RUN_CONTROL
           END-EXEC.
           EXEC SQL
              INCLUDE BATCH_RUN_LOG
           END-EXEC.
           EXEC SQL
              DECLARE CESSION-CSR CURSOR FOR
                 SELECT C.CLAIMNUMBER,
                        C.CAUSE,
                        C.STATUS,
                        C.RESERVE,
                        P.POLICYHOLDER,
                        COALESCE(C.OCCURRENCENUMBER, 0)
                   FROM MFTR110.CLAIMS C, MFTR110.POLICY P
                  WHERE P.POLICYNUMBER = C.POLICYNUMBER
                    AND ((C.OCCURRENCENUMBER IS NULL
                          AND C.VALUE1 > :WS-RETENTION)
                      OR (C.OCCURRENCENUMBER IS NOT NULL
                          AND (SELECT SUM(COALESCE(O.VALUE1, 0))
                                 FROM MFTR110.CLAIMS O
                                WHERE O.OCCURRENCENUMBER =
                                      C.OCCURRENCENUMBER)
                              > :WS-RETENTION))
                  ORDER BY COALESCE(C.OCCURRENCENUMBER, 0),
                           C.CLAIMNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-START-RUN-LOG
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CESSIONS UNTIL WS-EOF
           PERFORM 3000-WRITE-TRAILER
           PERFORM 3500-UPDATE-RUN-CONTROL
           PERFORM 4000-TERMINATE
           PERFORM 9000-END-RUN-LOG
           STOP RUN.
       0100-START-RUN-LOG.
           MOVE 'MF110B11' TO LOG-JOB-NAME
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
              DISPLAY 'MF110B11 RUN LOG NOT STARTED, SQLCODE = '
                      SQLCODE
           END-IF.
       1000-INITIALIZE.
           OPEN OUTPUT CESSION-BORDEREAU
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
              MOVE WS-DEFAULT-TS  TO WS-LAST-RUN-TS
           END-IF.
       2000-PROCESS-CESSIONS.
           IF WS-OCC-NUMBER NOT = WS-BRK-OCCURRENCE
              IF WS-BRK-OCCURRENCE > ZERO
                 PERFORM 2500-WRITE-OCCURRENCE-TOTAL
              END-IF
              MOVE WS-OCC-NUMBER TO WS-BRK-OCCURRENCE
              MOVE POLICYNUMBER OF CLAIMS TO WS-BRK-POLICYNUMBER
           END-IF
           PERFORM 2200-SUM-MOVEMENT
           MOVE FUNCTION DISPLAY-OF(CLAIMDATE) TO WS-D-CLAIMDATE
           MOVE FUNCTION DISPLAY-OF(CAUSE)     TO WS-D-CAUSE
           MOVE WS-RESERVE-MVMT         TO BD-D-RESERVE-MVMT
           MOVE WS-D-POLICYHOLDER       TO BD-D-POLICYHOLDER
           MOVE WS-D-CAUSE              TO BD-D-CAUSE
           MOVE WS-OCC-NUMBER           TO BD-D-OCCURRENCE
           WRITE BORD-RECORD FROM WS-BORD-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD VALUE1 OF CLAIMS TO WS-TOTAL-VALUE
           ADD WS-PAID-MVMT     TO WS-TOTAL-PAID-MVMT
           IF WS-OCC-NUMBER > ZERO
              ADD 1                TO WS-OCC-CLAIM-COUNT
              ADD VALUE1 OF CLAIMS TO WS-OCC-TOTAL-VALUE
              ADD PAID OF CLAIMS   TO WS-OCC-TOTAL-PAID
              ADD WS-PAID-MVMT     TO WS-OCC-TOTAL-PAID-MVMT
           END-IF
           PERFORM 2100-FETCH-NEXT-CESSION.
       2100-FETCH-NEXT-CESSION.
           EXEC SQL
                   :CLAIMS.CAUSE,
                   :CLAIMS.CLAIM-STATUS,
                   :CLAIMS.CLAIM-RESERVE,
                   :POLICY.POLICYHOLDER,
                   :WS-OCC-NUMBER
           END-EXEC
           IF SQLCODE = 100
              SET WS-EOF TO TRUE
              MOVE ZERO TO WS-PAID-MVMT
              MOVE ZERO TO WS-RESERVE-MVMT
           END-IF.
      * ONE 'O' RECORD AFTER THE LAST CLAIM OF EACH OCCURRENCE.
       2500-WRITE-OCCURRENCE-TOTAL.
           MOVE WS-BRK-OCCURRENCE      TO BD-O-OCCURRENCE
           MOVE WS-BRK-POLICYNUMBER    TO BD-O-POLICYNUMBER
           MOVE WS-OCC-CLAIM-COUNT     TO BD-O-CLAIM-COUNT
           MOVE WS-OCC-TOTAL-VALUE     TO BD-O-TOTAL-VALUE
           MOVE WS-OCC-TOTAL-PAID      TO BD-O-TOTAL-PAID
           MOVE WS-OCC-TOTAL-PAID-MVMT TO BD-O-TOTAL-PAID-MVMT
           WRITE BORD-RECORD FROM WS-BORD-OCCURRENCE
           ADD 1 TO WS-OCC-RECORD-COUNT
           MOVE ZERO TO WS-OCC-CLAIM-COUNT
           MOVE ZERO TO WS-OCC-TOTAL-VALUE
           MOVE ZERO TO WS-OCC-TOTAL-PAID
           MOVE ZERO TO WS-OCC-TOTAL-PAID-MVMT.
       3000-WRITE-TRAILER.
           IF WS-BRK-OCCURRENCE > ZERO
              PERFORM 2500-WRITE-OCCURRENCE-TOTAL
           END-IF
           MOVE WS-DETAIL-COUNT     TO BD-T-COUNT
           MOVE WS-TOTAL-VALUE      TO BD-T-TOTAL-VALUE
           MOVE WS-TOTAL-PAID-MVMT  TO BD-T-TOTAL-PAID-MVMT
           MOVE WS-OCC-RECORD-COUNT TO BD-T-OCC-COUNT
           WRITE BORD-RECORD FROM WS-BORD-TRAILER.
       3500-UPDATE-RUN-CONTROL.
           MOVE WS-THIS-RUN-TS TO LAST-RUN-TS
              CLOSE CESSION-CSR
           END-EXEC
           CLOSE CESSION-BORDEREAU.
       9000-END-RUN-LOG.
           MOVE RETURN-CODE TO LOG-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO LOG-RECS-READ
           MOVE WS-DETAIL-COUNT TO LOG-RECS-WRITTEN
           MOVE ZERO TO LOG-RECS-REJECTED
           MOVE 'CEDED INCURRED' TO LOG-CONTROL-DESC
           MOVE WS-TOTAL-VALUE TO LOG-CONTROL-AMT
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
              DISPLAY 'MF110B11 RUN LOG NOT COMPLETED, SQLCODE = '
                      SQLCODE
           END-IF
           MOVE LOG-RETURN-CODE TO RETURN-CODE.
