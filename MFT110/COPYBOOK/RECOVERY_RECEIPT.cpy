      ******************************************************************
      * DCLGEN TABLE(MFTR110.RECOVERY_RECEIPT)                          *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(RCVRCPT))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(RECOVERY-RECEIPT)                             *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.RECOVERY_RECEIPT TABLE
           ( RECEIPTID                      INTEGER NOT NULL,
             DEPOSITDATE                    DATE NOT NULL,
             LOCKBOXBATCH                   CHAR(6) NOT NULL,
             ITEMSEQ                        INTEGER NOT NULL,
             REMITCHECKNUMBER               CHAR(12),
             REMITTERNAME                   CHAR(30),
             RECEIPTAMOUNT                  DECIMAL(11,2) NOT NULL,
             REMITCLAIMREF                  CHAR(10),
             REMITRECOVTYPE                 CHAR(10),
             RECEIPTSTATUS                  CHAR(1) NOT NULL,
             SUSPENSEREASON                 CHAR(24),
             CLAIMNUMBER                    INTEGER,
             RECOVERYTYPE                   CHAR(10),
             RECOVERYDATE                   DATE,
             APPLIEDTS                      TIMESTAMP,
             APPLIEDUSERID                  CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.RECOVERY_RECEIPT            *
      * LOCKBOX RECEIPTS AGAINST SUBROGATION AND SALVAGE RECOVERIES -   *
      * ONE ROW PER ITEM ON THE BANK'S LOCKBOX REMITTANCE FILE, LOADED  *
      * BY MF110B40 AND KEYED BY RECEIPTID FROM SEQUENCE                *
      * MFTR110.RECEIPTID_SEQ, WHICH OPTION R ALSO USES (UNIQUE ON      *
      * DEPOSITDATE/LOCKBOXBATCH/ITEMSEQ SO A RESENT FILE CANNOT POST   *
      * TWICE). THE REMIT COLUMNS ARE AS THE BANK CAPTURED THEM FROM    *
      * THE COUPON. RECEIPTSTATUS 'A' APPLIED - THE AMOUNT WAS ADDED    *
      * TO RECEIVEDAMOUNT ON THE CLAIM_RECOVERY ROW NAMED BY            *
      * CLAIMNUMBER/RECOVERYTYPE/RECOVERYDATE AT APPLIEDTS BY           *
      * APPLIEDUSERID; 'S' SUSPENSE - NOT MATCHED, SUSPENSEREASON SAYS  *
      * WHY, UNTIL OPTION U ON THE SCREEN APPLIES IT OR MARKS IT 'R'    *
      * RETURNED TO THE REMITTER. MF110B5 BOOKS EACH APPLIED RECEIPT    *
      * ONCE, BY APPLIEDTS, TO THE LOSS RECOVERY GL ACCOUNT. ROWS FROM  *
      * LOCKBOXBATCH 'MANUAL' ARE RECEIVED AMOUNTS CHANGED BY HAND ON   *
      * OPTION R, LOGGED AS APPLIED FOR THE DIFFERENCE.                 *
      ******************************************************************
       01  RECOVERY-RECEIPT.
      *    *************************************************************
           10 RECEIPT-ID           PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 DEPOSIT-DATE         PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 LOCKBOX-BATCH        PIC X(06).
      *    *************************************************************
           10 ITEM-SEQ             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 REMIT-CHECK-NUMBER   PIC X(12).
      *    *************************************************************
           10 REMITTER-NAME        PIC X(30).
      *    *************************************************************
           10 RECEIPT-AMOUNT       PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 REMIT-CLAIM-REF      PIC X(10).
      *    *************************************************************
           10 REMIT-RECOV-TYPE     PIC X(10).
      *    *************************************************************
           10 RECEIPT-STATUS       PIC X(01).
      *    *************************************************************
           10 SUSPENSE-REASON      PIC X(24).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 RCPT-RECOVERY-TYPE   PIC X(10).
      *    *************************************************************
           10 RCPT-RECOVERY-DATE   PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 APPLIED-TS           PIC X(26).
      *    *************************************************************
           10 APPLIED-USERID       PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRECOVERY-RECEIPT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 16 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
