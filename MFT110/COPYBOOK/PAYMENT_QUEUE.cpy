      ******************************************************************
      * DCLGEN TABLE(MFTR110.PAYMENT_QUEUE)                             *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(PAYQUEUE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(PAYMENT-QUEUE)                                *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.PAYMENT_QUEUE TABLE
           ( QUEUEID                        INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             LINENBR                        INTEGER,
             PAYMENTTYPE                    CHAR(1) NOT NULL,
             EXPENSETYPE                    CHAR(3),
             PAYEENAME                      VARCHAR(40),
             PAYEEADDRESS                   VARCHAR(60),
             PAYEETYPE                      CHAR(10),
             AMOUNT                         DECIMAL(11,2) NOT NULL,
             DUEDATE                        DATE NOT NULL,
             SOURCETYPE                     CHAR(1) NOT NULL,
             SOURCEID                       INTEGER NOT NULL,
             SOURCESEQ                      INTEGER NOT NULL,
             REQUESTUSERID                  CHAR(8),
             QUEUESTATUS                    CHAR(1) NOT NULL
                                            WITH DEFAULT 'Q',
             LASTDISPOSITION                CHAR(23),
             AUTHNUMBER                     CHAR(10),
             AUTHDATE                       DATE,
             QUEUEDTS                       TIMESTAMP,
             VENDORID                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.PAYMENT_QUEUE               *
      * PAYMENTS WAITING FOR THE MF110B8 DISBURSEMENT RUN THAT DO NOT   *
      * COME FROM A CLAIM MOVED TO 'APPROVED' - ONE ROW PER PAYMENT,    *
      * QUEUEID FROM PAYQUEUE_SEQ. SOURCETYPE/SOURCEID/SOURCESEQ SAY    *
      * WHERE IT CAME FROM ('S' A PAYMENT_SCHEDULE INSTALLMENT - THE    *
      * SCHEDULEID AND INSTALLMENT NUMBER, 'V' A VENDOR INVOICE FROM    *
      * MF110B50 - THE VENDOR_INVOICE INVOICEID AND 1) AND ARE UNIQUE   *
      * WITH CLAIMNUMBER, SO THE SAME INSTALLMENT OR INVOICE CAN NEVER  *
      * BE QUEUED TWICE. B8 TAKES EVERY 'Q' ROW DUE BY THE RUN DATE     *
      * THROUGH THE SAME SANCTIONS, TIN, DEDUCTIBLE, AGGREGATE AND      *
      * AUTHORITY CHECKS AS AN APPROVED CLAIM. AUTHORIZED ROWS GO TO    *
      * 'A' WITH THE AUTHNUMBER/AUTHDATE OF THE LEDGER ROW IN THE SAME  *
      * UNIT OF WORK; A HELD ROW STAYS 'Q' WITH THE REASON IN           *
      * LASTDISPOSITION AND IS TRIED AGAIN THE NEXT NIGHT; 'C' IS A ROW *
      * CANCELLED BY THE SCHEDULE BEING STOPPED OR THE CLAIM CLOSING.   *
      * VENDORID IS SET ON A 'V' ROW: B8 PAYS THE VENDOR MASTER'S       *
      * REMIT ADDRESS OR BANK ACCOUNT AND HOLDS THE ROW WHILE THE       *
      * VENDOR IS INACTIVE OR HAS NO W-9 ON FILE.                       *
      ******************************************************************
       01  PAYMENT-QUEUE.
      *    *************************************************************
           10 QUEUE-ID             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 LINE-NBR             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 QUEUE-PAY-TYPE       PIC X(01).
      *    *************************************************************
           10 QUEUE-EXPENSE-TYPE   PIC X(03).
      *    *************************************************************
           10 PAYEE-NAME           PIC N(40) USAGE NATIONAL.
      *    *************************************************************
           10 PAYEE-ADDRESS        PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 PAYEE-TYPE           PIC X(10).
      *    *************************************************************
           10 QUEUE-AMOUNT         PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 DUE-DATE             PIC N(10) USAGE NATIONAL.
      *    ** 'S' PAYMENT_SCHEDULE INSTALLMENT, 'V' VENDOR INVOICE.   **
      *    *************************************************************
           10 SOURCE-TYPE          PIC X(01).
      *    *************************************************************
           10 SOURCE-ID            PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SOURCE-SEQ           PIC S9(9) USAGE COMP.
      *    ** THE ADJUSTER WHOSE AUTHORITY THE PAYMENT WAS SET UP     **
      *    ** UNDER - B8 HOLDS IT IF THEY ARE NO LONGER AN ACTIVE     **
      *    ** ADJUSTER.                                               **
      *    *************************************************************
           10 REQUEST-USERID       PIC X(08).
      *    ** 'Q' QUEUED, 'A' AUTHORIZED, 'C' CANCELLED.              **
      *    *************************************************************
           10 QUEUE-STATUS         PIC X(01).
      *    *************************************************************
           10 LAST-DISPOSITION     PIC X(23).
      *    *************************************************************
           10 QUEUE-AUTH-NUMBER    PIC X(10).
      *    *************************************************************
           10 QUEUE-AUTH-DATE      PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 QUEUED-TS            PIC X(26).
      *    ** THE MFTR110.VENDOR PAYEE OF A 'V' ROW.                  **
      *    *************************************************************
           10 QUEUE-VENDOR-ID      PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAYMENT-QUEUE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 20 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
