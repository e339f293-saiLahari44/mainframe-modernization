      ******************************************************************
      * DCLGEN TABLE(MFTR110.VENDOR_INVOICE)                            *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(VENDINV))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(VENDOR-INVOICE)                               *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.VENDOR_INVOICE TABLE
           ( INVOICEID                      INTEGER NOT NULL,
             VENDORID                       CHAR(8) NOT NULL,
             INVOICENUMBER                  CHAR(15) NOT NULL,
             INVOICEDATE                    DATE,
             CLAIMNUMBER                    INTEGER NOT NULL,
             EXPENSETYPE                    CHAR(3) NOT NULL,
             AMOUNT                         DECIMAL(11,2) NOT NULL,
             SERVICEDESC                    CHAR(40),
             QUEUEID                        INTEGER,
             RECEIVEDTS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.VENDOR_INVOICE              *
      * ONE ROW PER VENDOR INVOICE ACCEPTED FROM THE DAILY ELECTRONIC   *
      * INVOICE FILE BY MF110B50, INVOICEID FROM SEQUENCE               *
      * MFTR110.INVOICEID_SEQ.                                          *
      * VENDORID/INVOICENUMBER IS UNIQUE - A VENDOR'S INVOICE NUMBER    *
      * IS ONLY EVER PAID ONCE, AND A RESUBMITTED OR DUPLICATE INVOICE  *
      * IS REJECTED AGAINST THIS TABLE. QUEUEID POINTS AT THE           *
      * MFTR110.PAYMENT_QUEUE ROW (SOURCETYPE 'V', SOURCEID =           *
      * INVOICEID) THAT MF110B8 PAYS IT FROM. REJECTED INVOICES ARE     *
      * NOT STORED; THEY ARE LISTED ON THE INTAKE REPORT FOR THE        *
      * VENDOR TO CORRECT AND RESEND.                                   *
      ******************************************************************
       01  VENDOR-INVOICE.
      *    *************************************************************
           10 INVOICE-ID           PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 VENDOR-ID            PIC X(08).
      *    *************************************************************
           10 INVOICE-NUMBER       PIC X(15).
      *    *************************************************************
           10 INVOICE-DATE         PIC X(10).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 INV-EXPENSE-TYPE     PIC X(03).
      *    *************************************************************
           10 INVOICE-AMOUNT       PIC S9(9)V99 USAGE COMP-3.
      *    *************************************************************
           10 SERVICE-DESC         PIC X(40).
      *    *************************************************************
           10 INV-QUEUE-ID         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 RECEIVED-TS          PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVENDOR-INVOICE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
