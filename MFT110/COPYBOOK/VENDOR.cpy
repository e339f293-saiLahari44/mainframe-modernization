      ******************************************************************
      * DCLGEN TABLE(MFTR110.VENDOR)                                    *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(VENDOR))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(VENDOR)                                       *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.VENDOR TABLE
           ( VENDORID                       CHAR(8) NOT NULL,
             VENDORNAME                     CHAR(40) NOT NULL,
             REMITADDRESS                   CHAR(60),
             VENDORTYPE                     CHAR(3) NOT NULL,
             TIN                            CHAR(9),
             TINTYPE                        CHAR(1),
             W9STATUS                       CHAR(1) NOT NULL,
             PAYMETHOD                      CHAR(1) NOT NULL,
             BANKROUTING                    CHAR(9),
             BANKACCOUNT                    CHAR(17),
             ACTIVEFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.VENDOR                      *
      * THE EXPENSE VENDOR MASTER - ONE ROW PER INDEPENDENT ADJUSTER,   *
      * DEFENSE FIRM, IME PROVIDER OR OTHER SERVICE VENDOR WE PAY,      *
      * KEYED BY VENDORID, SO A VENDOR IS PAID UNDER ONE NAME AND       *
      * REMIT ADDRESS INSTEAD OF WHATEVER WAS KEYED AS THE PAYEE.       *
      * VENDORTYPE IS THE EXPENSE TYPE THE VENDOR'S INVOICES ARE PAID   *
      * AS (ADJ, LEG, IME, OTH). TIN/TINTYPE ARE FROM THE VENDOR'S W-9  *
      * AND W9STATUS SAYS WHETHER THE SIGNED FORM IS ON FILE ('Y'),     *
      * REQUESTED ('R') OR NOT ('N') - MF110B8 HOLDS A VENDOR PAYMENT   *
      * UNTIL IT IS 'Y' WITH A TIN, AND MF110B22 REPORTS VENDOR 1099S   *
      * FROM IT. PAYMETHOD 'E' WITH ROUTING AND ACCOUNT PAYS BY EFT,    *
      * ANYTHING ELSE BY CHECK TO THE REMIT ADDRESS. ACTIVEFLAG 'N'     *
      * STOPS NEW INVOICES AND HOLDS QUEUED ONES. MAINTAINED BY         *
      * ACCOUNTS PAYABLE.                                               *
      ******************************************************************
       01  VENDOR.
      *    *************************************************************
           10 VENDOR-ID            PIC X(08).
      *    *************************************************************
           10 VENDOR-NAME          PIC X(40).
      *    *************************************************************
           10 VENDOR-REMIT-ADDRESS PIC X(60).
      *    ** ADJ, LEG, IME OR OTH.                                   **
      *    *************************************************************
           10 VENDOR-TYPE          PIC X(03).
      *    *************************************************************
           10 VENDOR-TIN           PIC X(09).
      *    *************************************************************
           10 VENDOR-TIN-TYPE      PIC X(01).
      *    ** 'Y' W-9 ON FILE, 'R' REQUESTED, 'N' NONE.               **
      *    *************************************************************
           10 VENDOR-W9-STATUS     PIC X(01).
      *    *************************************************************
           10 VENDOR-PAY-METHOD    PIC X(01).
      *    *************************************************************
           10 VENDOR-BANK-ROUTING  PIC X(09).
      *    *************************************************************
           10 VENDOR-BANK-ACCOUNT  PIC X(17).
      *    *************************************************************
           10 VENDOR-ACTIVE-FLAG   PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVENDOR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
