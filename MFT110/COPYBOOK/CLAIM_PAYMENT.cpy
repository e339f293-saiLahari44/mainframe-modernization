                                            WITH DEFAULT 'C',
             AUTHNUMBER                     CHAR(10),
             AUTHDATE                       DATE,
             LINENBR                        INTEGER,
             DUEDILIGENCEDATE               DATE,
             ESCHEATDATE                    DATE,
             ESCHEATSTATE                   CHAR(2),
             ESCHEATTS                      TIMESTAMP,
             VENDORID                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIM_PAYMENT               *
      * RIDE THE LEDGER AND THE MF110B5 GL FEED, EACH TYPE TO ITS OWN   *
      * GL ACCOUNT. POSTEDTS/VOIDTS ARE THE LEDGER EVENT TIMESTAMPS     *
      * THE B5 RUN WINDOWS ON.                                          *
      * A STALE-DATED CHECK NEVER REISSUED IS ESCHEATED BY THE ANNUAL   *
      * MF110B33 RUN ONCE THE STATE'S DORMANCY PERIOD HAS PASSED:       *
      * DUEDILIGENCEDATE IS WHEN THE DUE-DILIGENCE LETTER WENT TO THE   *
      * PAYEE, ESCHEATDATE/ESCHEATSTATE WHEN AND TO WHICH STATE THE     *
      * AMOUNT WAS REPORTED, AND ESCHEATTS THE EVENT TIMESTAMP B5       *
      * WINDOWS ON TO BOOK THE REMITTANCE TO THE GL.                    *
      * STATUTORY INTEREST MF110B8 PAYS ON A LATE CLAIM PAYMENT IS ITS  *
      * OWN ROW WITH PAYMENTTYPE 'N' - ITS OWN CHECK AND GL ACCOUNT,    *
      * NEVER PART OF PAID - DETAILED ON MFTR110.CLAIM_INTEREST.        *
      * VENDORID IS SET ON AN EXPENSE CHECK PAID TO A MFTR110.VENDOR    *
      * MASTER VENDOR, AND IS WHAT MF110B22 REPORTS VENDOR 1099S BY.    *
      ******************************************************************
       01  CLAIM-PAYMENT.
      *    *************************************************************
      *    ** CLAIM WITH NO LINES.                                    **
      *    *************************************************************
           10 LINE-NBR             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 DUE-DILIGENCE-DATE   PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 ESCHEAT-DATE         PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 ESCHEAT-STATE        PIC X(02).
      *    *************************************************************
           10 ESCHEAT-TS           PIC X(26).
      *    *************************************************************
           10 VENDOR-ID            PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIM-PAYMENT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 23 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 23      *
      ******************************************************************
