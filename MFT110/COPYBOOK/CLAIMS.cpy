             PAYEENAME                      VARCHAR(40),
             PAYEEADDRESS                   VARCHAR(60),
             PAYEETYPE                      CHAR(10),
             DENIALREASON                   CHAR(8),
             OCCURRENCENUMBER               INTEGER,
             TPACODE                        CHAR(8),
             TPACLAIMREF                    CHAR(20),
             TPAREPORTDATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.CLAIMS                      *
      *    ** AND PRINTED ON THE MF110B23 LETTER AND THE B18 EXTRACT.  **
      *    *************************************************************
           10 DENIAL-REASON-CD     PIC X(08).
      *    ** THE ACCIDENT THE CLAIM AROSE FROM - A NUMBER FROM       **
      *    ** MFTR110.OCCURRENCE, NULL WHEN THE CLAIM STANDS ALONE.   **
      *    ** SET AT ENTRY OR BY THE MF110BMS OCCURRENCE OPTION.      **
      *    ** QUALIFY AS OF CLAIMS WHEN THE OCCURRENCE DCLGEN IS ALSO **
      *    ** INCLUDED.                                               **
      *    *************************************************************
           10 OCCURRENCE-NUMBER    PIC S9(9) USAGE COMP.
      *    ** THE THIRD-PARTY ADMINISTRATOR HANDLING THE CLAIM AND    **
      *    ** ITS OWN CLAIM REFERENCE - NULL FOR A CLAIM WE HANDLE    **
      *    ** IN-HOUSE. A TPA CLAIM IS LOADED AND MOVED ONLY BY THE   **
      *    ** MF110B52 MONTHLY LOSS RUN; THE MF110BMS MAINTENANCE     **
      *    ** OPTIONS REFUSE IT. TPAREPORTDATE IS THE PERIOD-END DATE **
      *    ** OF THE LAST LOSS RUN THE CLAIM WAS REPORTED ON.         **
      *    *************************************************************
           10 TPA-CODE             PIC X(08).
      *    *************************************************************
           10 TPA-CLAIM-REF        PIC X(20).
      *    *************************************************************
           10 TPA-REPORT-DATE      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 25 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 25      *
      ******************************************************************
