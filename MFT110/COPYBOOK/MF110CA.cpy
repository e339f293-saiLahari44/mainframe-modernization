      ******************************************************************
      * MF110 TRANSACTION COMMAREA - CARRIES BROWSE (OPTIONI='5'),      *
      * AUDIT HISTORY (OPTIONI='7'), CLAIM NOTE (OPTIONI='B'),          *
      * PAYMENT LEDGER (OPTIONI='H'), MAIL HISTORY (OPTIONI='M') AND    *
      * WORKBASKET (OPTIONI='W') PAGING STATE ACROSS                    *
      * PSEUDO-CONVERSATIONAL CICS TASKS.                               *
      * INCLUDED AS THE 01 LEVEL DFHCOMMAREA IN MF110CB0 AND PASSED     *
      * THROUGH TO MF110CB3. ONLY ONE OF THE BROWSES IS ACTIVE AT A     *
      * TIME - STARTING ANY ONE DEACTIVATES THE OTHERS SO PF7/PF8       *
              88 CA-WB-BACKWARD          VALUE 'B'.
           05 CA-WB-TOP-KEY         PIC X(21).
           05 CA-WB-BOT-KEY         PIC X(21).
           05 CA-CORR-ACTIVE        PIC X(01) VALUE 'N'.
              88 CA-CORR-IS-ACTIVE       VALUE 'Y'.
           05 CA-CORR-DIR           PIC X(01) VALUE 'F'.
              88 CA-CORR-FORWARD         VALUE 'F'.
              88 CA-CORR-BACKWARD        VALUE 'B'.
           05 CA-CORR-CLAIM         PIC S9(9) COMP VALUE ZERO.
           05 CA-CORR-TOP-ID        PIC S9(9) COMP VALUE ZERO.
           05 CA-CORR-BOT-ID        PIC S9(9) COMP VALUE ZERO.
