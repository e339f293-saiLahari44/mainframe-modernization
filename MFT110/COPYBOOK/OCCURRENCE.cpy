      ******************************************************************
      * DCLGEN TABLE(MFTR110.OCCURRENCE)                                *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(OCCURNC))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(OCCURRENCE)                                   *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.OCCURRENCE TABLE
           ( OCCURRENCENUMBER               INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             LOSSDATE                       DATE NOT NULL,
             LOCATION                       CHAR(60),
             DESCRIPTION                    CHAR(50),
             CREATEDUSERID                  CHAR(8) NOT NULL,
             CREATEDTS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.OCCURRENCE                  *
      * OCCURRENCE MASTER - ONE ROW PER ACCIDENT OR LOSS EVENT ON A     *
      * POLICY, NUMBERED FROM MFTR110.OCCURRENCE_SEQ, SO THE CLAIMS     *
      * ONE ACCIDENT PRODUCES (DRIVER, PASSENGERS, THE OTHER CAR) ARE   *
      * HELD TOGETHER BY CLAIMS.OCCURRENCENUMBER. ADDED AND LINKED      *
      * THROUGH THE MF110BMS OCCURRENCE OPTION; MF110B28 FNOL INTAKE    *
      * LINKS A REPORT QUOTING THE NUMBER. A LINKED CLAIM MUST BE ON    *
      * THE SAME POLICY WITH THE SAME LOSS DATE. THE CLAIMS OF AN       *
      * OCCURRENCE ARE HELD TO THE POLICY_COVERAGE OCCURRENCELIMIT,     *
      * AND MF110B11 AND MF110B51 TEST RETENTION AND LARGE-LOSS         *
      * THRESHOLDS ON THE OCCURRENCE TOTAL.                             *
      ******************************************************************
       01  OCCURRENCE.
      *    ** QUALIFY AS OF OCCURRENCE WHEN THE CLAIMS DCLGEN IS ALSO **
      *    ** INCLUDED                                                **
      *    *************************************************************
           10 OCCURRENCE-NUMBER    PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 POLICYNUMBER         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 OCC-LOSS-DATE        PIC X(10).
      *    *************************************************************
           10 OCC-LOCATION         PIC X(60).
      *    *************************************************************
           10 OCC-DESCRIPTION      PIC X(50).
      *    *************************************************************
           10 OCC-CREATED-USERID   PIC X(08).
      *    *************************************************************
           10 OCC-CREATED-TS       PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IOCCURRENCE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
