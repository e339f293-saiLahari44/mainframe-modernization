      ******************************************************************
      * DCLGEN TABLE(MFTR110.ROLE_ACCESS)                               *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(ROLEACC))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(ROLE-ACCESS)                                  *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.ROLE_ACCESS TABLE
           ( ADJROLE                        CHAR(10) NOT NULL,
             VIEWPII                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.ROLE_ACCESS                 *
      * WHICH MFTR110.ADJUSTER ROLES (ADJROLE) MAY SEE CLAIMANT TIN     *
      * AND BANK ACCOUNT NUMBERS IN FULL ON THE MF110BMS SCREENS.       *
      * VIEWPII 'Y' SHOWS THEM; 'N', OR A ROLE WITH NO ROW, SHOWS ALL   *
      * BUT THE LAST 4 DIGITS AS ASTERISKS. PRIVACY OWNS THE ROWS.      *
      ******************************************************************
       01  ROLE-ACCESS.
      *    *************************************************************
           10 RA-ROLE              PIC X(10).
      *    *************************************************************
           10 RA-VIEW-PII          PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IROLE-ACCESS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 2 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
