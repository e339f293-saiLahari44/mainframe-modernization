      ******************************************************************
      * DCLGEN TABLE(MFTR110.SANCTIONS_LIST)                            *
      *        LIBRARY(MFTR110.DCLGEN.COPYLIB(SDNLIST))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(SANCTIONS-LIST)                               *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MFTR110.SANCTIONS_LIST TABLE
           ( SDNENTRYID                     INTEGER NOT NULL,
             SDNNAME                        VARCHAR(60) NOT NULL,
             NAMETYPE                       CHAR(1) NOT NULL,
             SDNTYPE                        CHAR(10),
             SDNPROGRAM                     CHAR(20),
             LISTDATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR110.SANCTIONS_LIST              *
      * THE TREASURY OFAC SPECIALLY DESIGNATED NATIONALS (SDN) LIST     *
      * THE PAYEE SANCTIONS SCREENING IS RUN AGAINST - ONE ROW PER      *
      * LISTED NAME, THE PRIMARY NAME (NAMETYPE 'P') AND EACH AKA       *
      * (NAMETYPE 'A') OF AN ENTRY SHARING ITS SDNENTRYID. SDNNAME IS   *
      * HELD IN UPPER CASE. REPLACED IN FULL BY MF110B32 EACH TIME A    *
      * NEWLY PUBLISHED LIST IS LOADED; LISTDATE IS THE PUBLICATION     *
      * DATE OF THE LIST ON FILE.                                       *
      ******************************************************************
       01  SANCTIONS-LIST.
      *    *************************************************************
           10 SDN-ENTRY-ID         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SDN-NAME             PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 NAME-TYPE            PIC X(01).
      *    *************************************************************
           10 SDN-TYPE             PIC X(10).
      *    *************************************************************
           10 SDN-PROGRAM          PIC X(20).
      *    *************************************************************
           10 LIST-DATE            PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISANCTIONS-LIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
