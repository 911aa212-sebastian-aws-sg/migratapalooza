      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM60_ENRL_MIGR)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6001))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D60A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM60_ENRL_MIGR TABLE
           ( MIGR_ID                         INTEGER NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             OLD_TMPLT_ID                    INTEGER NOT NULL,
             NEW_TMPLT_ID                    INTEGER NOT NULL,
             CLNT_CMPNY_ID                   CHAR(8) NOT NULL,
             RQST_TMPLT_ID                   INTEGER NOT NULL,
             MIGR_STAT_CD                    CHAR(1) NOT NULL,
             LNCH_USER_ID                    CHAR(10) NOT NULL,
             LNCH_TS                         TIMESTAMP NOT NULL,
             RSPNS_USER_ID                   CHAR(10) NOT NULL,
             RSPNS_TS                        TIMESTAMP NOT NULL,
             RJCT_RSN_TX                     CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM60_ENRL_MIGR              *
      ******************************************************************
       01  DCLVDPM60-ENRL-MIGR.
      *                       MIGR_ID
           10 D60A-MIGR-ID         PIC S9(9) USAGE COMP.
      *                       DELR_CMPNY_ID
           10 D60A-DELR-CMPNY-ID   PIC X(08).
      *                       OLD_TMPLT_ID
           10 D60A-OLD-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       NEW_TMPLT_ID
           10 D60A-NEW-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       CLNT_CMPNY_ID
           10 D60A-CLNT-CMPNY-ID   PIC X(08).
      *                       RQST_TMPLT_ID
           10 D60A-RQST-TMPLT-ID   PIC S9(9) USAGE COMP.
      *                       MIGR_STAT_CD
           10 D60A-MIGR-STAT-CD    PIC X(01).
              88 D60A-MIGR-OFFERED       VALUE 'O'.
              88 D60A-MIGR-ACCEPTED      VALUE 'A'.
              88 D60A-MIGR-REJECTED      VALUE 'R'.
              88 D60A-MIGR-WITHDRAWN     VALUE 'X'.
      *                       LNCH_USER_ID
           10 D60A-LNCH-USER-ID    PIC X(10).
      *                       LNCH_TS
           10 D60A-LNCH-TS         PIC X(26).
      *                       RSPNS_USER_ID
           10 D60A-RSPNS-USER-ID   PIC X(10).
      *                       RSPNS_TS
           10 D60A-RSPNS-TS        PIC X(26).
      *                       RJCT_RSN_TX
           10 D60A-RJCT-RSN-TX     PIC X(80).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM60-ENRL-MIGR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
