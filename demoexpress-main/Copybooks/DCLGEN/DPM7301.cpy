      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM73_TMPLT_TRMN)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7301))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D73A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM73_TMPLT_TRMN TABLE
           ( TRMN_RQST_ID                    INTEGER NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             TRMN_RSN_CD                     CHAR(4) NOT NULL,
             NTC_DT                          DATE NOT NULL,
             NTC_PRD_DAY_CT                  SMALLINT NOT NULL,
             TRMN_EFF_DT                     DATE NOT NULL,
             NTC_DOC_ID                      DECIMAL(18, 0) NOT NULL,
             RQST_STAT_CD                    CHAR(1) NOT NULL,
             RQST_USER_ID                    CHAR(10) NOT NULL,
             RQST_TS                         TIMESTAMP NOT NULL,
             CHKR_USER_ID                    CHAR(10) NOT NULL,
             CHKR_TS                         TIMESTAMP NOT NULL,
             RJCT_RSN_TX                     CHAR(80) NOT NULL,
             TRMN_TS                         TIMESTAMP NOT NULL,
             ENRL_CLOSE_CT                   SMALLINT NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM73_TMPLT_TRMN             *
      ******************************************************************
       01  DCLVDPM73-TMPLT-TRMN.
      *                       TRMN_RQST_ID
           10 D73A-TRMN-RQST-ID    PIC S9(9) USAGE COMP.
      *                       MCA_TMPLT_ID
           10 D73A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       TRMN_RSN_CD
           10 D73A-TRMN-RSN-CD     PIC X(04).
              88 D73A-RSN-CLNT-NOTICE    VALUE 'CNTC'.
              88 D73A-RSN-DELR-NOTICE    VALUE 'DNTC'.
              88 D73A-RSN-EVENT-DEFAULT  VALUE 'EODF'.
              88 D73A-RSN-TERM-EVENT     VALUE 'ATEV'.
              88 D73A-RSN-MUTUAL         VALUE 'MUTL'.
              88 D73A-RSN-ILLEGALITY     VALUE 'ILLG'.
      *                       NTC_DT
           10 D73A-NTC-DT          PIC X(10).
      *                       NTC_PRD_DAY_CT
           10 D73A-NTC-PRD-DAY-CT  PIC S9(4) USAGE COMP.
      *                       TRMN_EFF_DT
           10 D73A-TRMN-EFF-DT     PIC X(10).
      *                       NTC_DOC_ID
           10 D73A-NTC-DOC-ID      PIC S9(18)V USAGE COMP-3.
      *                       RQST_STAT_CD
           10 D73A-RQST-STAT-CD    PIC X(01).
              88 D73A-RQST-SUBMITTED     VALUE 'S'.
              88 D73A-RQST-APPROVED      VALUE 'A'.
              88 D73A-RQST-REJECTED      VALUE 'R'.
              88 D73A-RQST-TERMINATED    VALUE 'T'.
      *                       RQST_USER_ID
           10 D73A-RQST-USER-ID    PIC X(10).
      *                       RQST_TS
           10 D73A-RQST-TS         PIC X(26).
      *                       CHKR_USER_ID
           10 D73A-CHKR-USER-ID    PIC X(10).
      *                       CHKR_TS
           10 D73A-CHKR-TS         PIC X(26).
      *                       RJCT_RSN_TX
           10 D73A-RJCT-RSN-TX     PIC X(80).
      *                       TRMN_TS
           10 D73A-TRMN-TS         PIC X(26).
      *                       ENRL_CLOSE_CT
           10 D73A-ENRL-CLOSE-CT   PIC S9(4) USAGE COMP.
      *                       ROW_UPDT_TS
           10 D73A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D73A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM73-TMPLT-TRMN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 17 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
