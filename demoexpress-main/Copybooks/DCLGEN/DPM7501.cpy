      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM75_ENRL_UMBR)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7501))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D75A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM75_ENRL_UMBR TABLE
           ( UMBR_ID                         INTEGER NOT NULL,
             PRNT_CMPNY_ID                   CHAR(8) NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             RQST_TMPLT_ID                   INTEGER NOT NULL,
             SCOPE_CD                        CHAR(1) NOT NULL,
             UMBR_STAT_CD                    CHAR(1) NOT NULL,
             FUND_CT                         INTEGER NOT NULL,
             CRTD_CT                         INTEGER NOT NULL,
             SKIP_CT                         INTEGER NOT NULL,
             RQST_USER_ID                    CHAR(10) NOT NULL,
             RQST_TS                         TIMESTAMP NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM75_ENRL_UMBR              *
      ******************************************************************
       01  DCLVDPM75-ENRL-UMBR.
      *                       UMBR_ID
           10 D75A-UMBR-ID         PIC S9(9) USAGE COMP.
      *                       PRNT_CMPNY_ID
           10 D75A-PRNT-CMPNY-ID   PIC X(08).
      *                       DELR_CMPNY_ID
           10 D75A-DELR-CMPNY-ID   PIC X(08).
      *                       RQST_TMPLT_ID
           10 D75A-RQST-TMPLT-ID   PIC S9(9) USAGE COMP.
      *                       SCOPE_CD
           10 D75A-SCOPE-CD        PIC X(01).
              88 D75A-SCOPE-LIST         VALUE 'L'.
              88 D75A-SCOPE-ALL-CHILDREN VALUE 'A'.
      *                       UMBR_STAT_CD
           10 D75A-UMBR-STAT-CD    PIC X(01).
              88 D75A-UMBR-OPEN          VALUE 'O'.
              88 D75A-UMBR-SUBMITTED     VALUE 'S'.
      *                       FUND_CT
           10 D75A-FUND-CT         PIC S9(9) USAGE COMP.
      *                       CRTD_CT
           10 D75A-CRTD-CT         PIC S9(9) USAGE COMP.
      *                       SKIP_CT
           10 D75A-SKIP-CT         PIC S9(9) USAGE COMP.
      *                       RQST_USER_ID
           10 D75A-RQST-USER-ID    PIC X(10).
      *                       RQST_TS
           10 D75A-RQST-TS         PIC X(26).
      *                       ROW_UPDT_TS
           10 D75A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D75A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM75-ENRL-UMBR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
