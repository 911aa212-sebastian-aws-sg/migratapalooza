      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM74_TMPLT_NOVN)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7401))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D74A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM74_TMPLT_NOVN TABLE
           ( NOVN_ID                         INTEGER NOT NULL,
             ORIG_TMPLT_ID                   INTEGER NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             XFRR_CMPNY_ID                   CHAR(8) NOT NULL,
             XFRE_CMPNY_ID                   CHAR(8) NOT NULL,
             NOVN_EFF_DT                     DATE NOT NULL,
             NOVN_STAT_CD                    CHAR(1) NOT NULL,
             DELR_CNSNT_CD                   CHAR(1) NOT NULL,
             DELR_CNSNT_USER_ID              CHAR(10) NOT NULL,
             DELR_CNSNT_TS                   TIMESTAMP NOT NULL,
             XFRR_CNSNT_CD                   CHAR(1) NOT NULL,
             XFRR_CNSNT_USER_ID              CHAR(10) NOT NULL,
             XFRR_CNSNT_TS                   TIMESTAMP NOT NULL,
             XFRE_CNSNT_CD                   CHAR(1) NOT NULL,
             XFRE_CNSNT_USER_ID              CHAR(10) NOT NULL,
             XFRE_CNSNT_TS                   TIMESTAMP NOT NULL,
             RQST_USER_ID                    CHAR(10) NOT NULL,
             RQST_TS                         TIMESTAMP NOT NULL,
             RFSL_RSN_TX                     CHAR(80) NOT NULL,
             NEW_TMPLT_ID                    INTEGER NOT NULL,
             NOVN_TS                         TIMESTAMP NOT NULL,
             ENRL_MOVE_CT                    INTEGER NOT NULL,
             DOC_CPY_CT                      INTEGER NOT NULL,
             ALOG_CPY_CT                     INTEGER NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM74_TMPLT_NOVN             *
      ******************************************************************
       01  DCLVDPM74-TMPLT-NOVN.
      *                       NOVN_ID
           10 D74A-NOVN-ID         PIC S9(9) USAGE COMP.
      *                       ORIG_TMPLT_ID
           10 D74A-ORIG-TMPLT-ID   PIC S9(9) USAGE COMP.
      *                       DELR_CMPNY_ID
           10 D74A-DELR-CMPNY-ID   PIC X(08).
      *                       XFRR_CMPNY_ID
           10 D74A-XFRR-CMPNY-ID   PIC X(08).
      *                       XFRE_CMPNY_ID
           10 D74A-XFRE-CMPNY-ID   PIC X(08).
      *                       NOVN_EFF_DT
           10 D74A-NOVN-EFF-DT     PIC X(10).
      *                       NOVN_STAT_CD
           10 D74A-NOVN-STAT-CD    PIC X(01).
              88 D74A-NOVN-PENDING       VALUE 'P'.
              88 D74A-NOVN-CONSENTED     VALUE 'C'.
              88 D74A-NOVN-NOVATED       VALUE 'N'.
              88 D74A-NOVN-REFUSED       VALUE 'R'.
      *                       DELR_CNSNT_CD
           10 D74A-DELR-CNSNT-CD   PIC X(01).
              88 D74A-DELR-CONSENTED     VALUE 'Y'.
      *                       DELR_CNSNT_USER_ID
           10 D74A-DELR-CNSNT-USER-ID
              PIC X(10).
      *                       DELR_CNSNT_TS
           10 D74A-DELR-CNSNT-TS   PIC X(26).
      *                       XFRR_CNSNT_CD
           10 D74A-XFRR-CNSNT-CD   PIC X(01).
              88 D74A-XFRR-CONSENTED     VALUE 'Y'.
      *                       XFRR_CNSNT_USER_ID
           10 D74A-XFRR-CNSNT-USER-ID
              PIC X(10).
      *                       XFRR_CNSNT_TS
           10 D74A-XFRR-CNSNT-TS   PIC X(26).
      *                       XFRE_CNSNT_CD
           10 D74A-XFRE-CNSNT-CD   PIC X(01).
              88 D74A-XFRE-CONSENTED     VALUE 'Y'.
      *                       XFRE_CNSNT_USER_ID
           10 D74A-XFRE-CNSNT-USER-ID
              PIC X(10).
      *                       XFRE_CNSNT_TS
           10 D74A-XFRE-CNSNT-TS   PIC X(26).
      *                       RQST_USER_ID
           10 D74A-RQST-USER-ID    PIC X(10).
      *                       RQST_TS
           10 D74A-RQST-TS         PIC X(26).
      *                       RFSL_RSN_TX
           10 D74A-RFSL-RSN-TX     PIC X(80).
      *                       NEW_TMPLT_ID
           10 D74A-NEW-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       NOVN_TS
           10 D74A-NOVN-TS         PIC X(26).
      *                       ENRL_MOVE_CT
           10 D74A-ENRL-MOVE-CT    PIC S9(9) USAGE COMP.
      *                       DOC_CPY_CT
           10 D74A-DOC-CPY-CT      PIC S9(9) USAGE COMP.
      *                       ALOG_CPY_CT
           10 D74A-ALOG-CPY-CT     PIC S9(9) USAGE COMP.
      *                       ROW_UPDT_TS
           10 D74A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D74A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM74-TMPLT-NOVN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 26 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 26      *
      ******************************************************************
