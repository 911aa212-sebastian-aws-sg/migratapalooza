      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM85_DELR_INVTN)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8501))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D85A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM85_DELR_INVTN TABLE
           ( INVTN_CD                        CHAR(14) NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             CLNT_CMPNY_ID                   CHAR(8) NOT NULL,
             RQST_TMPLT_ID                   INTEGER NOT NULL,
             ASGD_TMPLT_ID                   INTEGER NOT NULL,
             EXPRY_DT                        DATE NOT NULL,
             INVTN_STAT_CD                   CHAR(1) NOT NULL,
             CRTD_TS                         TIMESTAMP NOT NULL,
             CRTD_USER_ID                    CHAR(10) NOT NULL,
             USED_TS                         TIMESTAMP NOT NULL,
             USED_USER_ID                    CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM85_DELR_INVTN             *
      ******************************************************************
       01  DCLVDPM85-DELR-INVTN.
      *                       INVTN_CD
           10 D85A-INVTN-CD        PIC X(14).
      *                       DELR_CMPNY_ID
           10 D85A-DELR-CMPNY-ID   PIC X(08).
      *                       CLNT_CMPNY_ID
           10 D85A-CLNT-CMPNY-ID   PIC X(08).
      *                       RQST_TMPLT_ID
           10 D85A-RQST-TMPLT-ID   PIC S9(9) USAGE COMP.
      *                       ASGD_TMPLT_ID
           10 D85A-ASGD-TMPLT-ID   PIC S9(9) USAGE COMP.
      *                       EXPRY_DT
           10 D85A-EXPRY-DT        PIC X(10).
      *                       INVTN_STAT_CD
           10 D85A-INVTN-STAT-CD   PIC X(01).
              88 D85A-INVTN-OUTSTANDING  VALUE 'O'.
              88 D85A-INVTN-USED         VALUE 'U'.
              88 D85A-INVTN-WITHDRAWN    VALUE 'W'.
              88 D85A-INVTN-EXPIRED      VALUE 'X'.
      *                       CRTD_TS
           10 D85A-CRTD-TS         PIC X(26).
      *                       CRTD_USER_ID
           10 D85A-CRTD-USER-ID    PIC X(10).
      *                       USED_TS
           10 D85A-USED-TS         PIC X(26).
      *                       USED_USER_ID
           10 D85A-USED-USER-ID    PIC X(10).
      *                       ROW_UPDT_TS
           10 D85A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D85A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM85-DELR-INVTN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
