      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM57_CP_RSPNS)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM5701))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D57A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM57_CP_RSPNS TABLE
           ( MCA_TMPLT_ID                    INTEGER NOT NULL,
             SBMT_TS                         TIMESTAMP NOT NULL,
             SBMT_USER_ID                    CHAR(10) NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             CLNT_CMPNY_ID                   CHAR(8) NOT NULL,
             CLNDR_ID                        CHAR(8) NOT NULL,
             RSPNS_DAYS_NB                   SMALLINT NOT NULL,
             RMNDR_DT                        DATE NOT NULL,
             RSPNS_DUE_DT                    DATE NOT NULL,
             RMNDR_SENT_IN                   CHAR(1) NOT NULL,
             EXTN_CNT                        SMALLINT NOT NULL,
             EXTN_USER_ID                    CHAR(10) NOT NULL,
             RSPNS_STAT_CD                   CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM57_CP_RSPNS               *
      ******************************************************************
       01  DCLVDPM57-CP-RSPNS.
      *                       MCA_TMPLT_ID
           10 D57A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       SBMT_TS
           10 D57A-SBMT-TS         PIC X(26).
      *                       SBMT_USER_ID
           10 D57A-SBMT-USER-ID    PIC X(10).
      *                       DELR_CMPNY_ID
           10 D57A-DELR-CMPNY-ID   PIC X(08).
      *                       CLNT_CMPNY_ID
           10 D57A-CLNT-CMPNY-ID   PIC X(08).
      *                       CLNDR_ID
           10 D57A-CLNDR-ID        PIC X(08).
      *                       RSPNS_DAYS_NB
           10 D57A-RSPNS-DAYS-NB   PIC S9(4) USAGE COMP.
      *                       RMNDR_DT
           10 D57A-RMNDR-DT        PIC X(10).
      *                       RSPNS_DUE_DT
           10 D57A-RSPNS-DUE-DT    PIC X(10).
      *                       RMNDR_SENT_IN
           10 D57A-RMNDR-SENT-IN   PIC X(01).
              88 D57A-RMNDR-SENT         VALUE 'Y'.
      *                       EXTN_CNT
           10 D57A-EXTN-CNT        PIC S9(4) USAGE COMP.
      *                       EXTN_USER_ID
           10 D57A-EXTN-USER-ID    PIC X(10).
      *                       RSPNS_STAT_CD
           10 D57A-RSPNS-STAT-CD   PIC X(01).
              88 D57A-RSPNS-OPEN         VALUE 'O'.
              88 D57A-RSPNS-ANSWERED     VALUE 'A'.
              88 D57A-RSPNS-RECALLED     VALUE 'R'.
      *                       ROW_UPDT_TS
           10 D57A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D57A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM57-CP-RSPNS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
