      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM92_PRVCY_RQST)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM9201))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D092-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM92_PRVCY_RQST TABLE
           ( PRVCY_RQST_ID                   DECIMAL(18, 0) NOT NULL,
             CMPNY_USER_ID                   CHAR(10) NOT NULL,
             RQST_TYPE_CD                    CHAR(1) NOT NULL,
             RQST_STAT_CD                    CHAR(1) NOT NULL,
             PSDNM_USER_ID                   CHAR(10) NOT NULL,
             CASE_RFRNC_TX                   CHAR(30) NOT NULL,
             RQST_USER_ID                    CHAR(10) NOT NULL,
             RQST_TS                         TIMESTAMP NOT NULL,
             ROW_CNT                         INTEGER NOT NULL,
             RSLT_TX                         CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM92_PRVCY_RQST             *
      ******************************************************************
       01  DCLVDPM92-PRVCY-RQST.
      *                       PRVCY_RQST_ID
           10 D092-PRVCY-RQST-ID   PIC S9(18)V USAGE COMP-3.
      *                       CMPNY_USER_ID
           10 D092-CMPNY-USER-ID   PIC X(10).
      *                       RQST_TYPE_CD
           10 D092-RQST-TYPE-CD    PIC X(1).
              88 D092-RQST-ACCESS  VALUE 'A'.
              88 D092-RQST-ERASE   VALUE 'E'.
      *                       RQST_STAT_CD
           10 D092-RQST-STAT-CD    PIC X(1).
              88 D092-RQST-COMPLETED  VALUE 'C'.
              88 D092-RQST-REFUSED    VALUE 'R'.
              88 D092-RQST-NOT-FOUND  VALUE 'N'.
      *                       PSDNM_USER_ID
           10 D092-PSDNM-USER-ID   PIC X(10).
      *                       CASE_RFRNC_TX
           10 D092-CASE-RFRNC-TX   PIC X(30).
      *                       RQST_USER_ID
           10 D092-RQST-USER-ID    PIC X(10).
      *                       RQST_TS
           10 D092-RQST-TS         PIC X(26).
      *                       ROW_CNT
           10 D092-ROW-CNT         PIC S9(9) USAGE COMP.
      *                       RSLT_TX
           10 D092-RSLT-TX         PIC X(80).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM92-PRVCY-RQST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
