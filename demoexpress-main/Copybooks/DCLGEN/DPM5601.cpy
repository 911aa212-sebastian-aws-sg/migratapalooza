      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM56_DOC_RQMT)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM5601))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D56A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM56_DOC_RQMT TABLE
           ( CMPNY_TYPE_CD                   CHAR(1) NOT NULL,
             ATTRB_PRDCT_ID                  CHAR(8) NOT NULL,
             DOC_KIND_CD                     CHAR(4) NOT NULL,
             DOC_KIND_DS                     CHAR(40) NOT NULL,
             RQMT_STAT_CD                    CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM56_DOC_RQMT               *
      ******************************************************************
       01  DCLVDPM56-DOC-RQMT.
      *                       CMPNY_TYPE_CD
           10 D56A-CMPNY-TYPE-CD   PIC X(01).
      *                       ATTRB_PRDCT_ID
           10 D56A-ATTRB-PRDCT-ID  PIC X(08).
      *                       DOC_KIND_CD
           10 D56A-DOC-KIND-CD     PIC X(04).
      *                       DOC_KIND_DS
           10 D56A-DOC-KIND-DS     PIC X(40).
      *                       RQMT_STAT_CD
           10 D56A-RQMT-STAT-CD    PIC X(01).
              88 D56A-RQMT-ACTIVE        VALUE 'A'.
              88 D56A-RQMT-RETIRED       VALUE 'R'.
      *                       ROW_UPDT_TS
           10 D56A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D56A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM56-DOC-RQMT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
