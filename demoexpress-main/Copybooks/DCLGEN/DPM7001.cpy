      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM70_SGNTRY_RGSTR)                         *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7001))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D70A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM70_SGNTRY_RGSTR TABLE
           ( SGNTRY_ID                       INTEGER NOT NULL,
             CMPNY_ID                        CHAR(8) NOT NULL,
             SGNTRY_NM                       CHAR(100) NOT NULL,
             ATTRB_PRDCT_ID                  CHAR(8) NOT NULL,
             VALID_FROM_DT                   DATE NOT NULL,
             VALID_TO_DT                     DATE NOT NULL,
             RGSTR_STAT_CD                   CHAR(1) NOT NULL,
             CHG_TYPE_CD                     CHAR(1) NOT NULL,
             PRIOR_SGNTRY_ID                 INTEGER NOT NULL,
             MAKER_USER_ID                   CHAR(10) NOT NULL,
             MAKER_TS                        TIMESTAMP NOT NULL,
             CHKR_USER_ID                    CHAR(10) NOT NULL,
             CHKR_TS                         TIMESTAMP NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM70_SGNTRY_RGSTR           *
      ******************************************************************
       01  DCLVDPM70-SGNTRY-RGSTR.
      *                       SGNTRY_ID
           10 D70A-SGNTRY-ID       PIC S9(9) USAGE COMP.
      *                       CMPNY_ID
           10 D70A-CMPNY-ID        PIC X(08).
      *                       SGNTRY_NM
           10 D70A-SGNTRY-NM       PIC X(100).
      *                       ATTRB_PRDCT_ID
           10 D70A-ATTRB-PRDCT-ID  PIC X(08).
      *                       VALID_FROM_DT
           10 D70A-VALID-FROM-DT   PIC X(10).
      *                       VALID_TO_DT
           10 D70A-VALID-TO-DT     PIC X(10).
      *                       RGSTR_STAT_CD
           10 D70A-RGSTR-STAT-CD   PIC X(01).
              88 D70A-RGSTR-PENDING      VALUE 'P'.
              88 D70A-RGSTR-ACTIVE       VALUE 'A'.
              88 D70A-RGSTR-REJECTED     VALUE 'R'.
              88 D70A-RGSTR-RETIRED      VALUE 'X'.
      *                       CHG_TYPE_CD
           10 D70A-CHG-TYPE-CD     PIC X(01).
              88 D70A-CHG-ADD            VALUE 'N'.
              88 D70A-CHG-AMEND          VALUE 'C'.
              88 D70A-CHG-REVOKE         VALUE 'D'.
      *                       PRIOR_SGNTRY_ID
           10 D70A-PRIOR-SGNTRY-ID PIC S9(9) USAGE COMP.
      *                       MAKER_USER_ID
           10 D70A-MAKER-USER-ID   PIC X(10).
      *                       MAKER_TS
           10 D70A-MAKER-TS        PIC X(26).
      *                       CHKR_USER_ID
           10 D70A-CHKR-USER-ID    PIC X(10).
      *                       CHKR_TS
           10 D70A-CHKR-TS         PIC X(26).
      *                       ROW_UPDT_TS
           10 D70A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D70A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM70-SGNTRY-RGSTR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
