      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM76_ENRL_UMBR_FUND)                       *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7601))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D76A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM76_ENRL_UMBR_FUND TABLE
           ( UMBR_ID                         INTEGER NOT NULL,
             CLNT_CMPNY_ID                   CHAR(8) NOT NULL,
             FUND_STAT_CD                    CHAR(1) NOT NULL,
             RSN_CD_TX                       CHAR(50) NOT NULL,
             SP_RC                           CHAR(4) NOT NULL,
             SP_ERR_TX                       CHAR(80) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM76_ENRL_UMBR_FUND         *
      ******************************************************************
       01  DCLVDPM76-ENRL-UMBR-FUND.
      *                       UMBR_ID
           10 D76A-UMBR-ID         PIC S9(9) USAGE COMP.
      *                       CLNT_CMPNY_ID
           10 D76A-CLNT-CMPNY-ID   PIC X(08).
      *                       FUND_STAT_CD
           10 D76A-FUND-STAT-CD    PIC X(01).
              88 D76A-FUND-CREATED       VALUE 'C'.
              88 D76A-FUND-INELIGIBLE    VALUE 'I'.
              88 D76A-FUND-REJECTED      VALUE 'R'.
      *                       RSN_CD_TX
           10 D76A-RSN-CD-TX       PIC X(50).
      *                       SP_RC
           10 D76A-SP-RC           PIC X(04).
      *                       SP_ERR_TX
           10 D76A-SP-ERR-TX       PIC X(80).
      *                       ROW_UPDT_TS
           10 D76A-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM76-ENRL-UMBR-FUND.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
