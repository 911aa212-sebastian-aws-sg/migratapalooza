      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM88_BATCH_PARM)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8801))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D088-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM88_BATCH_PARM TABLE
           ( PRGM_ID                         CHAR(8) NOT NULL,
             PARM_NM                         CHAR(18) NOT NULL,
             EFFV_DT                         DATE NOT NULL,
             PARM_STAT_CD                    CHAR(1) NOT NULL,
             DATA_TYPE_CD                    CHAR(1) NOT NULL,
             PARM_VALUE_TX                   CHAR(20) NOT NULL,
             PARM_VALUE_NB                   DECIMAL(9, 0) NOT NULL,
             MIN_VALUE_NB                    DECIMAL(9, 0) NOT NULL,
             MAX_VALUE_NB                    DECIMAL(9, 0) NOT NULL,
             MAKER_USER_ID                   CHAR(10) NOT NULL,
             CHECKER_USER_ID                 CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM88_BATCH_PARM             *
      ******************************************************************
       01  DCLVDPM88-BATCH-PARM.
      *                       PRGM_ID
           10 D088-PRGM-ID         PIC X(08).
      *                       PARM_NM
           10 D088-PARM-NM         PIC X(18).
      *                       EFFV_DT
           10 D088-EFFV-DT         PIC X(10).
      *                       PARM_STAT_CD
           10 D088-PARM-STAT-CD    PIC X(01).
              88 D088-PARM-PENDING       VALUE 'P'.
              88 D088-PARM-APPROVED      VALUE 'A'.
      *                       DATA_TYPE_CD
           10 D088-DATA-TYPE-CD    PIC X(01).
              88 D088-TYPE-NUMERIC       VALUE 'N'.
              88 D088-TYPE-CHARACTER     VALUE 'C'.
      *                       PARM_VALUE_TX
           10 D088-PARM-VALUE-TX   PIC X(20).
      *                       PARM_VALUE_NB
           10 D088-PARM-VALUE-NB   PIC S9(9)V USAGE COMP-3.
      *                       MIN_VALUE_NB
           10 D088-MIN-VALUE-NB    PIC S9(9)V USAGE COMP-3.
      *                       MAX_VALUE_NB
           10 D088-MAX-VALUE-NB    PIC S9(9)V USAGE COMP-3.
      *                       MAKER_USER_ID
           10 D088-MAKER-USER-ID   PIC X(10).
      *                       CHECKER_USER_ID
           10 D088-CHECKER-USER-ID PIC X(10).
      *                       ROW_UPDT_TS
           10 D088-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM88-BATCH-PARM.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
