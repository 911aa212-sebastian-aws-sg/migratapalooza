      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM88_PARM_HIST)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8802))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D88H-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM88_PARM_HIST TABLE
           ( PRGM_ID                         CHAR(8) NOT NULL,
             PARM_NM                         CHAR(18) NOT NULL,
             EFFV_DT                         DATE NOT NULL,
             CHG_ACTN_CD                     CHAR(1) NOT NULL,
             BFR_VALUE_TX                    CHAR(20) NOT NULL,
             AFTR_VALUE_TX                   CHAR(20) NOT NULL,
             MAKER_USER_ID                   CHAR(10) NOT NULL,
             CHECKER_USER_ID                 CHAR(10) NOT NULL,
             HIST_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM88_PARM_HIST              *
      ******************************************************************
       01  DCLVDPM88-PARM-HIST.
      *                       PRGM_ID
           10 D88H-PRGM-ID         PIC X(08).
      *                       PARM_NM
           10 D88H-PARM-NM         PIC X(18).
      *                       EFFV_DT
           10 D88H-EFFV-DT         PIC X(10).
      *                       CHG_ACTN_CD
           10 D88H-CHG-ACTN-CD     PIC X(01).
              88 D88H-CHG-APPROVED       VALUE 'A'.
              88 D88H-CHG-REJECTED       VALUE 'X'.
      *                       BFR_VALUE_TX
           10 D88H-BFR-VALUE-TX    PIC X(20).
      *                       AFTR_VALUE_TX
           10 D88H-AFTR-VALUE-TX   PIC X(20).
      *                       MAKER_USER_ID
           10 D88H-MAKER-USER-ID   PIC X(10).
      *                       CHECKER_USER_ID
           10 D88H-CHECKER-USER-ID PIC X(10).
      *                       HIST_TS
           10 D88H-HIST-TS         PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM88-PARM-HIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
