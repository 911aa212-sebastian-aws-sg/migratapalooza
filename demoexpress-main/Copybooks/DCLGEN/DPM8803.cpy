      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM88_PARM_USE)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8803))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D88U-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM88_PARM_USE TABLE
           ( RUN_ID                          CHAR(8) NOT NULL,
             PRGM_ID                         CHAR(8) NOT NULL,
             PARM_NM                         CHAR(18) NOT NULL,
             PARM_VALUE_TX                   CHAR(20) NOT NULL,
             VALUE_SRC_CD                    CHAR(1) NOT NULL,
             USE_TS                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM88_PARM_USE               *
      ******************************************************************
       01  DCLVDPM88-PARM-USE.
      *                       RUN_ID
           10 D88U-RUN-ID          PIC X(08).
      *                       PRGM_ID
           10 D88U-PRGM-ID         PIC X(08).
      *                       PARM_NM
           10 D88U-PARM-NM         PIC X(18).
      *                       PARM_VALUE_TX
           10 D88U-PARM-VALUE-TX   PIC X(20).
      *                       VALUE_SRC_CD
           10 D88U-VALUE-SRC-CD    PIC X(01).
              88 D88U-FROM-REGISTRY      VALUE 'R'.
              88 D88U-FROM-SYSIN         VALUE 'S'.
      *                       USE_TS
           10 D88U-USE-TS          PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM88-PARM-USE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
