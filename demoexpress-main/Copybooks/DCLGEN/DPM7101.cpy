      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM71_SP_CALL_STAT)                         *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7101))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D71A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM71_SP_CALL_STAT TABLE
           ( PRGM_ID                         CHAR(8) NOT NULL,
             CALL_START_TS                   TIMESTAMP NOT NULL,
             CALL_END_TS                     TIMESTAMP NOT NULL,
             ELPSD_MCRSC_QT                  INTEGER NOT NULL,
             ROW_RTRN_CT                     INTEGER NOT NULL,
             SP_RC                           CHAR(4) NOT NULL,
             INPUT_KEY_TX                    CHAR(40) NOT NULL,
             CALL_USER_ID                    CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM71_SP_CALL_STAT           *
      ******************************************************************
       01  DCLVDPM71-SP-CALL-STAT.
      *                       PRGM_ID
           10 D71A-PRGM-ID         PIC X(08).
      *                       CALL_START_TS
           10 D71A-CALL-START-TS   PIC X(26).
      *                       CALL_END_TS
           10 D71A-CALL-END-TS     PIC X(26).
      *                       ELPSD_MCRSC_QT
           10 D71A-ELPSD-MCRSC-QT  PIC S9(9) USAGE COMP.
      *                       ROW_RTRN_CT
           10 D71A-ROW-RTRN-CT     PIC S9(9) USAGE COMP.
      *                       SP_RC
           10 D71A-SP-RC           PIC X(04).
      *                       INPUT_KEY_TX
           10 D71A-INPUT-KEY-TX    PIC X(40).
      *                       CALL_USER_ID
           10 D71A-CALL-USER-ID    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM71-SP-CALL-STAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
