      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM66_ALRT_MSG_TMPLT)                       *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6601))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D66A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM66_ALRT_MSG_TMPLT TABLE
           ( ALRT_TYPE_CD                    CHAR(8) NOT NULL,
             LANG_CD                         CHAR(2) NOT NULL,
             ALRT_SUB_TX                     CHAR(150) NOT NULL,
             ALRT_MSG_TX                     VARCHAR(2000) NOT NULL,
             TMPLT_STAT_CD                   CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM66_ALRT_MSG_TMPLT         *
      ******************************************************************
       01  DCLVDPM66-ALRT-MSG-TMPLT.
      *                       ALRT_TYPE_CD
           10 D66A-ALRT-TYPE-CD    PIC X(08).
      *                       LANG_CD
           10 D66A-LANG-CD         PIC X(02).
      *                       ALRT_SUB_TX
           10 D66A-ALRT-SUB-TX     PIC X(150).
           10 D66A-ALRT-MSG-TX.
      *                       ALRT_MSG_TX LENGTH
              49 D66A-ALRT-MSG-TX-LEN
                 PIC S9(4) USAGE COMP.
      *                       ALRT_MSG_TX
              49 D66A-ALRT-MSG-TX-TEXT
                 PIC X(2000).
      *                       TMPLT_STAT_CD
           10 D66A-TMPLT-STAT-CD   PIC X(01).
              88 D66A-TMPLT-ACTIVE       VALUE 'A'.
              88 D66A-TMPLT-RETIRED      VALUE 'R'.
      *                       ROW_UPDT_TS
           10 D66A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D66A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM66-ALRT-MSG-TMPLT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
