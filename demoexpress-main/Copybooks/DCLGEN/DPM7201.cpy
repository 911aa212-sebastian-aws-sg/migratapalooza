      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM72_AMND_SCHD)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7201))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D72A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM72_AMND_SCHD TABLE
           ( AMND_SCHD_ID                    DECIMAL(18, 0) NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             MCA_TMPLT_TYPE_CD               CHAR(1) NOT NULL,
             CTGRY_ID                        CHAR(8) NOT NULL,
             CTGRY_SQ                        SMALLINT NOT NULL,
             ATTRB_TERM_ID                   CHAR(8) NOT NULL,
             TERM_SQ                         SMALLINT NOT NULL,
             MCA_AMND_ID                     DECIMAL(18, 0) NOT NULL,
             MCA_VALUE_ID                    DECIMAL(18, 0) NOT NULL,
             AMND_STAT_CD                    CHAR(1) NOT NULL,
             FNCTN_FLAG_CD                   CHAR(1) NOT NULL,
             MCA_VALUE_TYPE_CD               CHAR(1) NOT NULL,
             MCA_VALUE_TX                    VARCHAR(31998) NOT NULL,
             AMND_EFF_DT                     DATE NOT NULL,
             SCHD_STAT_CD                    CHAR(1) NOT NULL,
             SCHD_USER_ID                    CHAR(10) NOT NULL,
             SCHD_TS                         TIMESTAMP NOT NULL,
             POST_TS                         TIMESTAMP NOT NULL,
             POST_SP_RC                      CHAR(4) NOT NULL,
             POST_ERR_TX                     CHAR(80) NOT NULL,
             POST_TMPLT_ID                   INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM72_AMND_SCHD              *
      ******************************************************************
       01  DCLVDPM72-AMND-SCHD.
      *                       AMND_SCHD_ID
           10 D72A-AMND-SCHD-ID    PIC S9(18)V USAGE COMP-3.
      *                       MCA_TMPLT_ID
           10 D72A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       MCA_TMPLT_TYPE_CD
           10 D72A-MCA-TMPLT-TYPE-CD
              PIC X(01).
      *                       CTGRY_ID
           10 D72A-CTGRY-ID        PIC X(08).
      *                       CTGRY_SQ
           10 D72A-CTGRY-SQ        PIC S9(4) USAGE COMP.
      *                       ATTRB_TERM_ID
           10 D72A-ATTRB-TERM-ID   PIC X(08).
      *                       TERM_SQ
           10 D72A-TERM-SQ         PIC S9(4) USAGE COMP.
      *                       MCA_AMND_ID
           10 D72A-MCA-AMND-ID     PIC S9(18)V USAGE COMP-3.
      *                       MCA_VALUE_ID
           10 D72A-MCA-VALUE-ID    PIC S9(18)V USAGE COMP-3.
      *                       AMND_STAT_CD
           10 D72A-AMND-STAT-CD    PIC X(01).
      *                       FNCTN_FLAG_CD
           10 D72A-FNCTN-FLAG-CD   PIC X(01).
      *                       MCA_VALUE_TYPE_CD
           10 D72A-MCA-VALUE-TYPE-CD
              PIC X(01).
           10 D72A-MCA-VALUE-TX.
      *                       MCA_VALUE_TX LENGTH
              49 D72A-MCA-VALUE-TX-LEN
                 PIC S9(4) USAGE COMP.
      *                       MCA_VALUE_TX
              49 D72A-MCA-VALUE-TX-TEXT
                 PIC X(31998).
      *                       AMND_EFF_DT
           10 D72A-AMND-EFF-DT     PIC X(10).
      *                       SCHD_STAT_CD
           10 D72A-SCHD-STAT-CD    PIC X(01).
              88 D72A-SCHD-SCHEDULED     VALUE 'S'.
              88 D72A-SCHD-POSTED        VALUE 'P'.
              88 D72A-SCHD-FAILED        VALUE 'F'.
      *                       SCHD_USER_ID
           10 D72A-SCHD-USER-ID    PIC X(10).
      *                       SCHD_TS
           10 D72A-SCHD-TS         PIC X(26).
      *                       POST_TS
           10 D72A-POST-TS         PIC X(26).
      *                       POST_SP_RC
           10 D72A-POST-SP-RC      PIC X(04).
      *                       POST_ERR_TX
           10 D72A-POST-ERR-TX     PIC X(80).
      *                       POST_TMPLT_ID
           10 D72A-POST-TMPLT-ID   PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM72-AMND-SCHD.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 21 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
