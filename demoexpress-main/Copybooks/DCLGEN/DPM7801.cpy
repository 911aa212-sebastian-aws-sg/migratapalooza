      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM78_RPT_RQST)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7801))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D78A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM78_RPT_RQST TABLE
           ( RPT_RQST_ID                     INTEGER NOT NULL,
             RPT_CD                          CHAR(4) NOT NULL,
             RQST_USER_ID                    CHAR(10) NOT NULL,
             RQST_CMPNY_ID                   CHAR(8) NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             MCA_AMND_ID                     DECIMAL(18, 0) NOT NULL,
             AS_OF_TS                        TIMESTAMP NOT NULL,
             LOCALE_IN                       CHAR(1) NOT NULL,
             RQST_STAT_CD                    CHAR(1) NOT NULL,
             RQST_TS                         TIMESTAMP NOT NULL,
             DSPT_TS                         TIMESTAMP NOT NULL,
             CMPL_TS                         TIMESTAMP NOT NULL,
             RPT_RC                          SMALLINT NOT NULL,
             MCA_VALUE_ID                    DECIMAL(18, 0) NOT NULL,
             RSLT_TX                         CHAR(80) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM78_RPT_RQST               *
      ******************************************************************
       01  DCLVDPM78-RPT-RQST.
      *                       RPT_RQST_ID
           10 D78A-RPT-RQST-ID     PIC S9(9) USAGE COMP.
      *                       RPT_CD
           10 D78A-RPT-CD          PIC X(04).
              88 D78A-RPT-CMNT-EXPORT    VALUE 'MCXP'.
              88 D78A-RPT-AGRMT-RENDER   VALUE 'MRND'.
              88 D78A-RPT-REDLINE        VALUE 'ERDL'.
              88 D78A-RPT-AS-OF          VALUE 'DATO'.
      *                       RQST_USER_ID
           10 D78A-RQST-USER-ID    PIC X(10).
      *                       RQST_CMPNY_ID
           10 D78A-RQST-CMPNY-ID   PIC X(08).
      *                       MCA_TMPLT_ID
           10 D78A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       MCA_AMND_ID
           10 D78A-MCA-AMND-ID     PIC S9(18)V USAGE COMP-3.
      *                       AS_OF_TS
           10 D78A-AS-OF-TS        PIC X(26).
      *                       LOCALE_IN
           10 D78A-LOCALE-IN       PIC X(01).
      *                       RQST_STAT_CD
           10 D78A-RQST-STAT-CD    PIC X(01).
              88 D78A-RQST-QUEUED        VALUE 'Q'.
              88 D78A-RQST-DISPATCHED    VALUE 'D'.
              88 D78A-RQST-RUNNING       VALUE 'R'.
              88 D78A-RQST-COMPLETE      VALUE 'C'.
              88 D78A-RQST-FAILED        VALUE 'F'.
              88 D78A-RQST-CANCELLED     VALUE 'X'.
      *                       RQST_TS
           10 D78A-RQST-TS         PIC X(26).
      *                       DSPT_TS
           10 D78A-DSPT-TS         PIC X(26).
      *                       CMPL_TS
           10 D78A-CMPL-TS         PIC X(26).
      *                       RPT_RC
           10 D78A-RPT-RC          PIC S9(4) USAGE COMP.
      *                       MCA_VALUE_ID
           10 D78A-MCA-VALUE-ID    PIC S9(18)V USAGE COMP-3.
      *                       RSLT_TX
           10 D78A-RSLT-TX         PIC X(80).
      *                       ROW_UPDT_TS
           10 D78A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D78A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM78-RPT-RQST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 17 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
