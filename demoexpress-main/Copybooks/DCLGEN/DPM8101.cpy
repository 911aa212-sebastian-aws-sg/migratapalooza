      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM81_TMPLT_RVW)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8101))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D81A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM81_TMPLT_RVW TABLE
           ( RVW_ID                          INTEGER NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             RVW_CMPNY_ID                    CHAR(8) NOT NULL,
             RISK_TIER_CD                    CHAR(1) NOT NULL,
             BASE_DT                         DATE NOT NULL,
             DUE_DT                          DATE NOT NULL,
             RVW_STAT_CD                     CHAR(1) NOT NULL,
             OWNR_USER_ID                    CHAR(10) NOT NULL,
             OPEN_TS                         TIMESTAMP NOT NULL,
             LAST_ALRT_DT                    DATE NOT NULL,
             CMPL_TS                         TIMESTAMP NOT NULL,
             CMPL_USER_ID                    CHAR(10) NOT NULL,
             OUTCOME_CD                      CHAR(4) NOT NULL,
             OUTCOME_TX                      CHAR(200) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM81_TMPLT_RVW              *
      ******************************************************************
       01  DCLVDPM81-TMPLT-RVW.
      *                       RVW_ID
           10 D81A-RVW-ID          PIC S9(9) USAGE COMP.
      *                       MCA_TMPLT_ID
           10 D81A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       RVW_CMPNY_ID
           10 D81A-RVW-CMPNY-ID    PIC X(08).
      *                       RISK_TIER_CD
           10 D81A-RISK-TIER-CD    PIC X(01).
      *                       BASE_DT
           10 D81A-BASE-DT         PIC X(10).
      *                       DUE_DT
           10 D81A-DUE-DT          PIC X(10).
      *                       RVW_STAT_CD
           10 D81A-RVW-STAT-CD     PIC X(01).
              88 D81A-RVW-SCHEDULED      VALUE 'S'.
              88 D81A-RVW-OPEN           VALUE 'O'.
              88 D81A-RVW-COMPLETE       VALUE 'C'.
              88 D81A-RVW-CANCELLED      VALUE 'X'.
      *                       OWNR_USER_ID
           10 D81A-OWNR-USER-ID    PIC X(10).
      *                       OPEN_TS
           10 D81A-OPEN-TS         PIC X(26).
      *                       LAST_ALRT_DT
           10 D81A-LAST-ALRT-DT    PIC X(10).
      *                       CMPL_TS
           10 D81A-CMPL-TS         PIC X(26).
      *                       CMPL_USER_ID
           10 D81A-CMPL-USER-ID    PIC X(10).
      *                       OUTCOME_CD
           10 D81A-OUTCOME-CD      PIC X(04).
              88 D81A-OUTCOME-NO-CHANGE  VALUE 'NOCH'.
              88 D81A-OUTCOME-AMEND      VALUE 'AMND'.
              88 D81A-OUTCOME-TERMINATE  VALUE 'TRMN'.
              88 D81A-OUTCOME-ESCALATE   VALUE 'ESCL'.
      *                       OUTCOME_TX
           10 D81A-OUTCOME-TX      PIC X(200).
      *                       ROW_UPDT_TS
           10 D81A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D81A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM81-TMPLT-RVW.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 16 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
