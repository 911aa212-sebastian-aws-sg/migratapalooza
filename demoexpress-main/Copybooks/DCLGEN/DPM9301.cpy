      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM93_ALRT_RPLY_REF)                        *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM9301))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D093-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM93_ALRT_RPLY_REF TABLE
           ( RPLY_REF_CD                     CHAR(16) NOT NULL,
             MCA_ALERT_ID                    DECIMAL(18, 0) NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             MCA_AMND_ID                     DECIMAL(18, 0) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM93_ALRT_RPLY_REF          *
      ******************************************************************
       01  DCLVDPM93-ALRT-RPLY-REF.
      *                       RPLY_REF_CD
           10 D093-RPLY-REF-CD     PIC X(16).
      *                       MCA_ALERT_ID
           10 D093-MCA-ALERT-ID    PIC S9(18)V USAGE COMP-3.
      *                       MCA_TMPLT_ID
           10 D093-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       MCA_AMND_ID
           10 D093-MCA-AMND-ID     PIC S9(18)V USAGE COMP-3.
      *                       ROW_UPDT_TS
           10 D093-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM93-ALRT-RPLY-REF.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
