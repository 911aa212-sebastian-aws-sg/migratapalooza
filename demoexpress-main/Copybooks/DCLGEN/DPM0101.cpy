             EFFV_START_DT                  DATE NOT NULL,
             EFFV_END_DT                    DATE NOT NULL,
             ROW_UPDT_TS                    TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID               CHAR(10) NOT NULL,
             RISK_TIER_CD                   CHAR(1) NOT NULL,
             RISK_TIER_EFFV_DT              DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM01_MCA_CMPNY              *
      *                       ROW_UPDT_USER_ID
           10 D001-ROW-UPDT-USER-ID
              PIC X(10).
      *                       RISK_TIER_CD
           10 D001-RISK-TIER-CD    PIC X(1).
      *                       RISK_TIER_EFFV_DT
           10 D001-RISK-TIER-EFFV-DT
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM01-MCA-CMPNY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 18 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
