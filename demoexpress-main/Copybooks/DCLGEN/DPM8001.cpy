      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM80_CMPNY_RISK_TIER)                      *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8001))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D80A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM80_CMPNY_RISK_TIER TABLE
           ( CMPNY_ID                        CHAR(8) NOT NULL,
             RISK_TIER_CD                    CHAR(1) NOT NULL,
             EFFV_START_DT                   DATE NOT NULL,
             EFFV_END_DT                     DATE NOT NULL,
             TIER_RSN_TX                     CHAR(80) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM80_CMPNY_RISK_TIER        *
      ******************************************************************
       01  DCLVDPM80-CMPNY-RISK-TIER.
      *                       CMPNY_ID
           10 D80A-CMPNY-ID        PIC X(08).
      *                       RISK_TIER_CD
           10 D80A-RISK-TIER-CD    PIC X(01).
              88 D80A-TIER-HIGH          VALUE 'H'.
              88 D80A-TIER-MEDIUM        VALUE 'M'.
              88 D80A-TIER-LOW           VALUE 'L'.
      *                       EFFV_START_DT
           10 D80A-EFFV-START-DT   PIC X(10).
      *                       EFFV_END_DT
           10 D80A-EFFV-END-DT     PIC X(10).
      *                       TIER_RSN_TX
           10 D80A-TIER-RSN-TX     PIC X(80).
      *                       ROW_UPDT_TS
           10 D80A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D80A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM80-CMPNY-RISK-TIER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
