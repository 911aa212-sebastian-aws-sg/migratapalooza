             FNCTN_2_NM                     CHAR(8) NOT NULL,
             FNCTN_3_NM                     CHAR(8) NOT NULL,
             USER_ROW_UPDT_ID               CHAR(8) NOT NULL,
             ROW_UPDT_TS                    TIMESTAMP NOT NULL,
             STATS_SMPL_PCT                 SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDTM54_DEBUG_CNTRL            *
              PIC X(8).
      *                       ROW_UPDT_TS
           10 D054-ROW-UPDT-TS     PIC X(26).
      *                       STATS_SMPL_PCT
           10 D054-STATS-SMPL-PCT  PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDTM54-DEBUG-CNTRL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
