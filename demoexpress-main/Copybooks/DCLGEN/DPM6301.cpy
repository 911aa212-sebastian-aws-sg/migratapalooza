      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM63_CLTRL_MAP)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6301))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D63A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM63_CLTRL_MAP TABLE
           ( ATTRB_ID                        CHAR(8) NOT NULL,
             CLTRL_FLD_CD                    CHAR(8) NOT NULL,
             MAP_STAT_CD                     CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM63_CLTRL_MAP              *
      ******************************************************************
       01  DCLVDPM63-CLTRL-MAP.
      *                       ATTRB_ID
           10 D63A-ATTRB-ID        PIC X(08).
      *                       CLTRL_FLD_CD
           10 D63A-CLTRL-FLD-CD    PIC X(08).
      *                       MAP_STAT_CD
           10 D63A-MAP-STAT-CD     PIC X(01).
              88 D63A-MAP-ACTIVE         VALUE 'A'.
              88 D63A-MAP-RETIRED        VALUE 'R'.
      *                       ROW_UPDT_TS
           10 D63A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D63A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM63-CLTRL-MAP.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
