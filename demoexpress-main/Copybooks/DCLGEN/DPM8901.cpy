      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM89_MAINT_MODE)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8901))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D089-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM89_MAINT_MODE TABLE
           ( RGN_CD                          CHAR(8) NOT NULL,
             MAINT_ACTV_IN                   CHAR(1) NOT NULL,
             WNDW_STRT_TS                    TIMESTAMP NOT NULL,
             WNDW_END_TS                     TIMESTAMP NOT NULL,
             SCOPE_CD                        CHAR(1) NOT NULL,
             USER_MSG_TX                     CHAR(80) NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM89_MAINT_MODE             *
      ******************************************************************
       01  DCLVDPM89-MAINT-MODE.
      *                       RGN_CD
           10 D089-RGN-CD          PIC X(08).
      *                       MAINT_ACTV_IN
           10 D089-MAINT-ACTV-IN   PIC X(01).
              88 D089-MAINT-ACTIVE VALUE 'Y'.
      *                       WNDW_STRT_TS
           10 D089-WNDW-STRT-TS    PIC X(26).
      *                       WNDW_END_TS
           10 D089-WNDW-END-TS     PIC X(26).
      *                       SCOPE_CD
           10 D089-SCOPE-CD        PIC X(01).
              88 D089-SCOPE-ALL    VALUE 'A'.
              88 D089-SCOPE-NAMED  VALUE 'F'.
      *                       USER_MSG_TX
           10 D089-USER-MSG-TX     PIC X(80).
      *                       ROW_UPDT_USER_ID
           10 D089-ROW-UPDT-USER-ID
              PIC X(10).
      *                       ROW_UPDT_TS
           10 D089-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM89-MAINT-MODE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
