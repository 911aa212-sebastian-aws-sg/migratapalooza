      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM68_NEGO_ISSUE)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6801))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D68A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM68_NEGO_ISSUE TABLE
           ( ISSUE_ID                        INTEGER NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             MCA_AMND_ID                     DECIMAL(18, 0) NOT NULL,
             MCA_VALUE_ID                    DECIMAL(18, 0) NOT NULL,
             CMNT_TS                         TIMESTAMP NOT NULL,
             ISSUE_STAT_CD                   CHAR(1) NOT NULL,
             OWNER_USER_ID                   CHAR(10) NOT NULL,
             RAISE_USER_ID                   CHAR(10) NOT NULL,
             RAISE_TS                        TIMESTAMP NOT NULL,
             RSLV_USER_ID                    CHAR(10) NOT NULL,
             RSLV_TS                         TIMESTAMP NOT NULL,
             RSLTN_TX                        CHAR(250) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM68_NEGO_ISSUE             *
      ******************************************************************
       01  DCLVDPM68-NEGO-ISSUE.
      *                       ISSUE_ID
           10 D68A-ISSUE-ID        PIC S9(9) USAGE COMP.
      *                       MCA_TMPLT_ID
           10 D68A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       MCA_AMND_ID
           10 D68A-MCA-AMND-ID     PIC S9(18)V USAGE COMP-3.
      *                       MCA_VALUE_ID
           10 D68A-MCA-VALUE-ID    PIC S9(18)V USAGE COMP-3.
      *                       CMNT_TS
           10 D68A-CMNT-TS         PIC X(26).
      *                       ISSUE_STAT_CD
           10 D68A-ISSUE-STAT-CD   PIC X(01).
              88 D68A-ISSUE-OPEN         VALUE 'O'.
              88 D68A-ISSUE-RESOLVED     VALUE 'R'.
      *                       OWNER_USER_ID
           10 D68A-OWNER-USER-ID   PIC X(10).
      *                       RAISE_USER_ID
           10 D68A-RAISE-USER-ID   PIC X(10).
      *                       RAISE_TS
           10 D68A-RAISE-TS        PIC X(26).
      *                       RSLV_USER_ID
           10 D68A-RSLV-USER-ID    PIC X(10).
      *                       RSLV_TS
           10 D68A-RSLV-TS         PIC X(26).
      *                       RSLTN_TX
           10 D68A-RSLTN-TX        PIC X(250).
      *                       ROW_UPDT_TS
           10 D68A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D68A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM68-NEGO-ISSUE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
