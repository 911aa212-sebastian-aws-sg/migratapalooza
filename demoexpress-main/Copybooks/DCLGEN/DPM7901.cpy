      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM79_RPT_ROLE)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7901))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D79A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM79_RPT_ROLE TABLE
           ( RPT_CD                          CHAR(4) NOT NULL,
             ROLE_CD                         CHAR(4) NOT NULL,
             ALLOW_IN                        CHAR(1) NOT NULL,
             PARM_SCOPE_CD                   CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM79_RPT_ROLE               *
      ******************************************************************
       01  DCLVDPM79-RPT-ROLE.
      *                       RPT_CD
           10 D79A-RPT-CD          PIC X(04).
      *                       ROLE_CD
           10 D79A-ROLE-CD         PIC X(04).
      *                       ALLOW_IN
           10 D79A-ALLOW-IN        PIC X(01).
      *                       PARM_SCOPE_CD
           10 D79A-PARM-SCOPE-CD   PIC X(01).
              88 D79A-SCOPE-OWN-TMPLT    VALUE 'O'.
              88 D79A-SCOPE-ANY-TMPLT    VALUE 'A'.
      *                       ROW_UPDT_TS
           10 D79A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D79A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM79-RPT-ROLE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
