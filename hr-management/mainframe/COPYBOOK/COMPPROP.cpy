      *-----------------------------------------------------------------
      *    DCLGEN TABLE(COMPPROP)
      *           LANGUAGE(COBOL)
      *           STRUCTURE(DCLCOMPPROP)
      *           QUOTE
      *    ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
      *-----------------------------------------------------------------
           EXEC SQL DECLARE COMPPROP TABLE
           ( REVIEW_DT                      CHAR(8) NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             DEPTNO                         CHAR(4) NOT NULL,
             CURR_SALARY                    DECIMAL(9, 2) NOT NULL,
             PROP_SALARY                    DECIMAL(9, 2) NOT NULL,
             PROP_STAT_CD                   CHAR(1) NOT NULL,
             RJCT_RSN_TX                    CHAR(40) NOT NULL,
             SUBMIT_USER_ID                 CHAR(8) NOT NULL,
             APRV_USER_ID                   CHAR(8) NOT NULL,
             ROW_UPDT_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE COMPPROP
      *-----------------------------------------------------------------
       01  DCLCOMPPROP.
           10 CPROP-REVIEW-DT      PIC X(8).
           10 CPROP-EMPNO          PIC X(6).
           10 CPROP-DEPTNO         PIC X(4).
           10 CPROP-CURR-SALARY    PIC S9(7)V9(2) COMP-3.
           10 CPROP-PROP-SALARY    PIC S9(7)V9(2) COMP-3.
           10 CPROP-PROP-STAT-CD   PIC X(1).
               88 CPROP-LOADED             VALUE "L".
               88 CPROP-REJECTED           VALUE "R".
               88 CPROP-APPROVED           VALUE "A".
           10 CPROP-RJCT-RSN-TX    PIC X(40).
           10 CPROP-SUBMIT-USER-ID PIC X(8).
           10 CPROP-APRV-USER-ID   PIC X(8).
           10 CPROP-ROW-UPDT-TS    PIC X(26).
