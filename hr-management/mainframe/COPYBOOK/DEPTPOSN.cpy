      *-----------------------------------------------------------------
      *    DCLGEN TABLE(DEPTPOSN)
      *           LANGUAGE(COBOL)
      *           STRUCTURE(DCLDEPTPOSN)
      *           QUOTE
      *    ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
      *-----------------------------------------------------------------
           EXEC SQL DECLARE DEPTPOSN TABLE
           ( POSN_ID                        CHAR(8) NOT NULL,
             DEPTNO                         CHAR(4) NOT NULL,
             JOB                            CHAR(8) NOT NULL,
             BDGT_SALARY                    DECIMAL(9, 2) NOT NULL,
             APPR_FROM_DT                   CHAR(8) NOT NULL,
             POSN_STAT_CD                   CHAR(1) NOT NULL,
             LOAD_TS                        TIMESTAMP NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE DEPTPOSN
      *-----------------------------------------------------------------
       01  DCLDEPTPOSN.
           10 DPOSN-POSN-ID        PIC X(8).
           10 DPOSN-DEPTNO         PIC X(4).
           10 DPOSN-JOB            PIC X(8).
           10 DPOSN-BDGT-SALARY    PIC S9(7)V9(2) COMP-3.
           10 DPOSN-APPR-FROM-DT   PIC X(8).
           10 DPOSN-POSN-STAT-CD   PIC X(1).
               88 DPOSN-APPROVED           VALUE "A".
               88 DPOSN-FROZEN             VALUE "F".
               88 DPOSN-CLOSED             VALUE "C".
           10 DPOSN-LOAD-TS        PIC X(26).
