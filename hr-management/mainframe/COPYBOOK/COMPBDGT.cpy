      *-----------------------------------------------------------------
      *    DCLGEN TABLE(COMPBDGT)
      *           LANGUAGE(COBOL)
      *           STRUCTURE(DCLCOMPBDGT)
      *           QUOTE
      *    ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
      *-----------------------------------------------------------------
           EXEC SQL DECLARE COMPBDGT TABLE
           ( REVIEW_DT                      CHAR(8) NOT NULL,
             DEPTNO                         CHAR(4) NOT NULL,
             BDGT_TYPE_CD                   CHAR(1) NOT NULL,
             BDGT_PCT                       DECIMAL(5, 2) NOT NULL,
             BDGT_AMT                       DECIMAL(11, 2) NOT NULL,
             LOAD_USER_ID                   CHAR(8) NOT NULL,
             LOAD_TS                        TIMESTAMP NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE COMPBDGT
      *-----------------------------------------------------------------
       01  DCLCOMPBDGT.
           10 CBDGT-REVIEW-DT      PIC X(8).
           10 CBDGT-DEPTNO         PIC X(4).
           10 CBDGT-BDGT-TYPE-CD   PIC X(1).
               88 CBDGT-PERCENT            VALUE "P".
               88 CBDGT-AMOUNT             VALUE "A".
           10 CBDGT-BDGT-PCT       PIC S9(3)V9(2) COMP-3.
           10 CBDGT-BDGT-AMT       PIC S9(9)V9(2) COMP-3.
           10 CBDGT-LOAD-USER-ID   PIC X(8).
           10 CBDGT-LOAD-TS        PIC X(26).
