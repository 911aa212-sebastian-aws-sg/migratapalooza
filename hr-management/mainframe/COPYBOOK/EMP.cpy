             BIRTHDATE                      CHAR(8),
             SALARY                         DECIMAL(9, 2),
             BONUS                          DECIMAL(9, 2),
             COMM                           DECIMAL(9, 2),
             EMP_STAT_CD                    CHAR(1) NOT NULL,
             SEP_DT                         CHAR(8) NOT NULL,
             SEP_RSN_CD                     CHAR(2) NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE EMP
           10 EMP-SALARY           PIC S9(7)V9(2) COMP-3.
           10 EMP-BONUS            PIC S9(7)V9(2) COMP-3.
           10 EMP-COMM             PIC S9(7)V9(2) COMP-3.
           10 EMP-STAT-CD          PIC X(1).
               88 EMP-ACTIVE               VALUE "A".
               88 EMP-SEP-PENDING          VALUE "P".
               88 EMP-SEPARATED            VALUE "S".
           10 EMP-SEP-DT           PIC X(8).
           10 EMP-SEP-RSN-CD       PIC X(2).
