      *-----------------------------------------------------------------
      *    DCLGEN TABLE(SUBAUDIT)
      *           LANGUAGE(COBOL)
      *           STRUCTURE(DCLSUBAUDIT)
      *           QUOTE
      *    ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
      *-----------------------------------------------------------------
           EXEC SQL DECLARE SUBAUDIT TABLE
           ( SUBID                          CHAR(4) NOT NULL,
             AUDIT_TS                       TIMESTAMP NOT NULL,
             AUDIT_DT                       CHAR(8) NOT NULL,
             CHG_ACTN_CD                    CHAR(1) NOT NULL,
             CHG_SRC_CD                     CHAR(1) NOT NULL,
             CHG_USER_ID                    CHAR(8) NOT NULL,
             OLD_SUBNAME                    CHAR(10) NOT NULL,
             NEW_SUBNAME                    CHAR(10) NOT NULL,
             PSWD_CHG_IN                    CHAR(1) NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE SUBAUDIT
      *-----------------------------------------------------------------
       01  DCLSUBAUDIT.
           10 SAUD-SUBID           PIC X(4).
           10 SAUD-AUDIT-TS        PIC X(26).
           10 SAUD-AUDIT-DT        PIC X(8).
           10 SAUD-CHG-ACTN-CD     PIC X(1).
               88 SAUD-ADDED               VALUE "A".
               88 SAUD-CHANGED             VALUE "C".
           10 SAUD-CHG-SRC-CD      PIC X(1).
               88 SAUD-FROM-SCREEN         VALUE "S".
               88 SAUD-FROM-BATCH          VALUE "B".
           10 SAUD-CHG-USER-ID     PIC X(8).
           10 SAUD-OLD-SUBNAME     PIC X(10).
           10 SAUD-NEW-SUBNAME     PIC X(10).
           10 SAUD-PSWD-CHG-IN     PIC X(1).
               88 SAUD-PSWD-CHANGED        VALUE "Y".
               88 SAUD-PSWD-UNCHANGED      VALUE "N".
