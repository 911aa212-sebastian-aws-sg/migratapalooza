      *-----------------------------------------------------------------
      *    DCLGEN TABLE(SUBCRED)
      *           LANGUAGE(COBOL)
      *           STRUCTURE(DCLSUBCRED)
      *           QUOTE
      *    ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
      *-----------------------------------------------------------------
           EXEC SQL DECLARE SUBCRED TABLE
           ( SUBID                          CHAR(4) NOT NULL,
             PSWD_HASH                      CHAR(64) NOT NULL,
             PSWD_SET_DT                    CHAR(8) NOT NULL,
             PSWD_SET_USER_ID               CHAR(8) NOT NULL,
             PSWD_SET_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE SUBCRED
      *-----------------------------------------------------------------
       01  DCLSUBCRED.
           10 SCRED-SUBID          PIC X(4).
           10 SCRED-PSWD-HASH      PIC X(64).
           10 SCRED-PSWD-SET-DT    PIC X(8).
           10 SCRED-PSWD-SET-USER-ID
                                   PIC X(8).
           10 SCRED-PSWD-SET-TS    PIC X(26).
