             APRVR_USER_ID                   CHAR(10) NOT NULL,
             ENRL_EVNT_TS                    TIMESTAMP NOT NULL,
             EVNT_SENT_CD                    CHAR(1) NOT NULL,
             EVNT_SENT_TS                    TIMESTAMP NOT NULL,
             ENRL_SRC_CD                     CHAR(1) NOT NULL,
             RSN_CD                          CHAR(4) NOT NULL,
             RSN_TX                          CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM23_ENRL_EVNT              *
              88 D23A-EVNT-CNFRM         VALUE 'C'.
      *                       EVNT_SENT_TS
           10 D23A-EVNT-SENT-TS    PIC X(26).
      *                       ENRL_SRC_CD
           10 D23A-ENRL-SRC-CD     PIC X(01).
              88 D23A-SRC-DIRECT         VALUE ' '.
              88 D23A-SRC-INVITATION     VALUE 'I'.
      *                       RSN_CD
           10 D23A-RSN-CD          PIC X(04).
      *                       RSN_TX
           10 D23A-RSN-TX          PIC X(80).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM23-ENRL-EVNT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
