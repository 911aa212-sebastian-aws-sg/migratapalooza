             OLD_DELR_STAT_CD                CHAR(1) NOT NULL,
             NEW_DELR_STAT_CD                CHAR(1) NOT NULL,
             ENRL_ACTN_TS                    TIMESTAMP NOT NULL,
             ENRL_ACTN_USER_ID               CHAR(10) NOT NULL,
             ENRL_SRC_CD                     CHAR(1) NOT NULL,
             RSN_CD                          CHAR(4) NOT NULL,
             RSN_TX                          CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM06_MCA_ENRL_HIST          *
      *                       ENRL_ACTN_USER_ID
           10 D06H-ENRL-ACTN-USER-ID
              PIC X(10).
      *                       ENRL_SRC_CD
           10 D06H-ENRL-SRC-CD
              PIC X(1).
              88 D06H-SRC-DIRECT         VALUE ' '.
              88 D06H-SRC-INVITATION     VALUE 'I'.
      *                       RSN_CD
           10 D06H-RSN-CD          PIC X(4).
      *                       RSN_TX
           10 D06H-RSN-TX          PIC X(80).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM06-MCA-ENRL-HIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
