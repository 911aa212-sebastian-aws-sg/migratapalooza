      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM67_SIGNON_HIST)                          *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6701))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D67A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM67_SIGNON_HIST TABLE
           ( SIGNON_TS                       TIMESTAMP NOT NULL,
             UMG_USER_ID                     CHAR(50) NOT NULL,
             CMPNY_ID                        CHAR(8) NOT NULL,
             CMPNY_USER_ID                   CHAR(10) NOT NULL,
             SIGNON_RSLT_CD                  CHAR(1) NOT NULL,
             FAIL_RSN_TX                     CHAR(50) NOT NULL,
             WRKSTN_NM                       CHAR(64) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM67_SIGNON_HIST            *
      ******************************************************************
       01  DCLVDPM67-SIGNON-HIST.
      *                       SIGNON_TS
           10 D67A-SIGNON-TS       PIC X(26).
      *                       UMG_USER_ID
           10 D67A-UMG-USER-ID     PIC X(50).
      *                       CMPNY_ID
           10 D67A-CMPNY-ID        PIC X(08).
      *                       CMPNY_USER_ID
           10 D67A-CMPNY-USER-ID   PIC X(10).
      *                       SIGNON_RSLT_CD
           10 D67A-SIGNON-RSLT-CD  PIC X(01).
              88 D67A-SIGNON-OK          VALUE 'S'.
              88 D67A-SIGNON-NEW-USER    VALUE 'N'.
              88 D67A-SIGNON-FAILED      VALUE 'F'.
      *                       FAIL_RSN_TX
           10 D67A-FAIL-RSN-TX     PIC X(50).
      *                       WRKSTN_NM
           10 D67A-WRKSTN-NM       PIC X(64).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM67-SIGNON-HIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
