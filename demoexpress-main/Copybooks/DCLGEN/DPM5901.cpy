      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM59_CMPNY_HIST)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM5901))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D59A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM59_CMPNY_HIST TABLE
           ( CMPNY_ID                        CHAR(8) NOT NULL,
             CMPNY_CHG_ID                    INTEGER NOT NULL,
             COL_NM                          CHAR(30) NOT NULL,
             OLD_VALUE_TX                    CHAR(200) NOT NULL,
             NEW_VALUE_TX                    CHAR(200) NOT NULL,
             MAKER_USER_ID                   CHAR(10) NOT NULL,
             CHKR_USER_ID                    CHAR(10) NOT NULL,
             CHG_TS                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM59_CMPNY_HIST             *
      ******************************************************************
       01  DCLVDPM59-CMPNY-HIST.
      *                       CMPNY_ID
           10 D59A-CMPNY-ID        PIC X(08).
      *                       CMPNY_CHG_ID
           10 D59A-CMPNY-CHG-ID    PIC S9(9) USAGE COMP.
      *                       COL_NM
           10 D59A-COL-NM          PIC X(30).
      *                       OLD_VALUE_TX
           10 D59A-OLD-VALUE-TX    PIC X(200).
      *                       NEW_VALUE_TX
           10 D59A-NEW-VALUE-TX    PIC X(200).
      *                       MAKER_USER_ID
           10 D59A-MAKER-USER-ID   PIC X(10).
      *                       CHKR_USER_ID
           10 D59A-CHKR-USER-ID    PIC X(10).
      *                       CHG_TS
           10 D59A-CHG-TS          PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM59-CMPNY-HIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
