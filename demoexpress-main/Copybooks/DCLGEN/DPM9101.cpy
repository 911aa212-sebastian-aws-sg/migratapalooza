      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM91_ENRL_RSN)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM9101))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D091-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM91_ENRL_RSN TABLE
           ( RSN_CD                          CHAR(4) NOT NULL,
             RSN_DS                          CHAR(60) NOT NULL,
             DENY_IN                         CHAR(1) NOT NULL,
             TRMN_IN                         CHAR(1) NOT NULL,
             WTHDR_IN                        CHAR(1) NOT NULL,
             ACTV_IN                         CHAR(1) NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM91_ENRL_RSN               *
      ******************************************************************
       01  DCLVDPM91-ENRL-RSN.
      *                       RSN_CD
           10 D091-RSN-CD          PIC X(4).
      *                       RSN_DS
           10 D091-RSN-DS          PIC X(60).
      *                       DENY_IN
           10 D091-DENY-IN         PIC X(1).
              88 D091-DENY-ALLOWED VALUE 'Y'.
      *                       TRMN_IN
           10 D091-TRMN-IN         PIC X(1).
              88 D091-TRMN-ALLOWED VALUE 'Y'.
      *                       WTHDR_IN
           10 D091-WTHDR-IN        PIC X(1).
              88 D091-WTHDR-ALLOWED
                                   VALUE 'Y'.
      *                       ACTV_IN
           10 D091-ACTV-IN         PIC X(1).
              88 D091-RSN-ACTIVE   VALUE 'Y'.
      *                       ROW_UPDT_USER_ID
           10 D091-ROW-UPDT-USER-ID
                                   PIC X(10).
      *                       ROW_UPDT_TS
           10 D091-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM91-ENRL-RSN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
