      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM86_NEG_ATHRTY)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8602))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D86A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM86_NEG_ATHRTY TABLE
           ( CMPNY_ID                        CHAR(8) NOT NULL,
             CMPNY_USER_ID                   CHAR(10) NOT NULL,
             ATHRTY_LVL_NB                   SMALLINT NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM86_NEG_ATHRTY             *
      ******************************************************************
       01  DCLVDPM86-NEG-ATHRTY.
      *                       CMPNY_ID
           10 D86A-CMPNY-ID        PIC X(08).
      *                       CMPNY_USER_ID
           10 D86A-CMPNY-USER-ID   PIC X(10).
      *                       ATHRTY_LVL_NB
           10 D86A-ATHRTY-LVL-NB   PIC S9(4) USAGE COMP.
      *                       ROW_UPDT_TS
           10 D86A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D86A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM86-NEG-ATHRTY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
