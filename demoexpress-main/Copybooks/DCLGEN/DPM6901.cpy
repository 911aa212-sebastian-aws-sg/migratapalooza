      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM69_CMPNY_RLSHP_OWNR)                     *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6901))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D69A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM69_CMPNY_RLSHP_OWNR TABLE
           ( CMPNY_ID                        CHAR(8) NOT NULL,
             RLSHP_OWNR_USER_ID              CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM69_CMPNY_RLSHP_OWNR       *
      ******************************************************************
       01  DCLVDPM69-CMPNY-RLSHP-OWNR.
      *                       CMPNY_ID
           10 D69A-CMPNY-ID        PIC X(08).
      *                       RLSHP_OWNR_USER_ID
           10 D69A-RLSHP-OWNR-USER-ID
              PIC X(10).
      *                       ROW_UPDT_TS
           10 D69A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D69A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM69-CMPNY-RLSHP-OWNR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
