      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM83_OBLGN_RQRD_PRDCT)                     *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8301))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D83A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM83_OBLGN_RQRD_PRDCT TABLE
           ( OBLGN_ID                        INTEGER NOT NULL,
             ATTRB_PRDCT_ID                  CHAR(8) NOT NULL,
             ATTRB_SUB_PRDCT_ID              CHAR(8) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM83_OBLGN_RQRD_PRDCT       *
      ******************************************************************
       01  DCLVDPM83-OBLGN-RQRD-PRDCT.
      *                       OBLGN_ID
           10 D83A-OBLGN-ID        PIC S9(9) USAGE COMP.
      *                       ATTRB_PRDCT_ID
           10 D83A-ATTRB-PRDCT-ID  PIC X(08).
      *                       ATTRB_SUB_PRDCT_ID
           10 D83A-ATTRB-SUB-PRDCT-ID
              PIC X(08).
      *                       ROW_UPDT_TS
           10 D83A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D83A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM83-OBLGN-RQRD-PRDCT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
