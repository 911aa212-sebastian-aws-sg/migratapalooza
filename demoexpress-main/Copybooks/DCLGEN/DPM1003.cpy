      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM10_CTGRY_LOCK)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM1003))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D10C-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM10_CTGRY_LOCK TABLE
           ( MCA_TMPLT_ID                    INTEGER NOT NULL,
             ATTRB_CTGRY_ID                  CHAR(8) NOT NULL,
             CMPNY_ID                        CHAR(8) NOT NULL,
             CMPNY_USER_ID                   CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM10_CTGRY_LOCK             *
      ******************************************************************
       01  DCLVDPM10-CTGRY-LOCK.
      *                       MCA_TMPLT_ID
           10 D10C-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       ATTRB_CTGRY_ID
           10 D10C-ATTRB-CTGRY-ID  PIC X(08).
      *                       CMPNY_ID
           10 D10C-CMPNY-ID        PIC X(08).
      *                       CMPNY_USER_ID
           10 D10C-CMPNY-USER-ID   PIC X(10).
      *                       ROW_UPDT_TS
           10 D10C-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM10-CTGRY-LOCK.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
