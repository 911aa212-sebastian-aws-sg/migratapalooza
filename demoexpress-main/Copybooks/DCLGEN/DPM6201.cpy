      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM62_TERM_XRULE)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6201))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D62A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM62_TERM_XRULE TABLE
           ( XRULE_ID                        CHAR(8) NOT NULL,
             LEFT_ATTRB_ID                   CHAR(8) NOT NULL,
             OPRTR_CD                        CHAR(2) NOT NULL,
             RIGHT_ATTRB_ID                  CHAR(8) NOT NULL,
             CMPR_TYPE_CD                    CHAR(1) NOT NULL,
             XRULE_DS                        CHAR(40) NOT NULL,
             XRULE_STAT_CD                   CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM62_TERM_XRULE             *
      ******************************************************************
       01  DCLVDPM62-TERM-XRULE.
      *                       XRULE_ID
           10 D62A-XRULE-ID        PIC X(08).
      *                       LEFT_ATTRB_ID
           10 D62A-LEFT-ATTRB-ID   PIC X(08).
      *                       OPRTR_CD
           10 D62A-OPRTR-CD        PIC X(02).
              88 D62A-OPRTR-LT           VALUE 'LT'.
              88 D62A-OPRTR-LE           VALUE 'LE'.
              88 D62A-OPRTR-GT           VALUE 'GT'.
              88 D62A-OPRTR-GE           VALUE 'GE'.
              88 D62A-OPRTR-EQ           VALUE 'EQ'.
              88 D62A-OPRTR-NE           VALUE 'NE'.
      *                       RIGHT_ATTRB_ID
           10 D62A-RIGHT-ATTRB-ID  PIC X(08).
      *                       CMPR_TYPE_CD
           10 D62A-CMPR-TYPE-CD    PIC X(01).
              88 D62A-CMPR-NUMERIC       VALUE 'N'.
              88 D62A-CMPR-DATE          VALUE 'D'.
              88 D62A-CMPR-CHAR          VALUE 'C'.
      *                       XRULE_DS
           10 D62A-XRULE-DS        PIC X(40).
      *                       XRULE_STAT_CD
           10 D62A-XRULE-STAT-CD   PIC X(01).
              88 D62A-XRULE-ACTIVE       VALUE 'A'.
              88 D62A-XRULE-RETIRED      VALUE 'R'.
      *                       ROW_UPDT_TS
           10 D62A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D62A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM62-TERM-XRULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
