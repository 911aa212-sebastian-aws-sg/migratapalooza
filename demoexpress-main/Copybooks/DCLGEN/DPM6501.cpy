      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM65_REFD_EXCP)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6501))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D65A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM65_REFD_EXCP TABLE
           ( EXCP_ID                         INTEGER NOT NULL,
             CMPNY_ID                        CHAR(8) NOT NULL,
             EXCP_TYPE_CD                    CHAR(1) NOT NULL,
             OUR_VALUE_TX                    CHAR(255) NOT NULL,
             GOLD_VALUE_TX                   CHAR(255) NOT NULL,
             EXCP_STAT_CD                    CHAR(1) NOT NULL,
             DTCT_TS                         TIMESTAMP NOT NULL,
             LAST_SEEN_TS                    TIMESTAMP NOT NULL,
             RSLV_USER_ID                    CHAR(10) NOT NULL,
             RSLV_TS                         TIMESTAMP NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM65_REFD_EXCP              *
      ******************************************************************
       01  DCLVDPM65-REFD-EXCP.
      *                       EXCP_ID
           10 D65A-EXCP-ID         PIC S9(9) USAGE COMP.
      *                       CMPNY_ID
           10 D65A-CMPNY-ID        PIC X(08).
      *                       EXCP_TYPE_CD
           10 D65A-EXCP-TYPE-CD    PIC X(01).
              88 D65A-EXCP-NAME          VALUE 'N'.
              88 D65A-EXCP-STATUS        VALUE 'S'.
              88 D65A-EXCP-EFFV-DATES    VALUE 'E'.
              88 D65A-EXCP-GOLDEN-ONLY   VALUE 'G'.
              88 D65A-EXCP-MASTER-ONLY   VALUE 'M'.
      *                       OUR_VALUE_TX
           10 D65A-OUR-VALUE-TX    PIC X(255).
      *                       GOLD_VALUE_TX
           10 D65A-GOLD-VALUE-TX   PIC X(255).
      *                       EXCP_STAT_CD
           10 D65A-EXCP-STAT-CD    PIC X(01).
              88 D65A-EXCP-OPEN          VALUE 'O'.
              88 D65A-EXCP-RESOLVED      VALUE 'R'.
              88 D65A-EXCP-IGNORED       VALUE 'I'.
              88 D65A-EXCP-CLEARED       VALUE 'C'.
      *                       DTCT_TS
           10 D65A-DTCT-TS         PIC X(26).
      *                       LAST_SEEN_TS
           10 D65A-LAST-SEEN-TS    PIC X(26).
      *                       RSLV_USER_ID
           10 D65A-RSLV-USER-ID    PIC X(10).
      *                       RSLV_TS
           10 D65A-RSLV-TS         PIC X(26).
      *                       ROW_UPDT_TS
           10 D65A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D65A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM65-REFD-EXCP.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
