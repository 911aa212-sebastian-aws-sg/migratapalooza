      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM86_NEG_PLYBK)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8601))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D086-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM86_NEG_PLYBK TABLE
           ( DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             ATTRB_ID                        CHAR(8) NOT NULL,
             PSTN_SQ                         SMALLINT NOT NULL,
             PSTN_VALUE_TX                   CHAR(150) NOT NULL,
             CMPR_TYPE_CD                    CHAR(1) NOT NULL,
             APRVL_LVL_NB                    SMALLINT NOT NULL,
             PSTN_STAT_CD                    CHAR(1) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM86_NEG_PLYBK              *
      ******************************************************************
       01  DCLVDPM86-NEG-PLYBK.
      *                       DELR_CMPNY_ID
           10 D086-DELR-CMPNY-ID   PIC X(08).
      *                       ATTRB_ID
           10 D086-ATTRB-ID        PIC X(08).
      *                       PSTN_SQ
           10 D086-PSTN-SQ         PIC S9(4) USAGE COMP.
              88 D086-PSTN-PREFERRED     VALUE 1.
              88 D086-PSTN-FALLBACK-1    VALUE 2.
              88 D086-PSTN-FALLBACK-2    VALUE 3.
              88 D086-PSTN-WALK-AWAY     VALUE 4.
      *                       PSTN_VALUE_TX
           10 D086-PSTN-VALUE-TX   PIC X(150).
      *                       CMPR_TYPE_CD
           10 D086-CMPR-TYPE-CD    PIC X(01).
              88 D086-CMPR-NUMERIC       VALUE 'N'.
              88 D086-CMPR-CHAR          VALUE 'C'.
      *                       APRVL_LVL_NB
           10 D086-APRVL-LVL-NB    PIC S9(4) USAGE COMP.
      *                       PSTN_STAT_CD
           10 D086-PSTN-STAT-CD    PIC X(01).
              88 D086-PSTN-ACTIVE        VALUE 'A'.
              88 D086-PSTN-RETIRED       VALUE 'R'.
      *                       ROW_UPDT_TS
           10 D086-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D086-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM86-NEG-PLYBK.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
