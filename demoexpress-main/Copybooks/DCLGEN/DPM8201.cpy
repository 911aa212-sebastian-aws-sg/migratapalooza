      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM82_CLNT_RGLTY_OBLGN)                     *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8201))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D82A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM82_CLNT_RGLTY_OBLGN TABLE
           ( OBLGN_ID                        INTEGER NOT NULL,
             CLNT_CMPNY_ID                   CHAR(8) NOT NULL,
             RGME_CD                         CHAR(8) NOT NULL,
             RGME_DESC_TX                    CHAR(60) NOT NULL,
             CMPLNC_DT                       DATE NOT NULL,
             OBLGN_STAT_CD                   CHAR(1) NOT NULL,
             RAG_CD                          CHAR(1) NOT NULL,
             BDAYS_LEFT                      SMALLINT NOT NULL,
             DELR_CNT                        INTEGER NOT NULL,
             RQRD_CNT                        INTEGER NOT NULL,
             MET_CNT                         INTEGER NOT NULL,
             LAST_CHCK_TS                    TIMESTAMP NOT NULL,
             ROW_CRTD_TS                     TIMESTAMP NOT NULL,
             ROW_CRTD_USER_ID                CHAR(10) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM82_CLNT_RGLTY_OBLGN       *
      ******************************************************************
       01  DCLVDPM82-CLNT-RGLTY-OBLGN.
      *                       OBLGN_ID
           10 D82A-OBLGN-ID        PIC S9(9) USAGE COMP.
      *                       CLNT_CMPNY_ID
           10 D82A-CLNT-CMPNY-ID   PIC X(08).
      *                       RGME_CD
           10 D82A-RGME-CD         PIC X(08).
      *                       RGME_DESC_TX
           10 D82A-RGME-DESC-TX    PIC X(60).
      *                       CMPLNC_DT
           10 D82A-CMPLNC-DT       PIC X(10).
      *                       OBLGN_STAT_CD
           10 D82A-OBLGN-STAT-CD   PIC X(01).
              88 D82A-OBLGN-ACTIVE       VALUE 'A'.
              88 D82A-OBLGN-CANCELLED    VALUE 'C'.
      *                       RAG_CD
           10 D82A-RAG-CD          PIC X(01).
              88 D82A-RAG-GREEN          VALUE 'G'.
              88 D82A-RAG-AMBER          VALUE 'A'.
              88 D82A-RAG-RED            VALUE 'R'.
              88 D82A-RAG-NOT-CHECKED    VALUE ' '.
      *                       BDAYS_LEFT
           10 D82A-BDAYS-LEFT      PIC S9(4) USAGE COMP.
      *                       DELR_CNT
           10 D82A-DELR-CNT        PIC S9(9) USAGE COMP.
      *                       RQRD_CNT
           10 D82A-RQRD-CNT        PIC S9(9) USAGE COMP.
      *                       MET_CNT
           10 D82A-MET-CNT         PIC S9(9) USAGE COMP.
      *                       LAST_CHCK_TS
           10 D82A-LAST-CHCK-TS    PIC X(26).
      *                       ROW_CRTD_TS
           10 D82A-ROW-CRTD-TS     PIC X(26).
      *                       ROW_CRTD_USER_ID
           10 D82A-ROW-CRTD-USER-ID
              PIC X(10).
      *                       ROW_UPDT_TS
           10 D82A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D82A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM82-CLNT-RGLTY-OBLGN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 16 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
