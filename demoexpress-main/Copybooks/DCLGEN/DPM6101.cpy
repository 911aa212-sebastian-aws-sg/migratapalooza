      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM61_CMPNY_LEI)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6101))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D61A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM61_CMPNY_LEI TABLE
           ( CMPNY_ID                        CHAR(8) NOT NULL,
             LEI_ID                          CHAR(20) NOT NULL,
             LEI_STAT_CD                     CHAR(1) NOT NULL,
             GLEIF_LGL_NM                    CHAR(200) NOT NULL,
             GLEIF_RGSTN_STAT_TX             CHAR(20) NOT NULL,
             SCSR_LEI_ID                     CHAR(20) NOT NULL,
             NM_MTCH_IN                      CHAR(1) NOT NULL,
             RCNCL_TS                        TIMESTAMP NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM61_CMPNY_LEI              *
      ******************************************************************
       01  DCLVDPM61-CMPNY-LEI.
      *                       CMPNY_ID
           10 D61A-CMPNY-ID        PIC X(08).
      *                       LEI_ID
           10 D61A-LEI-ID          PIC X(20).
      *                       LEI_STAT_CD
           10 D61A-LEI-STAT-CD     PIC X(01).
              88 D61A-LEI-UNRECONCILED   VALUE 'U'.
              88 D61A-LEI-ISSUED         VALUE 'I'.
              88 D61A-LEI-LAPSED         VALUE 'L'.
              88 D61A-LEI-RETIRED        VALUE 'R'.
              88 D61A-LEI-MERGED         VALUE 'M'.
              88 D61A-LEI-NOT-IN-GLEIF   VALUE 'N'.
      *                       GLEIF_LGL_NM
           10 D61A-GLEIF-LGL-NM    PIC X(200).
      *                       GLEIF_RGSTN_STAT_TX
           10 D61A-GLEIF-RGSTN-STAT-TX
              PIC X(20).
      *                       SCSR_LEI_ID
           10 D61A-SCSR-LEI-ID     PIC X(20).
      *                       NM_MTCH_IN
           10 D61A-NM-MTCH-IN      PIC X(01).
              88 D61A-NAME-MATCHES       VALUE 'Y'.
              88 D61A-NAME-MISMATCH      VALUE 'N'.
      *                       RCNCL_TS
           10 D61A-RCNCL-TS        PIC X(26).
      *                       ROW_UPDT_TS
           10 D61A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D61A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM61-CMPNY-LEI.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
