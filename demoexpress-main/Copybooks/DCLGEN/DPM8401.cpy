      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM84_OBLGN_DELR_STAT)                      *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8401))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D84A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM84_OBLGN_DELR_STAT TABLE
           ( OBLGN_ID                        INTEGER NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             ATTRB_PRDCT_ID                  CHAR(8) NOT NULL,
             ATTRB_SUB_PRDCT_ID              CHAR(8) NOT NULL,
             CVRG_STAT_CD                    CHAR(1) NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             RAG_CD                          CHAR(1) NOT NULL,
             CHCK_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM84_OBLGN_DELR_STAT        *
      ******************************************************************
       01  DCLVDPM84-OBLGN-DELR-STAT.
      *                       OBLGN_ID
           10 D84A-OBLGN-ID        PIC S9(9) USAGE COMP.
      *                       DELR_CMPNY_ID
           10 D84A-DELR-CMPNY-ID   PIC X(08).
      *                       ATTRB_PRDCT_ID
           10 D84A-ATTRB-PRDCT-ID  PIC X(08).
      *                       ATTRB_SUB_PRDCT_ID
           10 D84A-ATTRB-SUB-PRDCT-ID
              PIC X(08).
      *                       CVRG_STAT_CD
           10 D84A-CVRG-STAT-CD    PIC X(01).
              88 D84A-CVRG-EXECUTED      VALUE 'E'.
              88 D84A-CVRG-IN-PROGRESS   VALUE 'P'.
              88 D84A-CVRG-NONE          VALUE 'N'.
      *                       MCA_TMPLT_ID
           10 D84A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       RAG_CD
           10 D84A-RAG-CD          PIC X(01).
              88 D84A-RAG-GREEN          VALUE 'G'.
              88 D84A-RAG-AMBER          VALUE 'A'.
              88 D84A-RAG-RED            VALUE 'R'.
      *                       CHCK_TS
           10 D84A-CHCK-TS         PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM84-OBLGN-DELR-STAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
