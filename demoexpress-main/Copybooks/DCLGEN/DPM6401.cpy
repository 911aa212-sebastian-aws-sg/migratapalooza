      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM64_CLTRL_SENT)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM6401))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D64A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM64_CLTRL_SENT TABLE
           ( MCA_TMPLT_ID                    INTEGER NOT NULL,
             ATTRB_TERM_ID                   CHAR(8) NOT NULL,
             SENT_VALUE_TX                   CHAR(150) NOT NULL,
             SENT_AMND_ID                    DECIMAL(18,0) NOT NULL,
             LAST_SEND_TS                    TIMESTAMP NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM64_CLTRL_SENT             *
      ******************************************************************
       01  DCLVDPM64-CLTRL-SENT.
      *                       MCA_TMPLT_ID
           10 D64A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       ATTRB_TERM_ID
           10 D64A-ATTRB-TERM-ID   PIC X(08).
      *                       SENT_VALUE_TX
           10 D64A-SENT-VALUE-TX   PIC X(150).
      *                       SENT_AMND_ID
           10 D64A-SENT-AMND-ID    PIC S9(18)V USAGE COMP-3.
      *                       LAST_SEND_TS
           10 D64A-LAST-SEND-TS    PIC X(26).
      *                       ROW_UPDT_TS
           10 D64A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D64A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM64-CLTRL-SENT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
