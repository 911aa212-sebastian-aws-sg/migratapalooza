      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM86_NEG_CNCSN)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8603))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D86C-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM86_NEG_CNCSN TABLE
           ( MCA_AMND_ID                     DECIMAL(18, 0) NOT NULL,
             MCA_TMPLT_ID                    INTEGER NOT NULL,
             DELR_CMPNY_ID                   CHAR(8) NOT NULL,
             ATTRB_ID                        CHAR(8) NOT NULL,
             CMPNY_USER_ID                   CHAR(10) NOT NULL,
             PSTN_SQ                         SMALLINT NOT NULL,
             APRVL_LVL_NB                    SMALLINT NOT NULL,
             APRVL_RQRD_IN                   CHAR(1) NOT NULL,
             VALUE_TX                        CHAR(150) NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM86_NEG_CNCSN              *
      ******************************************************************
       01  DCLVDPM86-NEG-CNCSN.
      *                       MCA_AMND_ID
           10 D86C-MCA-AMND-ID     PIC S9(18)V USAGE COMP-3.
      *                       MCA_TMPLT_ID
           10 D86C-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       DELR_CMPNY_ID
           10 D86C-DELR-CMPNY-ID   PIC X(08).
      *                       ATTRB_ID
           10 D86C-ATTRB-ID        PIC X(08).
      *                       CMPNY_USER_ID
           10 D86C-CMPNY-USER-ID   PIC X(10).
      *                       PSTN_SQ
      *                       1-4 = PLAYBOOK POSITION REACHED
      *                       9   = OFF THE PLAYBOOK / PAST WALK-AWAY
           10 D86C-PSTN-SQ         PIC S9(4) USAGE COMP.
              88 D86C-PSTN-OFF-PLYBK     VALUE 9.
      *                       APRVL_LVL_NB
           10 D86C-APRVL-LVL-NB    PIC S9(4) USAGE COMP.
      *                       APRVL_RQRD_IN
           10 D86C-APRVL-RQRD-IN   PIC X(01).
              88 D86C-ROUTED-FOR-APRVL   VALUE 'Y'.
              88 D86C-WITHIN-ATHRTY      VALUE 'N'.
      *                       VALUE_TX
           10 D86C-VALUE-TX        PIC X(150).
      *                       ROW_UPDT_TS
           10 D86C-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM86-NEG-CNCSN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
