      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM90_ERR_INCDT)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM9001))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D090-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM90_ERR_INCDT TABLE
           ( INCDT_ID                        DECIMAL(18, 0) NOT NULL,
             PRGM_ID                         CHAR(8) NOT NULL,
             SQLCODE_NB                      DECIMAL(9, 0) NOT NULL,
             INCDT_STAT_CD                   CHAR(1) NOT NULL,
             FRST_DTCT_TS                    TIMESTAMP NOT NULL,
             LAST_DTCT_TS                    TIMESTAMP NOT NULL,
             DTCT_CNT                        INTEGER NOT NULL,
             PEAK_ERR_CNT                    INTEGER NOT NULL,
             CLOSE_TS                        TIMESTAMP,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM90_ERR_INCDT              *
      ******************************************************************
       01  DCLVDPM90-ERR-INCDT.
      *                       INCDT_ID
           10 D090-INCDT-ID        PIC S9(18)V USAGE COMP-3.
      *                       PRGM_ID
           10 D090-PRGM-ID         PIC X(8).
      *                       SQLCODE_NB
           10 D090-SQLCODE-NB      PIC S9(9) USAGE COMP-3.
      *                       INCDT_STAT_CD
           10 D090-INCDT-STAT-CD   PIC X(1).
              88 D090-INCDT-OPEN   VALUE 'O'.
              88 D090-INCDT-CLOSED VALUE 'C'.
      *                       FRST_DTCT_TS
           10 D090-FRST-DTCT-TS    PIC X(26).
      *                       LAST_DTCT_TS
           10 D090-LAST-DTCT-TS    PIC X(26).
      *                       DTCT_CNT
           10 D090-DTCT-CNT        PIC S9(9) USAGE COMP.
      *                       PEAK_ERR_CNT
           10 D090-PEAK-ERR-CNT    PIC S9(9) USAGE COMP.
      *                       CLOSE_TS
           10 D090-CLOSE-TS        PIC X(26).
      *                       ROW_UPDT_TS
           10 D090-ROW-UPDT-TS     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM90-ERR-INCDT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
