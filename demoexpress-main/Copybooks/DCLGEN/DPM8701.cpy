      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM87_CYCLE_DT)                             *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8701))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D087-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM87_CYCLE_DT TABLE
           ( RGN_CD                          CHAR(8) NOT NULL,
             CRNT_CYCLE_DT                   DATE NOT NULL,
             PRIOR_CYCLE_DT                  DATE NOT NULL,
             ROLL_TS                         TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM87_CYCLE_DT               *
      ******************************************************************
       01  DCLVDPM87-CYCLE-DT.
      *                       RGN_CD
           10 D087-RGN-CD          PIC X(08).
      *                       CRNT_CYCLE_DT
           10 D087-CRNT-CYCLE-DT   PIC X(10).
      *                       PRIOR_CYCLE_DT
           10 D087-PRIOR-CYCLE-DT  PIC X(10).
      *                       ROLL_TS
           10 D087-ROLL-TS         PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D087-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM87-CYCLE-DT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
