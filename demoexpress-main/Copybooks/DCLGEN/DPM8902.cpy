      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM89_MAINT_FUNC)                           *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM8902))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D89F-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM89_MAINT_FUNC TABLE
           ( RGN_CD                          CHAR(8) NOT NULL,
             PRGM_ID                         CHAR(8) NOT NULL,
             FUNC_CD                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM89_MAINT_FUNC             *
      ******************************************************************
       01  DCLVDPM89-MAINT-FUNC.
      *                       RGN_CD
           10 D89F-RGN-CD          PIC X(08).
      *                       PRGM_ID
           10 D89F-PRGM-ID         PIC X(08).
      *                       FUNC_CD
           10 D89F-FUNC-CD         PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM89-MAINT-FUNC.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
