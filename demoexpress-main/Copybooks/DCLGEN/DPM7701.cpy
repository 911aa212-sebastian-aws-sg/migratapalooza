      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM77_USER_FEED_SEEN)                       *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM7701))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D77A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM77_USER_FEED_SEEN TABLE
           ( CMPNY_USER_ID                   CHAR(10) NOT NULL,
             SEEN_TS                         TIMESTAMP NOT NULL,
             ROW_UPDT_TS                     TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM77_USER_FEED_SEEN         *
      ******************************************************************
       01  DCLVDPM77-USER-FEED-SEEN.
      *                       CMPNY_USER_ID
           10 D77A-CMPNY-USER-ID   PIC X(10).
      *                       SEEN_TS
           10 D77A-SEEN-TS         PIC X(26).
      *                       ROW_UPDT_TS
           10 D77A-ROW-UPDT-TS     PIC X(26).
      *                       ROW_UPDT_USER_ID
           10 D77A-ROW-UPDT-USER-ID
              PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM77-USER-FEED-SEEN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
