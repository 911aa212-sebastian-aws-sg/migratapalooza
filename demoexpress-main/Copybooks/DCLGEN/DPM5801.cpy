      ******************************************************************
      * DCLGEN TABLE(NSCC.VDPM58_CMPNY_CHG)                            *
      *        LIBRARY(DB2T.DCLGEN.TEST.NSCC.COBCOPY(DPM5801))         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(D58A-)                                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NSCC.VDPM58_CMPNY_CHG TABLE
           ( CMPNY_CHG_ID                    INTEGER NOT NULL,
             CMPNY_ID                        CHAR(8) NOT NULL,
             CHG_STAT_CD                     CHAR(1) NOT NULL,
             CMPNY_TYPE_CD                   CHAR(1) NOT NULL,
             CMPNY_GROUP_CD                  CHAR(1) NOT NULL,
             CMPNY_PRMRY_CNTCT_NM            CHAR(200) NOT NULL,
             CMPNY_SCNDY_CNTCT_NM            CHAR(200) NOT NULL,
             CMPNY_PRMRY_PHONE_NB            CHAR(20) NOT NULL,
             CMPNY_SCNDY_PHONE_NB            CHAR(20) NOT NULL,
             CMPNY_PRMRY_EMAIL_ID            CHAR(100) NOT NULL,
             CMPNY_SCNDY_EMAIL_ID            CHAR(100) NOT NULL,
             CMPNY_LANG_CD                   CHAR(2) NOT NULL,
             EFFV_START_DT                   DATE NOT NULL,
             EFFV_END_DT                     DATE NOT NULL,
             BASE_ROW_UPDT_TS                TIMESTAMP NOT NULL,
             MAKER_USER_ID                   CHAR(10) NOT NULL,
             MAKER_TS                        TIMESTAMP NOT NULL,
             CHKR_USER_ID                    CHAR(10) NOT NULL,
             CHKR_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM58_CMPNY_CHG              *
      ******************************************************************
       01  DCLVDPM58-CMPNY-CHG.
      *                       CMPNY_CHG_ID
           10 D58A-CMPNY-CHG-ID    PIC S9(9) USAGE COMP.
      *                       CMPNY_ID
           10 D58A-CMPNY-ID        PIC X(08).
      *                       CHG_STAT_CD
           10 D58A-CHG-STAT-CD     PIC X(01).
              88 D58A-CHG-PENDING        VALUE 'P'.
              88 D58A-CHG-APPROVED       VALUE 'A'.
              88 D58A-CHG-REJECTED       VALUE 'R'.
      *                       CMPNY_TYPE_CD
           10 D58A-CMPNY-TYPE-CD   PIC X(01).
      *                       CMPNY_GROUP_CD
           10 D58A-CMPNY-GROUP-CD  PIC X(01).
      *                       CMPNY_PRMRY_CNTCT_NM
           10 D58A-CMPNY-PRMRY-CNTCT-NM
              PIC X(200).
      *                       CMPNY_SCNDY_CNTCT_NM
           10 D58A-CMPNY-SCNDY-CNTCT-NM
              PIC X(200).
      *                       CMPNY_PRMRY_PHONE_NB
           10 D58A-CMPNY-PRMRY-PHONE-NB
              PIC X(20).
      *                       CMPNY_SCNDY_PHONE_NB
           10 D58A-CMPNY-SCNDY-PHONE-NB
              PIC X(20).
      *                       CMPNY_PRMRY_EMAIL_ID
           10 D58A-CMPNY-PRMRY-EMAIL-ID
              PIC X(100).
      *                       CMPNY_SCNDY_EMAIL_ID
           10 D58A-CMPNY-SCNDY-EMAIL-ID
              PIC X(100).
      *                       CMPNY_LANG_CD
           10 D58A-CMPNY-LANG-CD   PIC X(02).
      *                       EFFV_START_DT
           10 D58A-EFFV-START-DT   PIC X(10).
      *                       EFFV_END_DT
           10 D58A-EFFV-END-DT     PIC X(10).
      *                       BASE_ROW_UPDT_TS
           10 D58A-BASE-ROW-UPDT-TS
              PIC X(26).
      *                       MAKER_USER_ID
           10 D58A-MAKER-USER-ID   PIC X(10).
      *                       MAKER_TS
           10 D58A-MAKER-TS        PIC X(26).
      *                       CHKR_USER_ID
           10 D58A-CHKR-USER-ID    PIC X(10).
      *                       CHKR_TS
           10 D58A-CHKR-TS         PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM58-CMPNY-CHG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 19 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
