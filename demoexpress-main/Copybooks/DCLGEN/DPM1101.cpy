             CLNT_CMPNY_ID                  CHAR(8) NOT NULL,
             ROW_UPDT_TS                    TIMESTAMP NOT NULL,
             ROW_UPDT_USER_ID               CHAR(10) NOT NULL,
             CMNT_TX                        VARCHAR(32000) NOT NULL,
             CMNT_VSBL_CD                   CHAR(1) NOT NULL,
             POST_CMPNY_ID                  CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM11_MCA_CMNT               *
      *                       CMNT_TX
              49 D011-CMNT-TX-TEXT
                 PIC X(32000).
      *                       CMNT_VSBL_CD
           10 D011-CMNT-VSBL-CD    PIC X(1).
              88 D011-CMNT-SHARED      VALUE 'S'.
              88 D011-CMNT-INTERNAL    VALUE 'I'.
      *                       POST_CMPNY_ID
           10 D011-POST-CMPNY-ID   PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM11-MCA-CMNT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
