             NEW_SUBID                      CHAR(4) NOT NULL,
             EFFV_DT                        CHAR(8) NOT NULL,
             AUTH_USER_ID                   CHAR(8) NOT NULL,
             XFER_TS                        TIMESTAMP NOT NULL,
             XFER_TYPE_CD                   CHAR(1) NOT NULL
           ) END-EXEC.
      *-----------------------------------------------------------------
      *    COBOL DECLARATION FOR TABLE EMPHIST
           10 EHIST-EFFV-DT        PIC X(8).
           10 EHIST-AUTH-USER-ID   PIC X(8).
           10 EHIST-XFER-TS        PIC X(26).
           10 EHIST-XFER-TYPE-CD   PIC X(1).
               88 EHIST-TRANSFER           VALUE "T".
               88 EHIST-SEPARATION         VALUE "S".
