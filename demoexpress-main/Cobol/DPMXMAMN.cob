      * VDPM11_MCA_CMNT           - THIS TABLE CONTAINS THE COMMENT    *00300000
      *                             DETAILS FOR AMENDMENT              *00310000
      * VDTM54_DEBUG_CNTRL        - DEBUG CONTROL TABLE                *00300000
      * VDPM72_AMND_SCHD          - FUTURE-DATED AMENDMENTS HELD FOR   *
      *                             THE NIGHTLY POSTING RUN            *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*00350000
      * INCLUDES:                                                      *00360000
      * DPM1801  - DCLGEN COPYBOOK FOR VDPM18_MCA_LINK  TABLE          *00380000
      * DPM1901  - DCLGEN COPYBOOK FOR VDPM19_LINK_WORK TABLE          *00380000
      * DTM5401  - DCLGEN FOR DISPLAY CONTROL TABLE                    *00380000
      * DPM7201  - DCLGEN COPYBOOK FOR VDPM72_AMND_SCHD TABLE          *
      *----------------------------------------------------------------*00610000
      * COPYBOOKS:                                                     *00580000
      * ---------                                                      *00590000
      * WHOSE ROLES DO NOT PERMIT AMENDING GETS SP55 AND THE AU       *
      * DENY REASON CODE.                                             *
      *                                                               *
      * 10/15/2026        03.00     COGNIZANT                        *
      * DPMXDUPL PASS AREA CARRIES THE NEW DOCUMENT KIND; AMENDMENT   *
      * DOCUMENTS GO IN UNTAGGED (BLANK).                             *
      *                                                               *
      * 10/15/2026        04.00     COGNIZANT                        *
      * DPMXDUPL PASS AREA CARRIES THE NEW DOCUMENT EXPIRY DATE;      *
      * AMENDMENT DOCUMENTS GO IN WITH NO EXPIRY (BLANK).             *
      *                                                               *
      * 10/15/2026        05.00     COGNIZANT                        *
      * NEW TRAILING LS-EFF-DT PARAMETER.  BLANK, TODAY OR EARLIER    *
      * POSTS AS BEFORE; A LATER DATE IS HELD ON VDPM72_AMND_SCHD     *
      * (1150-SCHEDULE-AMENDMENT) AS PENDING EFFECTIVE AND POSTED BY  *
      * THE NIGHTLY DPMXAPST RUN.  DOCUMENTS CANNOT BE FUTURE DATED.  *
      *                                                               *
      * 10/15/2026        06.00     COGNIZANT                        *
      * NEW TRAILING LS-CMNT-VSBL-CD PARAMETER.  A COMMENT IS POSTED  *
      * SHARED ('S' OR BLANK) OR AS AN INTERNAL NOTE ('I') SEEN ONLY  *
      * BY THE POSTER'S COMPANY; 9030-COMMENT-INSERT RECORDS THE      *
      * POSTER'S COMPANY.  AN INTERNAL NOTE CANNOT BE FUTURE DATED.   *
      *                                                               *
      * 10/15/2026        07.00     COGNIZANT                         *
      * 1055-CHECK-MAINT-MODE REFUSES EVERY FUNCTION WITH SP66 AND    *
      * THE FREEZE MESSAGE WHILE THE REGION IS FROZEN FOR MAINTENANCE *
      * (DPMXMNTM, SET BY DPMXMNTS).  USERS PERMITTED DPMXAUTH 'M'    *
      * MAY WORK THROUGH THE FREEZE.                                  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
              88 WS-AUTH-ALLOWED           VALUE 'Y'.
           05 WS-AUTH-DENY-RC              PIC X(04).
           05 WS-AUTH-SQLCODE              PIC S9(9) COMP.
       01  WS-MNTM-PROGRAM                 PIC X(08) VALUE 'DPMXMNTM'.
       01  WS-MNTM-PASS-AREA.
           05 WS-MNTM-USER-ID              PIC X(10).
           05 WS-MNTM-PRGM-ID              PIC X(08).
           05 WS-MNTM-FUNC-CD              PIC X(01).
           05 WS-MNTM-FROZEN-IN            PIC X(01).
              88 WS-MNTM-FROZEN            VALUE 'Y'.
           05 WS-MNTM-MSG-TX               PIC X(80).
           05 WS-MNTM-SQLCODE              PIC S9(9) COMP.
       01  WS-VARIABLES.
             05  WS-TEMPLATE-ID            PIC S9(09) COMP
                                                     VALUE ZEROES.
                 VALUE 'INVALID CATEGORY AND TERM DETAILS PASSED'.      00560100
             05  WS-DATABASE-ERROR         PIC X(50)                    00560100
                 VALUE 'DATABASE ERROR OCCURRED. PLEASE CONTACT DTCC'.  00560100
             05  WS-INVALID-EFF-DT         PIC X(50)
                 VALUE 'INVALID EFFECTIVE DATE'.
             05  WS-NO-DOC-SCHEDULE        PIC X(50)
                 VALUE 'A DOCUMENT AMENDMENT CANNOT BE FUTURE DATED'.
             05  WS-AMND-SCHEDULED         PIC X(50)
                 VALUE 'AMENDMENT SCHEDULED - EFFECTIVE'.
             05  WS-INVALID-VSBL-CD        PIC X(50)
                 VALUE 'INVALID COMMENT VISIBILITY'.
             05  WS-NO-NOTE-SCHEDULE       PIC X(50)
                 VALUE 'AN INTERNAL NOTE CANNOT BE FUTURE DATED'.
             05  WS-NO-POSTER-CMPNY        PIC X(50)
                 VALUE 'USER HAS NO COMPANY - INTERNAL NOTE REFUSED'.

       01 WS-PASS-AREA.
             05 WS-IN-CMPNY-ID             PIC X(8).
                                           TYPE IS BLOB(2097152).
             05 WS-O-DOC-ID                PIC S9(18)V COMP-3.
             05 WS-OUT-SQLCODE             PIC +(9)9.
             05 WS-IN-DOC-KIND-CD          PIC X(4).
             05 WS-IN-DOC-EXPRY-DT         PIC X(10).

       01  WS-DOCUMENT  USAGE IS SQL TYPE IS BLOB(2097152).

                INCLUDE DTM5401
           END-EXEC.

           EXEC SQL
                INCLUDE DPM7201
           END-EXEC.

       01  WS-TWAL-OLD-VALUE               PIC X(100) VALUE SPACES.
       01  WS-TWAL-PROGRAM                 PIC X(08) VALUE 'DPMXTWAL'.
       01  WS-TWAL-PASS-AREA.
           05 WS-TWAL-ALERT-CNT            PIC S9(4) COMP.
           05 WS-TWAL-SQLCODE              PIC S9(9) COMP.

       01  WS-SCHD-VARIABLES.
           05 WS-EFF-DT                    PIC X(10) VALUE SPACES.
           05 WS-EFF-DAYS                  PIC S9(9) COMP VALUE ZEROES.
           05 WS-SCHD-SW                   PIC X(01) VALUE 'N'.
              88 SCHEDULE-AMND             VALUE 'Y'.
              88 POST-AMND-NOW             VALUE 'N'.
           05 WS-LOW-TS                    PIC X(26)
              VALUE '0001-01-01-00.00.00.000000'.

       01  WS-CMNT-VSBL-CD                 PIC X(01) VALUE 'S'.
           88 CMNT-SHARED                  VALUE 'S'.
           88 CMNT-INTERNAL                VALUE 'I'.
       01  WS-POST-CMPNY-ID                PIC X(08) VALUE SPACES.

      ******************************************************************
      * DB2 STANDARD COPYBOOK WITH FORMATTED DISPLAY SQLCA
      * THIS MUST REMAIN AS THE LAST ENTRY IN WORKING STORAGE
       01  LS-VALUE-ID                     PIC S9(18) COMP-3.
       01  LS-DOC-DEL-IND                  PIC X(01).
       01  LS-DOCUMENT USAGE IS SQL TYPE IS BLOB(2097152).
       01  LS-EFF-DT                       PIC X(10).
       01  LS-CMNT-VSBL-CD                 PIC X(01).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-AMND-ID,
                                 LS-VALUE-ID,
                                 LS-DOC-DEL-IND,
                                 LS-DOCUMENT,
                                 LS-EFF-DT,
                                 LS-CMNT-VSBL-CD.

      *---------*
       1000-MAIN.

           PERFORM 1000-INIT-AND-CHECK-PARMS

           PERFORM 1090-CHECK-VISIBILITY

           PERFORM 1100-CHECK-EFFECTIVE-DATE

           IF SCHEDULE-AMND
              PERFORM 1150-SCHEDULE-AMENDMENT
              PERFORM 9990-GOBACK
           END-IF

           PERFORM 1900-CAPTURE-OLD-VALUE

           PERFORM 2000-UPDATE-AMNDT-VALUE
           END-IF

           PERFORM 1050-CHECK-AUTHORITY
           PERFORM 1055-CHECK-MAINT-MODE
           .
      *---------------------*
       1050-CHECK-AUTHORITY.
              PERFORM 9990-GOBACK
           END-IF
           .
      *---------------------*
       1055-CHECK-MAINT-MODE.
      *---------------------*
      * WHILE THE REGION IS FROZEN FOR MAINTENANCE (DPMXMNTS) THE
      * UPDATE IS REFUSED WITH SP66 AND THE FREEZE'S USER MESSAGE,
      * UNLESS THE USER MAY WORK THROUGH IT (DPMXMNTM).

           MOVE '1055-CHECK-MAINT-MODE'     TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-MNTM-USER-ID
           MOVE WS-PROGRAM                  TO WS-MNTM-PRGM-ID
           MOVE WS-FUNC-FLAG                TO WS-MNTM-FUNC-CD

           CALL WS-MNTM-PROGRAM USING WS-MNTM-PASS-AREA

           IF WS-MNTM-FROZEN
              MOVE WS-MNTM-MSG-TX           TO LS-SP-ERROR-AREA
              MOVE 'SP66'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       1100-CHECK-EFFECTIVE-DATE.
      *--------------------------*
      * AN AMENDMENT EFFECTIVE AFTER TODAY IS NOT POSTED NOW BUT HELD
      * FOR THE NIGHTLY DPMXAPST RUN.  BLANK, TODAY OR AN EARLIER
      * DATE POSTS IMMEDIATELY EXACTLY AS BEFORE.  ONLY TEXT AND
      * COMMENT VALUES CAN BE HELD - A DOCUMENT IS NOT KEPT ON THE
      * SCHEDULE ROW.

           MOVE '1100-CHECK-EFFECTIVE-DATE' TO WS-PARAGRAPH-NAME

           SET POST-AMND-NOW                TO TRUE
           MOVE LS-EFF-DT                   TO WS-EFF-DT

           IF DISPLAY-ACTIVE
              DISPLAY "WS-EFF-DT "          WS-EFF-DT
           END-IF

           IF WS-EFF-DT = SPACES
              CONTINUE
           ELSE
              EXEC SQL
                   SET :WS-EFF-DAYS = DAYS(DATE(:WS-EFF-DT))
                                    - DAYS(CURRENT DATE)
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = -180 OR SQLCODE = -181
                    MOVE WS-INVALID-EFF-DT  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 WHEN SQLCODE NOT = 0
                    MOVE 'CURRENT DATE'     TO WS-TABLE-NAME
                    PERFORM 9550-SQL-ERROR
                 WHEN WS-EFF-DAYS > 0
                    SET SCHEDULE-AMND       TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF SCHEDULE-AMND
              EVALUATE TRUE
                 WHEN DOC-INSERT
                    MOVE WS-NO-DOC-SCHEDULE TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 WHEN CMNT-INTERNAL
                    MOVE WS-NO-NOTE-SCHEDULE
                                            TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 WHEN NOT TEXT-INSERT AND NOT COMMENT-INSERT
                    MOVE WS-INVALID-CTGRY-TERM
                                            TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 WHEN NOT MCA-WIZARD AND NOT ADMIN
                    MOVE WS-INVALID-FUNC-FLAG
                                            TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
      *------------------------*
       1090-CHECK-VISIBILITY.
      *------------------------*
      * A COMMENT IS SHARED WITH THE COUNTERPARTY UNLESS POSTED AS AN
      * INTERNAL NOTE.  THE FLAG MEANS NOTHING FOR TEXT OR DOCUMENTS.

           MOVE '1090-CHECK-VISIBILITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-CMNT-VSBL-CD             TO WS-CMNT-VSBL-CD
           IF WS-CMNT-VSBL-CD = SPACES OR NOT COMMENT-INSERT
              SET CMNT-SHARED               TO TRUE
           END-IF

           IF NOT CMNT-SHARED AND NOT CMNT-INTERNAL
              MOVE WS-INVALID-VSBL-CD       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF

           IF COMMENT-INSERT
              PERFORM 1095-GET-POSTER-CMPNY
           END-IF
           .
      *------------------------*
       1095-GET-POSTER-CMPNY.
      *------------------------*
      * THE POSTER'S COMPANY DECIDES WHO SEES AN INTERNAL NOTE.

           MOVE '1095-GET-POSTER-CMPNY'     TO WS-PARAGRAPH-NAME

           EXEC SQL
                SELECT CMPNY_ID
                  INTO :WS-POST-CMPNY-ID
                  FROM VDPM03_CMPNY_USER
                 WHERE CMPNY_USER_ID = :WS-USER-ID
                 FETCH FIRST 1 ROW ONLY
                  WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE SPACES                TO WS-POST-CMPNY-ID
                 IF CMNT-INTERNAL
                    MOVE WS-NO-POSTER-CMPNY TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'   TO WS-TABLE-NAME
                 PERFORM 9550-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       1150-SCHEDULE-AMENDMENT.
      *------------------------*
      * HOLD EVERY INPUT THE POSTING RUN NEEDS TO REPLAY THIS CALL ON
      * VDPM72_AMND_SCHD IN STATUS 'S'.  THE TEMPLATE SHOWS IT AS
      * PENDING EFFECTIVE (DPMXMPND) UNTIL DPMXAPST POSTS IT; NO
      * AMENDMENT ROWS ARE TOUCHED AND NO WATCH ALERT FIRES YET.

           MOVE '1150-SCHEDULE-AMENDMENT'   TO WS-PARAGRAPH-NAME

           EXEC SQL
                SET :D72A-AMND-SCHD-ID = (NEXT VALUE FOR DPM.SQDPM721)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'SQDPM721'               TO WS-TABLE-NAME
              PERFORM 9550-SQL-ERROR
           END-IF

           MOVE WS-TEMPLATE-ID              TO D72A-MCA-TMPLT-ID
           MOVE WS-TEMPLATE-TYPE            TO D72A-MCA-TMPLT-TYPE-CD
           MOVE WS-CATEGORY-ID              TO D72A-CTGRY-ID
           MOVE WS-CATEGORY-SQ              TO D72A-CTGRY-SQ
           MOVE WS-TERM-ID                  TO D72A-ATTRB-TERM-ID
           MOVE WS-TERM-SQ                  TO D72A-TERM-SQ
           MOVE WS-AMND-ID                  TO D72A-MCA-AMND-ID
           MOVE WS-VALUE-ID                 TO D72A-MCA-VALUE-ID
           MOVE WS-AMND-STAT-CD             TO D72A-AMND-STAT-CD
           MOVE WS-FUNC-FLAG                TO D72A-FNCTN-FLAG-CD
           MOVE WS-VALUE-IND                TO D72A-MCA-VALUE-TYPE-CD
           MOVE WS-TEXT-LEN                 TO D72A-MCA-VALUE-TX-LEN
           MOVE WS-TEXT-VAL                 TO D72A-MCA-VALUE-TX-TEXT
           MOVE WS-EFF-DT                   TO D72A-AMND-EFF-DT
           SET D72A-SCHD-SCHEDULED          TO TRUE
           MOVE WS-USER-ID                  TO D72A-SCHD-USER-ID
           MOVE WS-LOW-TS                   TO D72A-POST-TS
           MOVE SPACES                      TO D72A-POST-SP-RC
                                               D72A-POST-ERR-TX
           MOVE ZEROES                      TO D72A-POST-TMPLT-ID

           EXEC SQL
                INSERT INTO VDPM72_AMND_SCHD
                      (AMND_SCHD_ID
                      ,MCA_TMPLT_ID
                      ,MCA_TMPLT_TYPE_CD
                      ,CTGRY_ID
                      ,CTGRY_SQ
                      ,ATTRB_TERM_ID
                      ,TERM_SQ
                      ,MCA_AMND_ID
                      ,MCA_VALUE_ID
                      ,AMND_STAT_CD
                      ,FNCTN_FLAG_CD
                      ,MCA_VALUE_TYPE_CD
                      ,MCA_VALUE_TX
                      ,AMND_EFF_DT
                      ,SCHD_STAT_CD
                      ,SCHD_USER_ID
                      ,SCHD_TS
                      ,POST_TS
                      ,POST_SP_RC
                      ,POST_ERR_TX
                      ,POST_TMPLT_ID)
                VALUES
                      (:D72A-AMND-SCHD-ID
                      ,:D72A-MCA-TMPLT-ID
                      ,:D72A-MCA-TMPLT-TYPE-CD
                      ,:D72A-CTGRY-ID
                      ,:D72A-CTGRY-SQ
                      ,:D72A-ATTRB-TERM-ID
                      ,:D72A-TERM-SQ
                      ,:D72A-MCA-AMND-ID
                      ,:D72A-MCA-VALUE-ID
                      ,:D72A-AMND-STAT-CD
                      ,:D72A-FNCTN-FLAG-CD
                      ,:D72A-MCA-VALUE-TYPE-CD
                      ,:D72A-MCA-VALUE-TX
                      ,:D72A-AMND-EFF-DT
                      ,:D72A-SCHD-STAT-CD
                      ,:D72A-SCHD-USER-ID
                      ,CURRENT TIMESTAMP
                      ,:D72A-POST-TS
                      ,:D72A-POST-SP-RC
                      ,:D72A-POST-ERR-TX
                      ,:D72A-POST-TMPLT-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM72_AMND_SCHD'       TO WS-TABLE-NAME
              PERFORM 9550-SQL-ERROR
           END-IF

           MOVE WS-AMND-SCHEDULED           TO LS-SP-ERROR-AREA
           MOVE WS-EFF-DT                   TO LS-SP-ERROR-AREA(33:10)
           MOVE 'SP00'                      TO LS-SP-RC
           .
      *------------------------*
       1900-CAPTURE-OLD-VALUE.
      *------------------------*
                                               WS-OUT-VALUE-ID
           MOVE WS-TEXT-VAL                 TO D011-CMNT-TX-TEXT
           MOVE WS-TEXT-LEN                 TO D011-CMNT-TX-LEN
           MOVE WS-CMNT-VSBL-CD             TO D011-CMNT-VSBL-CD
           MOVE WS-POST-CMPNY-ID            TO D011-POST-CMPNY-ID

           EXEC SQL
                INSERT INTO TDPM11_MCA_CMNT
                             ,CLNT_CMPNY_ID
                             ,ROW_UPDT_TS
                             ,ROW_UPDT_USER_ID
                             ,CMNT_TX
                             ,CMNT_VSBL_CD
                             ,POST_CMPNY_ID)
                       VALUES(:D011-MCA-VALUE-ID
                             ,:D011-DELR-CMPNY-ID
                             ,:D011-CLNT-CMPNY-ID
                             ,CURRENT TIMESTAMP
                             ,:D011-ROW-UPDT-USER-ID
                             ,:D011-CMNT-TX
                             ,:D011-CMNT-VSBL-CD
                             ,:D011-POST-CMPNY-ID)
           END-EXEC

           EVALUATE SQLCODE
