       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXNISS.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXNISS
      *    NAME  DPMXNISS(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXNISS                                            *
      *                                                                *
      * NEGOTIATION ISSUE TRACKER.  A NEGOTIATION COMMENT POSTED ON A  *
      * TERM (VDPM11_MCA_CMNT, SHOWN BY DPMXMCMT) CAN BE FLAGGED AS AN *
      * ISSUE ON VDPM68_NEGO_ISSUE WITH AN OWNER, AN OPEN / RESOLVED   *
      * STATUS AND A RESOLUTION NOTE.  DPMXMSTU 2305-EXECUTE-MCA       *
      * REFUSES TO EXECUTE A TEMPLATE WHILE ANY OF ITS ISSUES IS OPEN. *
      * OPERATIONS (LS-IN-OPR-FLAG):                                   *
      *                                                                *
      *   'F' - FLAG: THE COMMENT NAMED BY LS-IN-VALUE-ID AND          *
      *         LS-IN-CMNT-TS ON AMENDMENT LS-IN-AMND-ID (MASTER OR    *
      *         WORK COPY) BECOMES AN OPEN ISSUE OWNED BY              *
      *         LS-IN-OWNER-USR-ID (THE FLAGGING USER WHEN BLANK).     *
      *         ONE OPEN ISSUE PER COMMENT.                            *
      *   'A' - ASSIGN: AN OPEN ISSUE IS GIVEN A NEW OWNER.            *
      *   'R' - RESOLVE: AN OPEN ISSUE IS CLOSED WITH THE RESOLUTION   *
      *         NOTE IN LS-IN-RSLTN-TX (REQUIRED).                     *
      *   'L' - LIST: RESULT SET OF THE ISSUES OF TEMPLATE             *
      *         LS-IN-TMPLT-ID, OPEN ONES FIRST, OPTIONALLY LIMITED    *
      *         TO ONE STATUS BY LS-IN-STAT-CD ('O' / 'R').            *
      *                                                                *
      * AN OWNER MUST BE A USER OF THE DEALER OR THE CLIENT COMPANY OF *
      * THE TEMPLATE, AND THE LOGGED-ON USER MUST BE ENTITLED TO THE   *
      * TEMPLATE (DPMXENTL).  LS-OUT-ISSUE-ID IS THE ISSUE FLAGGED (F) *
      * OR WORKED (A / R); LS-OUT-OPEN-CNT IS THE NUMBER OF ISSUES     *
      * STILL OPEN ON THE TEMPLATE AFTER THE CALL.                     *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 COMMENT / AMENDMENT / ISSUE NOT    *
      * FOUND, SP02 COMMENT ALREADY AN OPEN ISSUE, SP03 OWNER NOT A    *
      * USER OF EITHER PARTY, SP04 ISSUE NOT OPEN, SP50 INVALID INPUT, *
      * SP55 USER NOT ENTITLED TO THE TEMPLATE, SP99 DATABASE ERROR.   *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM68_NEGO_ISSUE    - NEGOTIATION ISSUES RAISED ON COMMENTS   *
      *                                                                *
      * VDPM11_MCA_CMNT      - NEGOTIATION COMMENTS                    *
      *                                                                *
      * VDPM16_MCA_AMND      - TEMPLATE AMENDMENT TABLE                *
      *                                                                *
      * VDPM17_AMND_WORK     - AMENDMENT WORK TABLE                    *
      *                                                                *
      * VDPM14_MCA_TMPLT     - MCA TEMPLATE TABLE                      *
      *                                                                *
      * VDPM15_TMPLT_WORK    - TEMPLATE WORK TABLE                     *
      *                                                                *
      * VDPM03_CMPNY_USER    - COMPANY USER TABLE                      *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM6801  - DCLGEN FOR VDPM68_NEGO_ISSUE
      * DTM5401  - DCLGEN FOR VDTM54_DEBUG_CNTRL
      *----------------------------------------------------------------
      * CALLS:
      * ------
      * DPMXENTL - COMPANY-SCOPED DATA ENTITLEMENT CHECK
      *----------------------------------------------------------------*
      * COPYBOOK:                                                      *
      * ---------                                                      *
      * DB2000IA                                                       *
      * DB2000IB                                                       *
      * DB2000IC                                                       *
      *----------------------------------------------------------------
      *              M A I N T E N A N C E   H I S T O R Y            *
      *                                                               *
      * DATE CHANGED    VERSION     PROGRAMMER                        *
      * ------------    -------     --------------------              *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      *                             INITIAL IMPLEMENTATION            *
      *                                                               *
      * 10/15/2026        02.00     COGNIZANT                         *
      *                             AN INTERNAL NOTE CAN BE FLAGGED   *
      *                             AND ITS ISSUE LISTED ONLY BY THE  *
      *                             COMPANY THAT POSTED IT            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXNISS'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-ISSUE-SEQ              PIC S9(9) COMP.
             05  WS-ROW-CNT                PIC S9(9) COMP.
             05  WS-ISSUE-TS               PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-TMPLT-ID               PIC S9(9) COMP.
             05  WS-DELR-CMPNY-ID          PIC X(08).
             05  WS-CLNT-CMPNY-ID          PIC X(08).
             05  WS-OWNER-USR-ID           PIC X(10).
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-EMPTY-CMNT-KEY         PIC X(50) VALUE
                 'Amendment, comment id and comment time required'.
             05  WS-EMPTY-ISSUE-ID         PIC X(50) VALUE
                 'Issue id is empty'.
             05  WS-EMPTY-OWNER            PIC X(50) VALUE
                 'A new owner is required'.
             05  WS-EMPTY-RSLTN-TX         PIC X(50) VALUE
                 'A resolution note is required to resolve'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-INVLD-STAT-CD          PIC X(50) VALUE
                 'Status filter must be O, R or blank'.
             05  WS-AMND-NOT-FOUND         PIC X(50) VALUE
                 'Amendment not found'.
             05  WS-CMNT-NOT-FOUND         PIC X(50) VALUE
                 'Comment not found'.
             05  WS-ISSUE-NOT-FOUND        PIC X(50) VALUE
                 'Issue not found'.
             05  WS-ISSUE-ALREADY-OPEN     PIC X(50) VALUE
                 'This comment is already an open issue'.
             05  WS-OWNER-NOT-PARTY        PIC X(50) VALUE
                 'Owner is not a user of the dealer or the client'.
             05  WS-ISSUE-NOT-OPEN         PIC X(50) VALUE
                 'Issue is already resolved'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-FLAG       VALUE 'F'.
                 88  WS-PROCESS-ASSIGN     VALUE 'A'.
                 88  WS-PROCESS-RESOLVE    VALUE 'R'.
                 88  WS-PROCESS-LIST       VALUE 'L'.
      *
       01  WS-NOT-ENTITLED                  PIC X(50) VALUE
           'User not entitled to data - reason '.
       01  WS-ENTL-PROGRAM                  PIC X(08) VALUE 'DPMXENTL'.
       01  WS-ENTL-PASS-AREA.
           05 WS-ENTL-USER-ID               PIC X(10).
           05 WS-ENTL-OBJ-TYPE-CD           PIC X(01).
           05 WS-ENTL-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ENTL-OBJ-ID                PIC S9(18)V COMP-3.
           05 WS-ENTL-CMPNY-ID              PIC X(08).
           05 WS-ENTL-CALLER-PGM            PIC X(08).
           05 WS-ENTL-ALLOW-IN              PIC X(01).
              88 WS-ENTL-ALLOWED            VALUE 'Y'.
           05 WS-ENTL-DENY-RC               PIC X(04).
           05 WS-ENTL-SQLCODE               PIC S9(9) COMP.
      *
       01  WS-ERROR-AREA.
             05  WS-PARAGRAPH-NAME         PIC X(40).
             05  FILLER                    PIC X VALUE ','.
             05  WS-TABLE-NAME             PIC X(128).
             05  WS-SQLCODE                PIC 9(7).

       01  WS-TS                           PIC X(26).
       01  WS-DISPLAY-SWITCH               PIC X(01) VALUE 'N'.
           88 DISPLAY-PARAMETERS                     VALUE 'Y'.
           88 HIDE-PARAMETERS                        VALUE 'N'.

      *****************************************************************
      *                        SQL INCLUDES                            *
      ******************************************************************
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DPM6801
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
           END-EXEC.
      ******************************************************************
      * DB2 STANDARD COPYBOOK WITH FORMATTED DISPLAY SQLCA
      * THIS MUST REMAIN AS THE LAST ENTRY IN WORKING STORAGE
      ******************************************************************
       COPY  DB2000IA.

       LINKAGE SECTION.

      *PICTURE CLAUSE FOR OUTSQLCA - PIC X(179) - FOR LINKAGE SECTION
       COPY  DB2000IB.
       01  LS-SP-ERROR-AREA                PIC X(80).
       01  LS-SP-RC                        PIC X(04).
       01  LS-IN-OPR-FLAG                  PIC X(01).
       01  LS-IN-ISSUE-ID                  PIC S9(09) COMP.
       01  LS-IN-TMPLT-ID                  PIC S9(09) COMP.
       01  LS-IN-AMND-ID                   PIC S9(18)V COMP-3.
       01  LS-IN-VALUE-ID                  PIC S9(18)V COMP-3.
       01  LS-IN-CMNT-TS                   PIC X(26).
       01  LS-IN-OWNER-USR-ID              PIC X(10).
       01  LS-IN-STAT-CD                   PIC X(01).
       01  LS-IN-RSLTN-TX                  PIC X(250).
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-ISSUE-ID                 PIC S9(09) COMP.
       01  LS-OUT-OPEN-CNT                 PIC S9(09) COMP.

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-ISSUE-ID,
                                 LS-IN-TMPLT-ID,
                                 LS-IN-AMND-ID,
                                 LS-IN-VALUE-ID,
                                 LS-IN-CMNT-TS,
                                 LS-IN-OWNER-USR-ID,
                                 LS-IN-STAT-CD,
                                 LS-IN-RSLTN-TX,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-ISSUE-ID,
                                 LS-OUT-OPEN-CNT.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-ISSUE

           IF DISPLAY-PARAMETERS
              PERFORM 9100-DISPLAY-DATA
           END-IF

           PERFORM 9990-GOBACK
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*

           MOVE '1000-INITIALIZE'          TO WS-PARAGRAPH-NAME
           MOVE SPACES                     TO OUTSQLCA, LS-SP-ERROR-AREA
           MOVE 'SP00'                     TO LS-SP-RC
           MOVE +0                         TO LS-OUT-ISSUE-ID
                                              LS-OUT-OPEN-CNT
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-STAT-CD)
                                           TO  LS-IN-STAT-CD
           MOVE LS-IN-OPR-FLAG             TO  WS-PROCESS-IND-SW

           EXEC SQL
                SELECT ACTVT_DSPLY_IN
                  INTO :D054-ACTVT-DSPLY-IN
                FROM   VDTM54_DEBUG_CNTRL
                WHERE PRGM_ID = :WS-PROGRAM
                WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                  IF D054-ACTVT-DSPLY-IN = 'Y'
                     SET DISPLAY-PARAMETERS TO TRUE

                     EXEC SQL
                       SET :WS-TS = CURRENT TIMESTAMP
                     END-EXEC

                  END-IF
              WHEN 100
                  CONTINUE
              WHEN OTHER
                  PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF DISPLAY-PARAMETERS
              DISPLAY WS-DASHES
              DISPLAY 'DPMXNISS STARTED AT      :' WS-TS
              DISPLAY WS-DASHES
           END-IF

           .
      *------------------------*
       2000-VALIDATE-INPUT.
      *------------------------*

           MOVE '2000-VALIDATE-INPUT'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-OPR-FLAG  > SPACES
              IF  WS-PROCESS-FLAG
              OR  WS-PROCESS-ASSIGN
              OR  WS-PROCESS-RESOLVE
              OR  WS-PROCESS-LIST
                  CONTINUE
              ELSE
                  MOVE WS-INVLD-OPR-FLG    TO LS-SP-ERROR-AREA
                  MOVE 'SP50'              TO LS-SP-RC
                  PERFORM 9100-DISPLAY-DATA
                  PERFORM 9990-GOBACK
              END-IF
           ELSE
              MOVE WS-EMPTY-OPR-FLG        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-LOG-USR-ID  > SPACES
              CONTINUE
           ELSE
              MOVE WS-EMPTY-LOG-USR-ID     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EVALUATE TRUE
              WHEN WS-PROCESS-FLAG
                 IF LS-IN-AMND-ID  NOT > ZEROES
                 OR LS-IN-VALUE-ID NOT > ZEROES
                 OR LS-IN-CMNT-TS  NOT > SPACES
                    MOVE WS-EMPTY-CMNT-KEY TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN WS-PROCESS-LIST
                 IF LS-IN-TMPLT-ID NOT > ZEROES
                    MOVE WS-EMPTY-TMPLT-ID TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF LS-IN-STAT-CD NOT = SPACES
                 AND LS-IN-STAT-CD NOT = 'O'
                 AND LS-IN-STAT-CD NOT = 'R'
                    MOVE WS-INVLD-STAT-CD  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 IF LS-IN-ISSUE-ID NOT > ZEROES
                    MOVE WS-EMPTY-ISSUE-ID TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF WS-PROCESS-ASSIGN
                 AND LS-IN-OWNER-USR-ID NOT > SPACES
                    MOVE WS-EMPTY-OWNER    TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF WS-PROCESS-RESOLVE
                 AND LS-IN-RSLTN-TX NOT > SPACES
                    MOVE WS-EMPTY-RSLTN-TX TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
           END-EVALUATE
           .
      *-------------------------*
       3000-PROCESS-ISSUE.
      *-------------------------*

           MOVE '3000-PROCESS-ISSUE'       TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-ISSUE-TS = CURRENT TIMESTAMP
           END-EXEC

           EVALUATE TRUE
              WHEN WS-PROCESS-FLAG
                 PERFORM 3100-FLAG-ISSUE
              WHEN WS-PROCESS-ASSIGN
                 PERFORM 3200-GET-ISSUE
                 PERFORM 3300-ASSIGN-OWNER
              WHEN WS-PROCESS-RESOLVE
                 PERFORM 3200-GET-ISSUE
                 PERFORM 3400-RESOLVE-ISSUE
              WHEN WS-PROCESS-LIST
                 MOVE LS-IN-TMPLT-ID       TO WS-TMPLT-ID
                 PERFORM 3700-GET-TMPLT-PARTIES
                 PERFORM 3500-LIST-ISSUES
           END-EVALUATE

           PERFORM 3600-COUNT-OPEN
           .
      *-------------------------*
       3100-FLAG-ISSUE.
      *-------------------------*

           MOVE '3100-FLAG-ISSUE'          TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

      *    THE AMENDMENT MAY BE ON THE MASTER OR, WHILE THE TERM IS
      *    BEING NEGOTIATED, ONLY ON THE WORK COPY.
           EXEC SQL
              SELECT MCA_TMPLT_ID
                INTO :WS-TMPLT-ID
                FROM VDPM16_MCA_AMND
               WHERE MCA_AMND_ID = :LS-IN-AMND-ID
                WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 EXEC SQL
                    SELECT MCA_TMPLT_ID
                      INTO :WS-TMPLT-ID
                      FROM VDPM17_AMND_WORK
                     WHERE MCA_AMND_ID = :LS-IN-AMND-ID
                      WITH UR
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN ZEROES
                       CONTINUE
                    WHEN 100
                       MOVE WS-AMND-NOT-FOUND
                                           TO LS-SP-ERROR-AREA
                       MOVE 'SP01'         TO LS-SP-RC
                       PERFORM 9100-DISPLAY-DATA
                       PERFORM 9990-GOBACK
                    WHEN OTHER
                       MOVE 'VDPM17_AMND_WORK'
                                           TO WS-TABLE-NAME
                       PERFORM 9000-SQL-ERROR
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'VDPM16_MCA_AMND'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           PERFORM 3700-GET-TMPLT-PARTIES

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM11_MCA_CMNT
               WHERE MCA_VALUE_ID = :LS-IN-VALUE-ID
                 AND ROW_UPDT_TS  = :LS-IN-CMNT-TS
                 AND (CMNT_VSBL_CD <> 'I'
                  OR  POST_CMPNY_ID IN
                      (SELECT CMPNY_ID
                         FROM VDPM03_CMPNY_USER
                        WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID))
                WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM11_MCA_CMNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              MOVE WS-CMNT-NOT-FOUND       TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM68_NEGO_ISSUE
               WHERE MCA_VALUE_ID  = :LS-IN-VALUE-ID
                 AND CMNT_TS       = :LS-IN-CMNT-TS
                 AND ISSUE_STAT_CD = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM68_NEGO_ISSUE'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > 0
              MOVE WS-ISSUE-ALREADY-OPEN   TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-OWNER-USR-ID > SPACES
              MOVE LS-IN-OWNER-USR-ID      TO WS-OWNER-USR-ID
           ELSE
              MOVE LS-IN-LOG-USR-ID        TO WS-OWNER-USR-ID
           END-IF
           PERFORM 3800-CHECK-OWNER

           EXEC SQL
               SET :WS-ISSUE-SEQ = (NEXT VALUE FOR DPM.SQDPM681)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM681'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-ISSUE-SEQ               TO D68A-ISSUE-ID
           MOVE WS-TMPLT-ID                TO D68A-MCA-TMPLT-ID
           MOVE LS-IN-AMND-ID              TO D68A-MCA-AMND-ID
           MOVE LS-IN-VALUE-ID             TO D68A-MCA-VALUE-ID
           MOVE LS-IN-CMNT-TS              TO D68A-CMNT-TS
           SET D68A-ISSUE-OPEN             TO TRUE
           MOVE WS-OWNER-USR-ID            TO D68A-OWNER-USER-ID
           MOVE LS-IN-LOG-USR-ID           TO D68A-RAISE-USER-ID
                                              D68A-ROW-UPDT-USER-ID
           MOVE WS-ISSUE-TS                TO D68A-RAISE-TS
                                              D68A-ROW-UPDT-TS
           MOVE SPACES                     TO D68A-RSLV-USER-ID
                                              D68A-RSLTN-TX
           MOVE WS-LOW-TS                  TO D68A-RSLV-TS

           EXEC SQL
              INSERT INTO VDPM68_NEGO_ISSUE
                     (ISSUE_ID
                     ,MCA_TMPLT_ID
                     ,MCA_AMND_ID
                     ,MCA_VALUE_ID
                     ,CMNT_TS
                     ,ISSUE_STAT_CD
                     ,OWNER_USER_ID
                     ,RAISE_USER_ID
                     ,RAISE_TS
                     ,RSLV_USER_ID
                     ,RSLV_TS
                     ,RSLTN_TX
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D68A-ISSUE-ID
                     ,:D68A-MCA-TMPLT-ID
                     ,:D68A-MCA-AMND-ID
                     ,:D68A-MCA-VALUE-ID
                     ,:D68A-CMNT-TS
                     ,:D68A-ISSUE-STAT-CD
                     ,:D68A-OWNER-USER-ID
                     ,:D68A-RAISE-USER-ID
                     ,:D68A-RAISE-TS
                     ,:D68A-RSLV-USER-ID
                     ,:D68A-RSLV-TS
                     ,:D68A-RSLTN-TX
                     ,:D68A-ROW-UPDT-TS
                     ,:D68A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM68_NEGO_ISSUE'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-ISSUE-SEQ               TO LS-OUT-ISSUE-ID
           .
      *-------------------------*
       3200-GET-ISSUE.
      *-------------------------*
      * THE ISSUE MUST EXIST AND STILL BE OPEN; ITS TEMPLATE DECIDES
      * WHO MAY WORK IT.

           MOVE '3200-GET-ISSUE'           TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT MCA_TMPLT_ID
                    ,ISSUE_STAT_CD
                    ,OWNER_USER_ID
                INTO :D68A-MCA-TMPLT-ID
                    ,:D68A-ISSUE-STAT-CD
                    ,:D68A-OWNER-USER-ID
                FROM VDPM68_NEGO_ISSUE
               WHERE ISSUE_ID = :LS-IN-ISSUE-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-ISSUE-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM68_NEGO_ISSUE'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE D68A-MCA-TMPLT-ID          TO WS-TMPLT-ID
           PERFORM 3700-GET-TMPLT-PARTIES

           IF NOT D68A-ISSUE-OPEN
              MOVE WS-ISSUE-NOT-OPEN       TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE LS-IN-ISSUE-ID             TO LS-OUT-ISSUE-ID
           .
      *-------------------------*
       3300-ASSIGN-OWNER.
      *-------------------------*

           MOVE '3300-ASSIGN-OWNER'        TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-OWNER-USR-ID         TO WS-OWNER-USR-ID
           PERFORM 3800-CHECK-OWNER

           EXEC SQL
              UPDATE VDPM68_NEGO_ISSUE
                 SET OWNER_USER_ID    = :WS-OWNER-USR-ID
                    ,ROW_UPDT_TS      = :WS-ISSUE-TS
                    ,ROW_UPDT_USER_ID = :LS-IN-LOG-USR-ID
               WHERE ISSUE_ID         = :LS-IN-ISSUE-ID
                 AND ISSUE_STAT_CD    = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-ISSUE-NOT-OPEN    TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM68_NEGO_ISSUE'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3400-RESOLVE-ISSUE.
      *-------------------------*

           MOVE '3400-RESOLVE-ISSUE'       TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-RSLTN-TX             TO D68A-RSLTN-TX

           EXEC SQL
              UPDATE VDPM68_NEGO_ISSUE
                 SET ISSUE_STAT_CD    = 'R'
                    ,RSLV_USER_ID     = :LS-IN-LOG-USR-ID
                    ,RSLV_TS          = :WS-ISSUE-TS
                    ,RSLTN_TX         = :D68A-RSLTN-TX
                    ,ROW_UPDT_TS      = :WS-ISSUE-TS
                    ,ROW_UPDT_USER_ID = :LS-IN-LOG-USR-ID
               WHERE ISSUE_ID         = :LS-IN-ISSUE-ID
                 AND ISSUE_STAT_CD    = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-ISSUE-NOT-OPEN    TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM68_NEGO_ISSUE'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3500-LIST-ISSUES.
      *-------------------------*
      * ONE ROW PER ISSUE WITH THE TERM IT SITS ON AND THE START OF
      * THE COMMENT THAT RAISED IT; OPEN ISSUES FIRST, OLDEST FIRST.
      * AN ISSUE RAISED ON ANOTHER COMPANY'S INTERNAL NOTE IS LEFT OUT.

           MOVE '3500-LIST-ISSUES'         TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              DECLARE NISS_LIST_CSR CURSOR WITH HOLD WITH RETURN FOR
               SELECT
  1                  DPM68.ISSUE_ID                       AS ISSUE_ID
  2                 ,DPM68.ISSUE_STAT_CD                  AS STAT_CD
  3                 ,DPM68.MCA_AMND_ID                    AS AMND_ID
  4                 ,COALESCE(DPM16.ATTRB_CTGRY_ID,
                              DPM17.ATTRB_CTGRY_ID, ' ')  AS CTGRY_ID
  5                 ,COALESCE(DPM16.ATTRB_TERM_ID,
                              DPM17.ATTRB_TERM_ID, ' ')   AS TERM_ID
  6                 ,DPM68.OWNER_USER_ID                  AS OWNER_ID
  7                 ,DPM68.RAISE_USER_ID                  AS RAISE_ID
  8                 ,CHAR(DPM68.RAISE_TS)                 AS RAISE_TS
  9                 ,DPM68.RSLV_USER_ID                   AS RSLV_ID
  10                ,CASE WHEN DPM68.ISSUE_STAT_CD = 'R'
                          THEN CHAR(DPM68.RSLV_TS)
                          ELSE ' ' END                    AS RSLV_TS
  11                ,DPM68.RSLTN_TX                       AS RSLTN_TX
  12                ,COALESCE(SUBSTR(DPM11.CMNT_TX, 1, 250), ' ')
                                                          AS CMNT_TX
                 FROM            VDPM68_NEGO_ISSUE  DPM68
                 LEFT OUTER JOIN VDPM16_MCA_AMND    DPM16
                         ON DPM16.MCA_AMND_ID  = DPM68.MCA_AMND_ID
                 LEFT OUTER JOIN VDPM17_AMND_WORK   DPM17
                         ON DPM17.MCA_AMND_ID  = DPM68.MCA_AMND_ID
                 LEFT OUTER JOIN VDPM11_MCA_CMNT    DPM11
                         ON DPM11.MCA_VALUE_ID = DPM68.MCA_VALUE_ID
                        AND DPM11.ROW_UPDT_TS  = DPM68.CMNT_TS
                WHERE DPM68.MCA_TMPLT_ID = :LS-IN-TMPLT-ID
                  AND (DPM68.ISSUE_STAT_CD = :LS-IN-STAT-CD
                   OR  :LS-IN-STAT-CD      = ' ')
                  AND (COALESCE(DPM11.CMNT_VSBL_CD, 'S') <> 'I'
                   OR  DPM11.POST_CMPNY_ID IN
                       (SELECT CMPNY_ID
                          FROM VDPM03_CMPNY_USER
                         WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID))
                ORDER BY DPM68.ISSUE_STAT_CD, DPM68.RAISE_TS
                WITH UR
           END-EXEC

           EXEC SQL
              OPEN NISS_LIST_CSR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 MOVE 'SP00'               TO LS-SP-RC
              WHEN OTHER
                 MOVE 'VDPM68_NEGO_ISSUE'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3600-COUNT-OPEN.
      *-------------------------*

           MOVE '3600-COUNT-OPEN'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :LS-OUT-OPEN-CNT
                FROM VDPM68_NEGO_ISSUE
               WHERE MCA_TMPLT_ID  = :WS-TMPLT-ID
                 AND ISSUE_STAT_CD = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM68_NEGO_ISSUE'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *-------------------------*
       3700-GET-TMPLT-PARTIES.
      *-------------------------*
      * DEALER AND CLIENT OF THE TEMPLATE (MASTER, ELSE WORK COPY) AND
      * THE CALLER'S ENTITLEMENT TO IT.

           MOVE '3700-GET-TMPLT-PARTIES'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                INTO :WS-DELR-CMPNY-ID
                    ,:WS-CLNT-CMPNY-ID
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 EXEC SQL
                    SELECT DELR_CMPNY_ID
                          ,CLNT_CMPNY_ID
                      INTO :WS-DELR-CMPNY-ID
                          ,:WS-CLNT-CMPNY-ID
                      FROM VDPM15_TMPLT_WORK
                     WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
                      WITH UR
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    MOVE 'VDPM15_TMPLT_WORK'
                                           TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 IF SQLCODE = 100
                    MOVE SPACES            TO WS-DELR-CMPNY-ID
                                              WS-CLNT-CMPNY-ID
                 END-IF
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           PERFORM 3900-CHECK-ENTITLEMENT
           .
      *-------------------------*
       3800-CHECK-OWNER.
      *-------------------------*
      * AN ISSUE IS OWNED BY SOMEONE ON ONE SIDE OF THE NEGOTIATION.

           MOVE '3800-CHECK-OWNER'         TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM03_CMPNY_USER
               WHERE CMPNY_USER_ID = :WS-OWNER-USR-ID
                 AND CMPNY_ID IN (:WS-DELR-CMPNY-ID, :WS-CLNT-CMPNY-ID)
                WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              MOVE WS-OWNER-NOT-PARTY      TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-----------------------*
       3900-CHECK-ENTITLEMENT.
      *-----------------------*
      * THE CALLER'S COMPANY MUST BE A PARTY TO THE TEMPLATE.

           MOVE '3900-CHECK-ENTITLEMENT'    TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-IN-LOG-USR-ID            TO WS-ENTL-USER-ID
           MOVE 'T'                         TO WS-ENTL-OBJ-TYPE-CD
           MOVE WS-TMPLT-ID                 TO WS-ENTL-TMPLT-ID
           MOVE WS-PROGRAM                  TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED          TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC          TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*

           PERFORM 9100-DISPLAY-DATA
           MOVE 'Database error has occurred. Please contact DTCC.'
                                            TO LS-SP-ERROR-AREA
           MOVE 'SP99'                      TO LS-SP-RC
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY 'PARAGRAPH-NAME          :' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE-NAME              :' WS-TABLE-NAME
           DISPLAY 'SQLCODE                 :' WS-SQLCODE
           PERFORM 9999-FORMAT-SQLCA
           EXEC SQL
                ROLLBACK
           END-EXEC
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-DATA.
      *------------------------*

           IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'PROGRAM-NAME             :' WS-PROGRAM
               DISPLAY 'PARAGRAPH-NAME           :' WS-PARAGRAPH-NAME
               DISPLAY 'SP-ERROR-AREA            :' LS-SP-ERROR-AREA
               DISPLAY 'SP-RC                    :' LS-SP-RC
               DISPLAY 'LS-IN-OPR-FLAG           :' LS-IN-OPR-FLAG
               DISPLAY 'LS-IN-ISSUE-ID           :' LS-IN-ISSUE-ID
               DISPLAY 'LS-IN-TMPLT-ID           :' LS-IN-TMPLT-ID
               DISPLAY 'LS-IN-AMND-ID            :' LS-IN-AMND-ID
               DISPLAY 'LS-IN-VALUE-ID           :' LS-IN-VALUE-ID
               DISPLAY 'LS-IN-CMNT-TS            :' LS-IN-CMNT-TS
               DISPLAY 'LS-IN-OWNER-USR-ID       :' LS-IN-OWNER-USR-ID
               DISPLAY 'LS-IN-STAT-CD            :' LS-IN-STAT-CD
               DISPLAY 'LS-IN-RSLTN-TX           :' LS-IN-RSLTN-TX
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-ISSUE-ID          :' LS-OUT-ISSUE-ID
               DISPLAY 'LS-OUT-OPEN-CNT          :' LS-OUT-OPEN-CNT
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXNISS    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXNISS ENDED AT        :' WS-TS
               DISPLAY WS-DASHES
            END-IF
            GOBACK
           .
      *------------------*
       9999-FORMAT-SQLCA.
      *------------------*
           PERFORM DB2000I-FORMAT-SQLCA
              THRU DB2000I-FORMAT-SQLCA-EXIT

           .

      **MOVE STATEMENTS TO FORMAT THE OUTSQLCA USING DB2000IA & DB2000IB
        COPY DB2000IC.
