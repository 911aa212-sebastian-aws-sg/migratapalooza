       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXRQSU.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXRQSU
      *    NAME  DPMXRQSU(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXRQSU                                            *
      *                                                                *
      * ONLINE REPORT REQUEST QUEUE.  THE COMMENT EXPORT (DPMXMCXP),   *
      * THE FULL AGREEMENT RENDER (DPMXMRND), THE REDLINE (DPMXERDL)   *
      * AND THE AS-OF RECONSTRUCTION (DPMXDATO) USED TO NEED OPERATIONS*
      * TO KEY THEIR SYSIN CARDS.  THE REQUEST SCREEN NOW QUEUES THEM  *
      * ON VDPM78_RPT_RQST; THE OVERNIGHT DPMXRQDS DISPATCHER RUNS     *
      * EACH ONE AND DPMXRQRN FILES THE OUTPUT AS A VDPM12_MCA_DOC     *
      * DOCUMENT OF KIND 'RPTO' THAT ONLY THE REQUESTER'S COMPANY CAN  *
      * OPEN, AND ALERTS THE REQUESTER.  OPERATIONS (LS-IN-OPR-FLAG):  *
      *                                                                *
      *   'R' - REPORTS: A RESULT SET OF THE REPORT CODES THE USER'S   *
      *         ROLES ARE ALLOWED ON VDPM79_RPT_ROLE, WITH THE WIDEST  *
      *         PARAMETER SCOPE ANY OF THOSE ROLES HOLDS - FOR THE     *
      *         SCREEN'S PICK LIST.                                    *
      *   'S' - SUBMIT: THE REPORT CODE AND ITS PARAMETERS ARE EDITED: *
      *           MCXP - TEMPLATE ID                                   *
      *           MRND - TEMPLATE ID, LOCALE Y/N (BLANK = N)           *
      *           ERDL - AMENDMENT ID (A WORK AMENDMENT)               *
      *           DATO - TEMPLATE ID, AS-OF TIMESTAMP (BLANK = NOW,    *
      *                  NOT IN THE FUTURE)                            *
      *         ONE OF THE USER'S ROLES MUST ALLOW THE REPORT.  UNDER  *
      *         SCOPE 'O' THE TEMPLATE OR AMENDMENT MUST ALSO PASS     *
      *         THE DPMXENTL ENTITLEMENT CHECK (THE USER'S COMPANY IS  *
      *         A PARTY); SCOPE 'A' MAY NAME ANY TEMPLATE.  THE SAME   *
      *         REPORT WITH THE SAME PARAMETERS STILL WAITING OR       *
      *         RUNNING FOR THE USER IS NOT QUEUED TWICE - ITS ID IS   *
      *         RETURNED WITH SP02.  A NEW REQUEST IS QUEUED ('Q')     *
      *         UNDER THE USER'S COMPANY AND ITS ID IS RETURNED.       *
      *   'L' - LIST: A RESULT SET OF THE USER'S REQUESTS, NEWEST      *
      *         FIRST, WITH STATUS, RESULT TEXT AND THE OUTPUT         *
      *         DOCUMENT ID ONCE COMPLETE.                             *
      *   'C' - CANCEL: THE USER'S OWN REQUEST, WHILE STILL QUEUED,    *
      *         GOES TO CANCELLED ('X').                               *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 TEMPLATE, AMENDMENT OR REQUEST NOT *
      * FOUND, SP02 SAME REQUEST ALREADY PENDING, SP03 USER NOT ON     *
      * VDPM03_CMPNY_USER, SP04 REQUEST NO LONGER QUEUED, SP50 INVALID *
      * INPUT, SP55 NOT ALLOWED / NOT ENTITLED, SP99 DATABASE ERROR.   *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM78_RPT_RQST       - REPORT REQUEST QUEUE                   *
      *                                                                *
      * VDPM79_RPT_ROLE       - REPORT / ROLE PERMISSION               *
      *                                                                *
      * VDPM03_CMPNY_USER     - COMPANY USER                           *
      *                                                                *
      * VDPM03_USER_ROLE      - USER ROLE ASSIGNMENT                   *
      *                                                                *
      * VDPM14_MCA_TMPLT      - MCA TEMPLATE                           *
      *                                                                *
      * VDPM15_TMPLT_WORK     - MCA WORK TEMPLATE                      *
      *                                                                *
      * VDPM17_AMND_WORK      - WORK AMENDMENT                         *
      *                                                                *
      * VDTM54_DEBUG_CNTRL    - DEBUG CONTROL TABLE                    *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM7801  - DCLGEN FOR VDPM78_RPT_RQST
      * DTM5401  - DCLGEN FOR VDTM54_DEBUG_CNTRL
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      * COPYBOOK:                                                      *
      * ---------                                                      *
      * DB2000IA                                                       *
      * DB2000IB                                                       *
      * DB2000IC                                                       *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXENTL - TEMPLATE / AMENDMENT ENTITLEMENT CHECK              *
      *----------------------------------------------------------------
      *              M A I N T E N A N C E   H I S T O R Y            *
      *                                                               *
      * DATE CHANGED    VERSION     PROGRAMMER                        *
      * ------------    -------     --------------------              *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      *                             INITIAL IMPLEMENTATION            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXRQSU'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-RQST-SEQ               PIC S9(9) COMP.
             05  WS-ROW-CNT                PIC S9(9) COMP.
             05  WS-ROLE-CNT               PIC S9(9) COMP.
             05  WS-PARM-SCOPE-CD          PIC X(01).
                 88  WS-SCOPE-ANY-TMPLT    VALUE 'A'.
             05  WS-CMPNY-ID               PIC X(08).
             05  WS-AS-OF-TS               PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-INVLD-RPT-CD           PIC X(50) VALUE
                 'Report must be MCXP, MRND, ERDL or DATO'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-EMPTY-AMND-ID          PIC X(50) VALUE
                 'Amendment id is empty'.
             05  WS-INVLD-LOCALE-IN        PIC X(50) VALUE
                 'Locale option must be Y or N'.
             05  WS-INVLD-AS-OF-TS         PIC X(50) VALUE
                 'As-of timestamp is not a valid timestamp'.
             05  WS-FUTURE-AS-OF-TS        PIC X(50) VALUE
                 'As-of timestamp may not be in the future'.
             05  WS-EMPTY-RQST-ID          PIC X(50) VALUE
                 'Report request id is empty'.
             05  WS-USER-NOT-FOUND         PIC X(50) VALUE
                 'User not found'.
             05  WS-RPT-NOT-ALLOWED        PIC X(50) VALUE
                 'User role may not request this report'.
             05  WS-TMPLT-NOT-FOUND        PIC X(50) VALUE
                 'Template not found'.
             05  WS-AMND-NOT-FOUND         PIC X(50) VALUE
                 'Work amendment not found'.
             05  WS-NOT-ENTITLED           PIC X(50) VALUE
                 'User not entitled to data - reason '.
             05  WS-DUP-RQST               PIC X(50) VALUE
                 'The same report request is already pending'.
             05  WS-RQST-NOT-FOUND         PIC X(50) VALUE
                 'Report request not found'.
             05  WS-RQST-NOT-QUEUED        PIC X(50) VALUE
                 'Report request is no longer queued'.
             05  WS-CANCEL-TX              PIC X(80) VALUE
                 'CANCELLED BY THE REQUESTER'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-REPORTS    VALUE 'R'.
                 88  WS-PROCESS-SUBMIT     VALUE 'S'.
                 88  WS-PROCESS-LIST       VALUE 'L'.
                 88  WS-PROCESS-CANCEL     VALUE 'C'.
      *
      **PASS AREA FOR DPMXENTL - MUST MATCH ITS LINKAGE SECTION
       01  WS-ENTL-PROGRAM                 PIC X(08) VALUE 'DPMXENTL'.
       01  WS-ENTL-PASS-AREA.
           05 WS-ENTL-USER-ID              PIC X(10).
           05 WS-ENTL-OBJ-TYPE-CD          PIC X(01).
           05 WS-ENTL-TMPLT-ID             PIC S9(9) COMP.
           05 WS-ENTL-OBJ-ID               PIC S9(18)V COMP-3.
           05 WS-ENTL-CMPNY-ID             PIC X(08).
           05 WS-ENTL-CALLER-PGM           PIC X(08).
           05 WS-ENTL-ALLOW-IN             PIC X(01).
              88 WS-ENTL-ALLOWED           VALUE 'Y'.
           05 WS-ENTL-DENY-RC              PIC X(04).
           05 WS-ENTL-SQLCODE              PIC S9(9) COMP.
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
                INCLUDE DPM7801
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
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-IN-RPT-CD                    PIC X(04).
       01  LS-IN-MCA-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-MCA-AMND-ID               PIC S9(18)V COMP-3.
       01  LS-IN-AS-OF-TS                  PIC X(26).
       01  LS-IN-LOCALE-IN                 PIC X(01).
       01  LS-IN-RPT-RQST-ID               PIC S9(09) COMP.
       01  LS-OUT-RPT-RQST-ID              PIC S9(09) COMP.

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-LOG-USR-ID,
                                 LS-IN-RPT-CD,
                                 LS-IN-MCA-TMPLT-ID,
                                 LS-IN-MCA-AMND-ID,
                                 LS-IN-AS-OF-TS,
                                 LS-IN-LOCALE-IN,
                                 LS-IN-RPT-RQST-ID,
                                 LS-OUT-RPT-RQST-ID.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           EVALUATE TRUE
              WHEN WS-PROCESS-REPORTS
                 PERFORM 6000-LIST-AVAIL-REPORTS
              WHEN WS-PROCESS-SUBMIT
                 PERFORM 3000-SUBMIT-REQUEST
              WHEN WS-PROCESS-LIST
                 PERFORM 4000-LIST-REQUESTS
              WHEN WS-PROCESS-CANCEL
                 PERFORM 5000-CANCEL-REQUEST
           END-EVALUATE

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
           MOVE +0                         TO LS-OUT-RPT-RQST-ID
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-RPT-CD)
                                           TO  LS-IN-RPT-CD
           MOVE FUNCTION UPPER-CASE(LS-IN-LOCALE-IN)
                                           TO  LS-IN-LOCALE-IN
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
              DISPLAY 'DPMXRQSU STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-REPORTS
              OR  WS-PROCESS-SUBMIT
              OR  WS-PROCESS-LIST
              OR  WS-PROCESS-CANCEL
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
              WHEN WS-PROCESS-SUBMIT
                 PERFORM 2100-VALIDATE-SUBMIT
              WHEN WS-PROCESS-CANCEL
                 IF LS-IN-RPT-RQST-ID NOT > ZEROES
                    MOVE WS-EMPTY-RQST-ID  TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *------------------------*
       2100-VALIDATE-SUBMIT.
      *------------------------*
      *    EACH REPORT TAKES ONLY THE PARAMETERS ITS OWN SYSIN CARDS
      *    CARRY; THE OTHERS ARE CLEARED SO THEY DO NOT SPLIT
      *    OTHERWISE IDENTICAL REQUESTS.

           MOVE '2100-VALIDATE-SUBMIT'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-RPT-CD               TO D78A-RPT-CD
           IF  NOT D78A-RPT-CMNT-EXPORT
           AND NOT D78A-RPT-AGRMT-RENDER
           AND NOT D78A-RPT-REDLINE
           AND NOT D78A-RPT-AS-OF
              MOVE WS-INVLD-RPT-CD         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D78A-RPT-REDLINE
              MOVE +0                      TO LS-IN-MCA-TMPLT-ID
              IF LS-IN-MCA-AMND-ID NOT > ZEROES
                 MOVE WS-EMPTY-AMND-ID     TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           ELSE
              MOVE +0                      TO LS-IN-MCA-AMND-ID
              IF LS-IN-MCA-TMPLT-ID NOT > ZEROES
                 MOVE WS-EMPTY-TMPLT-ID    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF

           IF D78A-RPT-AGRMT-RENDER
              IF LS-IN-LOCALE-IN = SPACES
                 MOVE 'N'                  TO LS-IN-LOCALE-IN
              END-IF
              IF  LS-IN-LOCALE-IN NOT = 'Y'
              AND LS-IN-LOCALE-IN NOT = 'N'
                 MOVE WS-INVLD-LOCALE-IN   TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           ELSE
              MOVE SPACES                  TO LS-IN-LOCALE-IN
           END-IF

           IF D78A-RPT-AS-OF
              PERFORM 2110-VALIDATE-AS-OF-TS
           ELSE
              MOVE WS-LOW-TS               TO WS-AS-OF-TS
           END-IF

           MOVE 'VDPM03_CMPNY_USER'        TO WS-TABLE-NAME
           EXEC SQL
                SELECT CMPNY_ID
                  INTO :WS-CMPNY-ID
                  FROM VDPM03_CMPNY_USER
                 WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                 FETCH FIRST 1 ROW ONLY
                  WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE WS-USER-NOT-FOUND    TO LS-SP-ERROR-AREA
                 MOVE 'SP03'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       2110-VALIDATE-AS-OF-TS.
      *------------------------*
      *    BLANK MEANS AS OF THE MOMENT THE REQUEST IS QUEUED.  DB2
      *    EDITS THE VALUE AND RETURNS IT IN ITS OWN FORMAT.

           MOVE '2110-VALIDATE-AS-OF-TS'   TO WS-PARAGRAPH-NAME

           IF LS-IN-AS-OF-TS = SPACES
              EXEC SQL
                   SET :WS-AS-OF-TS = CURRENT TIMESTAMP
              END-EXEC
           ELSE
              EXEC SQL
                   SET :WS-AS-OF-TS = TIMESTAMP(:LS-IN-AS-OF-TS)
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN -180
                 WHEN -181
                    MOVE WS-INVLD-AS-OF-TS TO LS-SP-ERROR-AREA
                    MOVE 'SP50'            TO LS-SP-RC
                    PERFORM 9100-DISPLAY-DATA
                    PERFORM 9990-GOBACK
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-CNT
                     FROM SYSIBM.SYSDUMMY1
                    WHERE TIMESTAMP(:WS-AS-OF-TS) > CURRENT TIMESTAMP
              END-EXEC

              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF

              IF WS-ROW-CNT > 0
                 MOVE WS-FUTURE-AS-OF-TS   TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF
           .
      *------------------------*
       3000-SUBMIT-REQUEST.
      *------------------------*

           MOVE '3000-SUBMIT-REQUEST'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3100-CHECK-RPT-ROLE
           PERFORM 3200-CHECK-PARMS
           PERFORM 3300-CHECK-DUPLICATE
           PERFORM 3400-INSERT-REQUEST
           .
      *------------------------*
       3100-CHECK-RPT-ROLE.
      *------------------------*
      *    ONE OF THE USER'S ROLES MUST ALLOW THE REPORT.  THE WIDEST
      *    SCOPE WINS: 'A' (ANY TEMPLATE) SORTS BEFORE 'O' (OWN).

           MOVE '3100-CHECK-RPT-ROLE'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM79_RPT_ROLE'          TO WS-TABLE-NAME

           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(MIN(RPTR.PARM_SCOPE_CD), ' ')
                  INTO :WS-ROLE-CNT
                      ,:WS-PARM-SCOPE-CD
                  FROM VDPM03_USER_ROLE USRR
                      ,VDPM79_RPT_ROLE  RPTR
                 WHERE USRR.CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                   AND RPTR.ROLE_CD       = USRR.ROLE_CD
                   AND RPTR.RPT_CD        = :LS-IN-RPT-CD
                   AND RPTR.ALLOW_IN      = 'Y'
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROLE-CNT = 0
              MOVE WS-RPT-NOT-ALLOWED      TO LS-SP-ERROR-AREA
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *------------------------*
       3200-CHECK-PARMS.
      *------------------------*
      *    THE TEMPLATE (PUBLISHED OR WORK) OR THE WORK AMENDMENT MUST
      *    EXIST; UNDER THE OWN-TEMPLATE SCOPE THE USER MUST ALSO BE
      *    ENTITLED TO IT.

           MOVE '3200-CHECK-PARMS'         TO WS-PARAGRAPH-NAME

           IF D78A-RPT-REDLINE
              MOVE 'VDPM17_AMND_WORK'      TO WS-TABLE-NAME
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-CNT
                     FROM VDPM17_AMND_WORK
                    WHERE MCA_AMND_ID = :LS-IN-MCA-AMND-ID
                     WITH UR
              END-EXEC
           ELSE
              MOVE 'VDPM14_MCA_TMPLT'      TO WS-TABLE-NAME
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-CNT
                     FROM SYSIBM.SYSDUMMY1
                    WHERE EXISTS
                          (SELECT 1
                             FROM VDPM14_MCA_TMPLT
                            WHERE MCA_TMPLT_ID = :LS-IN-MCA-TMPLT-ID)
                       OR EXISTS
                          (SELECT 1
                             FROM VDPM15_TMPLT_WORK
                            WHERE MCA_TMPLT_ID = :LS-IN-MCA-TMPLT-ID)
                     WITH UR
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              IF D78A-RPT-REDLINE
                 MOVE WS-AMND-NOT-FOUND    TO LS-SP-ERROR-AREA
              ELSE
                 MOVE WS-TMPLT-NOT-FOUND   TO LS-SP-ERROR-AREA
              END-IF
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF NOT WS-SCOPE-ANY-TMPLT
              PERFORM 3210-CHECK-ENTITLEMENT
           END-IF
           .
      *------------------------*
       3210-CHECK-ENTITLEMENT.
      *------------------------*

           MOVE '3210-CHECK-ENTITLEMENT'   TO WS-PARAGRAPH-NAME

           INITIALIZE WS-ENTL-PASS-AREA
           MOVE LS-IN-LOG-USR-ID           TO WS-ENTL-USER-ID
           IF D78A-RPT-REDLINE
              MOVE 'A'                     TO WS-ENTL-OBJ-TYPE-CD
              MOVE LS-IN-MCA-AMND-ID       TO WS-ENTL-OBJ-ID
           ELSE
              MOVE 'T'                     TO WS-ENTL-OBJ-TYPE-CD
              MOVE LS-IN-MCA-TMPLT-ID      TO WS-ENTL-TMPLT-ID
           END-IF
           MOVE WS-PROGRAM                 TO WS-ENTL-CALLER-PGM

           CALL WS-ENTL-PROGRAM USING WS-ENTL-PASS-AREA

           IF NOT WS-ENTL-ALLOWED
              MOVE WS-NOT-ENTITLED         TO LS-SP-ERROR-AREA
              MOVE WS-ENTL-DENY-RC         TO LS-SP-ERROR-AREA(36:4)
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *------------------------*
       3300-CHECK-DUPLICATE.
      *------------------------*

           MOVE '3300-CHECK-DUPLICATE'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM78_RPT_RQST'          TO WS-TABLE-NAME

           EXEC SQL
                SELECT RPT_RQST_ID
                  INTO :D78A-RPT-RQST-ID
                  FROM VDPM78_RPT_RQST
                 WHERE RQST_USER_ID = :LS-IN-LOG-USR-ID
                   AND RPT_CD       = :LS-IN-RPT-CD
                   AND MCA_TMPLT_ID = :LS-IN-MCA-TMPLT-ID
                   AND MCA_AMND_ID  = :LS-IN-MCA-AMND-ID
                   AND AS_OF_TS     = :WS-AS-OF-TS
                   AND LOCALE_IN    = :LS-IN-LOCALE-IN
                   AND RQST_STAT_CD IN ('Q', 'D', 'R')
                 ORDER BY RPT_RQST_ID
                 FETCH FIRST 1 ROW ONLY
                  WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE D78A-RPT-RQST-ID     TO LS-OUT-RPT-RQST-ID
                 MOVE WS-DUP-RQST          TO LS-SP-ERROR-AREA
                 MOVE 'SP02'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       3400-INSERT-REQUEST.
      *------------------------*

           MOVE '3400-INSERT-REQUEST'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM78_RPT_RQST'          TO WS-TABLE-NAME

           EXEC SQL
               SET :WS-RQST-SEQ = (NEXT VALUE FOR DPM.SQDPM781)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
                SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC

           INITIALIZE DCLVDPM78-RPT-RQST
           MOVE WS-RQST-SEQ                TO D78A-RPT-RQST-ID
           MOVE LS-IN-RPT-CD               TO D78A-RPT-CD
           MOVE LS-IN-LOG-USR-ID           TO D78A-RQST-USER-ID
                                              D78A-ROW-UPDT-USER-ID
           MOVE WS-CMPNY-ID                TO D78A-RQST-CMPNY-ID
           MOVE LS-IN-MCA-TMPLT-ID         TO D78A-MCA-TMPLT-ID
           MOVE LS-IN-MCA-AMND-ID          TO D78A-MCA-AMND-ID
           MOVE WS-AS-OF-TS                TO D78A-AS-OF-TS
           MOVE LS-IN-LOCALE-IN            TO D78A-LOCALE-IN
           SET D78A-RQST-QUEUED            TO TRUE
           MOVE WS-TS                      TO D78A-RQST-TS
                                              D78A-ROW-UPDT-TS
           MOVE WS-LOW-TS                  TO D78A-DSPT-TS
                                              D78A-CMPL-TS
           MOVE SPACES                     TO D78A-RSLT-TX

           EXEC SQL
                INSERT INTO VDPM78_RPT_RQST
                       (RPT_RQST_ID
                       ,RPT_CD
                       ,RQST_USER_ID
                       ,RQST_CMPNY_ID
                       ,MCA_TMPLT_ID
                       ,MCA_AMND_ID
                       ,AS_OF_TS
                       ,LOCALE_IN
                       ,RQST_STAT_CD
                       ,RQST_TS
                       ,DSPT_TS
                       ,CMPL_TS
                       ,RPT_RC
                       ,MCA_VALUE_ID
                       ,RSLT_TX
                       ,ROW_UPDT_TS
                       ,ROW_UPDT_USER_ID)
                VALUES (:D78A-RPT-RQST-ID
                       ,:D78A-RPT-CD
                       ,:D78A-RQST-USER-ID
                       ,:D78A-RQST-CMPNY-ID
                       ,:D78A-MCA-TMPLT-ID
                       ,:D78A-MCA-AMND-ID
                       ,:D78A-AS-OF-TS
                       ,:D78A-LOCALE-IN
                       ,:D78A-RQST-STAT-CD
                       ,:D78A-RQST-TS
                       ,:D78A-DSPT-TS
                       ,:D78A-CMPL-TS
                       ,:D78A-RPT-RC
                       ,:D78A-MCA-VALUE-ID
                       ,:D78A-RSLT-TX
                       ,:D78A-ROW-UPDT-TS
                       ,:D78A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D78A-RPT-RQST-ID           TO LS-OUT-RPT-RQST-ID
           .
      *------------------------*
       4000-LIST-REQUESTS.
      *------------------------*
      *    THE USER'S OWN REQUESTS, NEWEST FIRST.  THE OUTPUT DOCUMENT
      *    ID IS ZERO UNTIL THE REQUEST COMPLETES.

           MOVE '4000-LIST-REQUESTS'       TO WS-PARAGRAPH-NAME
           MOVE 'VDPM78_RPT_RQST'          TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE RPT_RQST_LIST_CSR CURSOR WITH HOLD WITH RETURN FOR
                SELECT
                     RQST.RPT_RQST_ID
                    ,RQST.RPT_CD
                    ,RQST.MCA_TMPLT_ID
                    ,RQST.MCA_AMND_ID
                    ,RQST.AS_OF_TS
                    ,RQST.LOCALE_IN
                    ,RQST.RQST_STAT_CD
                    ,RQST.RQST_TS
                    ,RQST.DSPT_TS
                    ,RQST.CMPL_TS
                    ,RQST.RPT_RC
                    ,RQST.MCA_VALUE_ID
                    ,RQST.RSLT_TX
                    ,COALESCE(TMPLT.MCA_TMPLT_SHORT_NM, ' ')
                                                      AS TMPLT_NM
                FROM  VDPM78_RPT_RQST RQST
                LEFT OUTER JOIN VDPM14_MCA_TMPLT TMPLT
                  ON  TMPLT.MCA_TMPLT_ID   = RQST.MCA_TMPLT_ID
                WHERE RQST.RQST_USER_ID    = :LS-IN-LOG-USR-ID
                ORDER BY RQST.RQST_TS DESC
                        ,RQST.RPT_RQST_ID DESC
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN RPT_RQST_LIST_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       5000-CANCEL-REQUEST.
      *------------------------*
      *    ONLY THE REQUESTER, AND ONLY WHILE THE DISPATCHER HAS NOT
      *    PICKED THE REQUEST UP.

           MOVE '5000-CANCEL-REQUEST'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM78_RPT_RQST'          TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
                UPDATE VDPM78_RPT_RQST
                   SET RQST_STAT_CD     = 'X'
                      ,CMPL_TS          = CURRENT TIMESTAMP
                      ,RSLT_TX          = :WS-CANCEL-TX
                      ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                      ,ROW_UPDT_USER_ID = :LS-IN-LOG-USR-ID
                 WHERE RPT_RQST_ID      = :LS-IN-RPT-RQST-ID
                   AND RQST_USER_ID     = :LS-IN-LOG-USR-ID
                   AND RQST_STAT_CD     = 'Q'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE LS-IN-RPT-RQST-ID    TO LS-OUT-RPT-RQST-ID
              WHEN 100
                 PERFORM 5100-WHY-NOT-CANCELLED
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       5100-WHY-NOT-CANCELLED.
      *------------------------*

           MOVE '5100-WHY-NOT-CANCELLED'   TO WS-PARAGRAPH-NAME

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-CNT
                  FROM VDPM78_RPT_RQST
                 WHERE RPT_RQST_ID  = :LS-IN-RPT-RQST-ID
                   AND RQST_USER_ID = :LS-IN-LOG-USR-ID
                  WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = 0
              MOVE WS-RQST-NOT-FOUND       TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
           ELSE
              MOVE WS-RQST-NOT-QUEUED      TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
           END-IF
           PERFORM 9100-DISPLAY-DATA
           PERFORM 9990-GOBACK
           .
      *------------------------*
       6000-LIST-AVAIL-REPORTS.
      *------------------------*
      *    THE PICK LIST: EACH REPORT ONE OF THE USER'S ROLES ALLOWS,
      *    WITH THE WIDEST PARAMETER SCOPE ('A' BEFORE 'O').

           MOVE '6000-LIST-AVAIL-REPORTS'  TO WS-PARAGRAPH-NAME
           MOVE 'VDPM79_RPT_ROLE'          TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE RPT_AVAIL_CSR CURSOR WITH HOLD WITH RETURN FOR
                SELECT
                     RPTR.RPT_CD
                    ,MIN(RPTR.PARM_SCOPE_CD)          AS PARM_SCOPE_CD
                FROM  VDPM03_USER_ROLE USRR
                     ,VDPM79_RPT_ROLE  RPTR
                WHERE USRR.CMPNY_USER_ID   = :LS-IN-LOG-USR-ID
                  AND RPTR.ROLE_CD         = USRR.ROLE_CD
                  AND RPTR.ALLOW_IN        = 'Y'
                GROUP BY RPTR.RPT_CD
                ORDER BY RPTR.RPT_CD
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN RPT_AVAIL_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
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
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-IN-RPT-CD             :' LS-IN-RPT-CD
               DISPLAY 'LS-IN-MCA-TMPLT-ID       :' LS-IN-MCA-TMPLT-ID
               DISPLAY 'LS-IN-MCA-AMND-ID        :' LS-IN-MCA-AMND-ID
               DISPLAY 'LS-IN-AS-OF-TS           :' LS-IN-AS-OF-TS
               DISPLAY 'LS-IN-LOCALE-IN          :' LS-IN-LOCALE-IN
               DISPLAY 'LS-IN-RPT-RQST-ID        :' LS-IN-RPT-RQST-ID
               DISPLAY 'LS-OUT-RPT-RQST-ID       :' LS-OUT-RPT-RQST-ID
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXRQSU    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXRQSU ENDED AT        :' WS-TS
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
