       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXINVT.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXINVT
      *    NAME  DPMXINVT(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXINVT                                            *
      *                                                                *
      * DEALER INVITATION CODES.  A DEALER THAT HAS ALREADY AGREED     *
      * TERMS WITH A NEW CLIENT ISSUES A SINGLE-USE INVITATION CODE    *
      * TIED TO THE CLIENT COMPANY AND A PUBLISHED TEMPLATE (AND,      *
      * OPTIONALLY, THE CLIENT-SPECIFIC TEMPLATE ALREADY PREPARED FOR  *
      * IT).  WHEN THE CLIENT ENROLLS THROUGH DPMXENRL WITH THE CODE   *
      * BEFORE ITS EXPIRY DATE, THE ENROLLMENT IS CREATED ALREADY      *
      * APPROVED AND THE CODE IS MARKED USED.  CODES ARE HELD ON       *
      * VDPM85_DELR_INVTN; DPMXINVR EXPIRES LAPSED CODES AND REPORTS   *
      * THE OUTSTANDING ONES PER DEALER.                               *
      *                                                                *
      * OPERATIONS (LS-IN-OPR-FLAG); ISSUING AND WITHDRAWING NEED THE  *
      * DPMXAUTH 'E' (APPROVE ENROLLMENT) AUTHORITY, SINCE A CODE IS   *
      * AN APPROVAL GIVEN IN ADVANCE, AND THE USER MUST BELONG TO THE  *
      * DEALER COMPANY:                                                *
      *                                                                *
      *   'G' - GENERATE: ISSUES A CODE FOR THE DEALER, CLIENT AND     *
      *         PUBLISHED ('I' / 'P') TEMPLATE AND RETURNS IT.  THE    *
      *         EXPIRY DATE DEFAULTS TO 30 DAYS OUT AND MAY NOT BE IN  *
      *         THE PAST.  TEMPLATE GROUPS UNDER FOUR-EYES APPROVAL    *
      *         (VDPM36 DUAL_APRVL_IN 'Y') CANNOT BE PRE-APPROVED.     *
      *   'W' - WITHDRAW: CANCELS AN OUTSTANDING CODE.                 *
      *   'L' - LIST: A RESULT SET OF THE DEALER'S OUTSTANDING,        *
      *         UNEXPIRED CODES (OPTIONALLY FOR ONE CLIENT), NEAREST   *
      *         EXPIRY FIRST.                                          *
      *                                                                *
      * THE CODE IS 'IV', AN 8-DIGIT SEQUENCE NUMBER (SQDPM851) AND A  *
      * 4-DIGIT RANDOM SUFFIX, SO CODES CANNOT BE GUESSED IN ORDER.    *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 NOT FOUND / ALREADY ENROLLED, SP04 *
      * DUPLICATE OR NOT OUTSTANDING, SP50 INVALID INPUT, SP53 DUAL    *
      * APPROVAL TEMPLATE, SP55 NOT AUTHORIZED, SP99 DATABASE ERROR.   *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM85_DELR_INVTN    - DEALER INVITATION CODES                 *
      *                                                                *
      * VDPM06_MCA_ENRL      - ENROLLMENT (ALREADY ENROLLED CHECK)     *
      *                                                                *
      * D0005 / D0003 / D0006 - COMPANY, COMPANY USER AND TEMPLATE     *
      *                                                                *
      * VDPM36_GRP_CNTRL     - TEMPLATE GROUP CONTROL (DUAL APPROVAL)  *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM8501  - DCLGEN FOR VDPM85_DELR_INVTN
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
      * DPMXAUTH - 'E' AUTHORITY GATE                                  *
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
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXINVT'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-ROW-CNT                PIC S9(9) COMP.
             05  WS-INVTN-SEQ              PIC S9(9) COMP.
             05  WS-RAND-NB                PIC S9(9) COMP.
             05  WS-INVTN-CD-BLD.
                 10  FILLER                PIC X(02) VALUE 'IV'.
                 10  WS-INVTN-SEQ-NB       PIC 9(08).
                 10  WS-INVTN-RAND-NB      PIC 9(04).
             05  WS-EXPRY-DT               PIC X(10).
             05  WS-DUAL-APRVL-IN          PIC X(01).
             05  WS-EMPTY-DELR-ID          PIC X(50) VALUE
                 'Dealer company id is empty'.
             05  WS-EMPTY-CLNT-ID          PIC X(50) VALUE
                 'Client company id is empty'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-EMPTY-INVTN-CD         PIC X(50) VALUE
                 'Invitation code is empty'.
             05  WS-INVLD-EXPRY-DT         PIC X(50) VALUE
                 'Expiry date is invalid'.
             05  WS-PAST-EXPRY-DT          PIC X(50) VALUE
                 'Expiry date is in the past'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-INVLD-DELR-ID          PIC X(50) VALUE
                 'Invalid Dealer Company id'.
             05  WS-INVLD-CLNT-ID          PIC X(50) VALUE
                 'Invalid Client Company id'.
             05  WS-INVLD-USER-ID          PIC X(50) VALUE
                 'User does not belong to the dealer company'.
             05  WS-INVLD-TMPLT-ID         PIC X(50) VALUE
                 'Template is not a published template of the dealer'.
             05  WS-INVLD-ASGD-TMPLT       PIC X(50) VALUE
                 'Assigned template is not live for this client'.
             05  WS-DUAL-TMPLT             PIC X(50) VALUE
                 'Template group needs dual approval - no invitation'.
             05  WS-ALREADY-ENRL           PIC X(50) VALUE
                 'Client is already enrolled for this template'.
             05  WS-DUP-INVTN              PIC X(50) VALUE
                 'Client already holds an outstanding invitation'.
             05  WS-INVTN-NOT-FOUND        PIC X(50) VALUE
                 'Invitation code not found'.
             05  WS-INVTN-NOT-OPEN         PIC X(50) VALUE
                 'Invitation code is not outstanding'.
             05  WS-NOT-AUTHORIZED         PIC X(50) VALUE
                 'User not authorized - reason '.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-GENERATE   VALUE 'G'.
                 88  WS-PROCESS-WITHDRAW   VALUE 'W'.
                 88  WS-PROCESS-LIST       VALUE 'L'.
      *
       01  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'DPMXAUTH'.
       01  WS-AUTH-PASS-AREA.
           05 WS-AUTH-USER-ID              PIC X(10).
           05 WS-AUTH-ACTN-CD              PIC X(01).
           05 WS-AUTH-ALLOW-IN             PIC X(01).
              88 WS-AUTH-ALLOWED           VALUE 'Y'.
           05 WS-AUTH-DENY-RC              PIC X(04).
           05 WS-AUTH-SQLCODE              PIC S9(9) COMP.
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
                INCLUDE DPM8501
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
       01  LS-IN-DELR-CMPNY-ID             PIC X(08).
       01  LS-IN-CLNT-CMPNY-ID             PIC X(08).
       01  LS-IN-RQST-TMPLT-ID             PIC S9(09) COMP.
       01  LS-IN-ASGD-TMPLT-ID             PIC S9(09) COMP.
       01  LS-IN-EXPRY-DT                  PIC X(10).
       01  LS-IN-INVTN-CD                  PIC X(14).
       01  LS-OUT-INVTN-CD                 PIC X(14).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-LOG-USR-ID,
                                 LS-IN-DELR-CMPNY-ID,
                                 LS-IN-CLNT-CMPNY-ID,
                                 LS-IN-RQST-TMPLT-ID,
                                 LS-IN-ASGD-TMPLT-ID,
                                 LS-IN-EXPRY-DT,
                                 LS-IN-INVTN-CD,
                                 LS-OUT-INVTN-CD.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           EVALUATE TRUE
              WHEN WS-PROCESS-GENERATE
                 PERFORM 3000-GENERATE-INVITATION
              WHEN WS-PROCESS-WITHDRAW
                 PERFORM 4000-WITHDRAW-INVITATION
              WHEN WS-PROCESS-LIST
                 PERFORM 6000-LIST-INVITATIONS
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
                                              LS-OUT-INVTN-CD
           MOVE 'SP00'                     TO LS-SP-RC
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-INVTN-CD)
                                           TO  LS-IN-INVTN-CD
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
              DISPLAY 'DPMXINVT STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-GENERATE
              OR  WS-PROCESS-WITHDRAW
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

           IF  NOT WS-PROCESS-WITHDRAW
           AND LS-IN-DELR-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-DELR-ID        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF  WS-PROCESS-WITHDRAW
           AND LS-IN-INVTN-CD NOT > SPACES
              MOVE WS-EMPTY-INVTN-CD       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF WS-PROCESS-GENERATE
              PERFORM 2100-VALIDATE-GENERATE
              PERFORM 2200-VALIDATE-EXPRY-DT
           END-IF
           .
      *-------------------------*
       2100-VALIDATE-GENERATE.
      *-------------------------*

           MOVE '2100-VALIDATE-GENERATE'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-CLNT-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-CLNT-ID        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-RQST-TMPLT-ID NOT > ZEROES
              MOVE WS-EMPTY-TMPLT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       2200-VALIDATE-EXPRY-DT.
      *-------------------------*
      *    A BLANK EXPIRY DATE DEFAULTS TO 30 DAYS OUT; DB2 REJECTS A
      *    DATE THAT DOES NOT EXIST.

           MOVE '2200-VALIDATE-EXPRY-DT'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-EXPRY-DT NOT > SPACES
              EXEC SQL
                 SET :WS-EXPRY-DT = CHAR(CURRENT DATE + 30 DAYS, ISO)
              END-EXEC
           ELSE
              EXEC SQL
                 SET :WS-EXPRY-DT = CHAR(DATE(:LS-IN-EXPRY-DT), ISO)
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-EXPRY-DT    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'CURRENT DATE'       TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:WS-EXPRY-DT) < CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'SYSIBM.SYSDUMMY1'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > ZEROES
              MOVE WS-PAST-EXPRY-DT        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-GENERATE-INVITATION.
      *-------------------------*

           MOVE '3000-GENERATE-INVITATION' TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3100-CHECK-DEALER-USER
           PERFORM 3200-CHECK-CLIENT
           PERFORM 3300-CHECK-TEMPLATES
           PERFORM 3400-CHECK-NOT-ENROLLED

           EXEC SQL
              SET :WS-INVTN-SEQ = (NEXT VALUE FOR DPM.SQDPM851)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM851'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SET :WS-RAND-NB = INTEGER(RAND() * 10000)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'RAND'                  TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-INVTN-SEQ               TO WS-INVTN-SEQ-NB
           MOVE WS-RAND-NB                 TO WS-INVTN-RAND-NB

           MOVE WS-INVTN-CD-BLD            TO D85A-INVTN-CD
           MOVE LS-IN-DELR-CMPNY-ID        TO D85A-DELR-CMPNY-ID
           MOVE LS-IN-CLNT-CMPNY-ID        TO D85A-CLNT-CMPNY-ID
           MOVE LS-IN-RQST-TMPLT-ID        TO D85A-RQST-TMPLT-ID
           MOVE LS-IN-ASGD-TMPLT-ID        TO D85A-ASGD-TMPLT-ID
           MOVE WS-EXPRY-DT                TO D85A-EXPRY-DT
           SET D85A-INVTN-OUTSTANDING      TO TRUE
           MOVE LS-IN-LOG-USR-ID           TO D85A-CRTD-USER-ID
                                              D85A-ROW-UPDT-USER-ID
           MOVE SPACES                     TO D85A-USED-USER-ID

           MOVE 'VDPM85_DELR_INVTN'        TO WS-TABLE-NAME

           EXEC SQL
              INSERT INTO VDPM85_DELR_INVTN
                     (INVTN_CD
                     ,DELR_CMPNY_ID
                     ,CLNT_CMPNY_ID
                     ,RQST_TMPLT_ID
                     ,ASGD_TMPLT_ID
                     ,EXPRY_DT
                     ,INVTN_STAT_CD
                     ,CRTD_TS
                     ,CRTD_USER_ID
                     ,USED_TS
                     ,USED_USER_ID
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D85A-INVTN-CD
                     ,:D85A-DELR-CMPNY-ID
                     ,:D85A-CLNT-CMPNY-ID
                     ,:D85A-RQST-TMPLT-ID
                     ,:D85A-ASGD-TMPLT-ID
                     ,:D85A-EXPRY-DT
                     ,:D85A-INVTN-STAT-CD
                     ,CURRENT TIMESTAMP
                     ,:D85A-CRTD-USER-ID
                     ,'1900-01-01-01.01.01.000001'
                     ,:D85A-USED-USER-ID
                     ,CURRENT TIMESTAMP
                     ,:D85A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D85A-INVTN-CD              TO LS-OUT-INVTN-CD
           .
      *-------------------------*
       3050-CHECK-AUTHORITY.
      *-------------------------*
      * AN INVITATION IS AN ENROLLMENT APPROVAL GIVEN IN ADVANCE, SO IT
      * NEEDS THE APPROVE ENROLLMENT AUTHORITY ON THE DPMXAUTH ROLE
      * MATRIX; A DENY GOES BACK AS SP55 WITH THE AU REASON CODE.

           MOVE '3050-CHECK-AUTHORITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-AUTH-USER-ID
           MOVE 'E'                        TO WS-AUTH-ACTN-CD

           CALL WS-AUTH-PROGRAM USING WS-AUTH-PASS-AREA

           IF NOT WS-AUTH-ALLOWED
              MOVE WS-NOT-AUTHORIZED       TO LS-SP-ERROR-AREA
              MOVE WS-AUTH-DENY-RC         TO LS-SP-ERROR-AREA(30:4)
              MOVE 'SP55'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3100-CHECK-DEALER-USER.
      *-------------------------*
      *    THE DEALER MUST BE AN ACTIVE DEALER COMPANY AND THE USER ONE
      *    OF ITS USERS.

           MOVE '3100-CHECK-DEALER-USER'   TO WS-PARAGRAPH-NAME
           MOVE 'D0005'                    TO WS-TABLE-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM D0005
               WHERE CMPNY_ID      = :LS-IN-DELR-CMPNY-ID
                 AND CMPNY_TYPE_CD = 'D'
                 AND CMPNY_STAT_IN <> 'L'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = ZEROES
              MOVE WS-INVLD-DELR-ID        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE 'D0003'                    TO WS-TABLE-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM D0003
               WHERE CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                 AND CMPNY_ID      = :LS-IN-DELR-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = ZEROES
              MOVE WS-INVLD-USER-ID        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3200-CHECK-CLIENT.
      *-------------------------*
      *    A COMPANY IN THE SOFT-DELETE GRACE WINDOW IS NOT ENROLLABLE.

           MOVE '3200-CHECK-CLIENT'        TO WS-PARAGRAPH-NAME
           MOVE 'D0005'                    TO WS-TABLE-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM D0005
               WHERE CMPNY_ID      = :LS-IN-CLNT-CMPNY-ID
                 AND CMPNY_STAT_IN <> 'L'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT = ZEROES
              MOVE WS-INVLD-CLNT-ID        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3300-CHECK-TEMPLATES.
      *-------------------------*
      *    THE REQUESTED TEMPLATE MUST BE ONE DPMXENRL WILL ACCEPT: A
      *    PUBLISHED ENROLLMENT TEMPLATE ('I' / 'P') OF THE DEALER, NOT
      *    PAST ITS END DATE (1900 MEANS OPEN-ENDED).  AN ASSIGNED
      *    TEMPLATE, WHEN GIVEN, MUST BE THE DEALER'S LIVE TEMPLATE FOR
      *    THIS CLIENT.

           MOVE '3300-CHECK-TEMPLATES'     TO WS-PARAGRAPH-NAME
           MOVE 'D0006'                    TO WS-TABLE-NAME

           EXEC SQL
              SELECT COALESCE(GRP.DUAL_APRVL_IN, 'N')
                INTO :WS-DUAL-APRVL-IN
                FROM  D0006 DPM14
                LEFT OUTER JOIN VDPM36_GRP_CNTRL GRP
                  ON  GRP.MCA_TMPLT_GROUP_CD =
                      DPM14.MCA_TMPLT_GROUP_CD
               WHERE  DPM14.MCA_TMPLT_ID      = :LS-IN-RQST-TMPLT-ID
                 AND  DPM14.DELR_CMPNY_ID     = :LS-IN-DELR-CMPNY-ID
                 AND  DPM14.MCA_TMPLT_TYPE_CD = 'I'
                 AND  DPM14.MCA_STAT_IN       = 'P'
                 AND (DPM14.MCA_END_DT       <= '1901-01-01'
                  OR  DPM14.MCA_END_DT       >= CURRENT DATE)
                WITH  CS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN +100
                 MOVE WS-INVLD-TMPLT-ID    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-DUAL-APRVL-IN = 'Y'
              MOVE WS-DUAL-TMPLT           TO LS-SP-ERROR-AREA
              MOVE 'SP53'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-ASGD-TMPLT-ID NOT > ZEROES
              MOVE ZEROES                  TO LS-IN-ASGD-TMPLT-ID
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-CNT
                   FROM D0006
                  WHERE MCA_TMPLT_ID  = :LS-IN-ASGD-TMPLT-ID
                    AND DELR_CMPNY_ID = :LS-IN-DELR-CMPNY-ID
                    AND CLNT_CMPNY_ID = :LS-IN-CLNT-CMPNY-ID
                    AND MCA_STAT_IN NOT IN ('L', 'X', 'T')
                   WITH CS
              END-EXEC

              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-ERROR
              END-IF

              IF WS-ROW-CNT = ZEROES
                 MOVE WS-INVLD-ASGD-TMPLT  TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF
           .
      *-------------------------*
       3400-CHECK-NOT-ENROLLED.
      *-------------------------*
      *    NO CODE FOR A CLIENT ALREADY APPROVED FOR THE TEMPLATE, AND
      *    ONE OUTSTANDING CODE PER DEALER / CLIENT / TEMPLATE.

           MOVE '3400-CHECK-NOT-ENROLLED'  TO WS-PARAGRAPH-NAME
           MOVE 'VDPM06_MCA_ENRL'          TO WS-TABLE-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM06_MCA_ENRL
               WHERE DELR_CMPNY_ID = :LS-IN-DELR-CMPNY-ID
                 AND CLNT_CMPNY_ID = :LS-IN-CLNT-CMPNY-ID
                 AND RQST_TMPLT_ID = :LS-IN-RQST-TMPLT-ID
                 AND DELR_STAT_CD  = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > ZEROES
              MOVE WS-ALREADY-ENRL         TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE 'VDPM85_DELR_INVTN'        TO WS-TABLE-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-CNT
                FROM VDPM85_DELR_INVTN
               WHERE DELR_CMPNY_ID = :LS-IN-DELR-CMPNY-ID
                 AND CLNT_CMPNY_ID = :LS-IN-CLNT-CMPNY-ID
                 AND RQST_TMPLT_ID = :LS-IN-RQST-TMPLT-ID
                 AND INVTN_STAT_CD = 'O'
                 AND EXPRY_DT     >= CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-ROW-CNT > ZEROES
              MOVE WS-DUP-INVTN            TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       4000-WITHDRAW-INVITATION.
      *-------------------------*
      *    ONLY A USER OF THE ISSUING DEALER MAY WITHDRAW THE CODE.

           MOVE '4000-WITHDRAW-INVITATION' TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY

           MOVE 'VDPM85_DELR_INVTN'        TO WS-TABLE-NAME
           MOVE LS-IN-INVTN-CD             TO D85A-INVTN-CD

           EXEC SQL
              SELECT DELR_CMPNY_ID
                    ,INVTN_STAT_CD
                INTO :D85A-DELR-CMPNY-ID
                    ,:D85A-INVTN-STAT-CD
                FROM VDPM85_DELR_INVTN
               WHERE INVTN_CD = :D85A-INVTN-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-INVTN-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE D85A-DELR-CMPNY-ID         TO LS-IN-DELR-CMPNY-ID
           PERFORM 3100-CHECK-DEALER-USER

           MOVE 'VDPM85_DELR_INVTN'        TO WS-TABLE-NAME
           MOVE LS-IN-LOG-USR-ID           TO D85A-ROW-UPDT-USER-ID

           EXEC SQL
              UPDATE VDPM85_DELR_INVTN
                 SET INVTN_STAT_CD    = 'W'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :D85A-ROW-UPDT-USER-ID
               WHERE INVTN_CD         = :D85A-INVTN-CD
                 AND INVTN_STAT_CD    = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-INVTN-NOT-OPEN    TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *------------------------*
       6000-LIST-INVITATIONS.
      *------------------------*
      *    THE DEALER'S OUTSTANDING, UNEXPIRED CODES; A CLIENT NARROWS
      *    THE LIST TO THAT CLIENT.

           MOVE '6000-LIST-INVITATIONS'    TO WS-PARAGRAPH-NAME
           MOVE 'VDPM85_DELR_INVTN'        TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE DELR_INVTN_LIST_CSR CURSOR WITH HOLD WITH RETURN
                FOR
                SELECT
                     INV.INVTN_CD
                    ,INV.CLNT_CMPNY_ID
                    ,COALESCE(CMP.CMPNY_NM, ' ')      AS CLNT_CMPNY_NM
                    ,INV.RQST_TMPLT_ID
                    ,COALESCE(TMP.MCA_TMPLT_SHORT_NM, ' ')
                                                      AS MCA_TMPLT_NM
                    ,INV.ASGD_TMPLT_ID
                    ,INV.EXPRY_DT
                    ,DAYS(INV.EXPRY_DT) - DAYS(CURRENT DATE)
                                                      AS DAYS_LEFT
                    ,INV.CRTD_TS
                    ,INV.CRTD_USER_ID
                FROM  VDPM85_DELR_INVTN INV
                LEFT OUTER JOIN D0005 CMP
                  ON  CMP.CMPNY_ID         = INV.CLNT_CMPNY_ID
                LEFT OUTER JOIN D0006 TMP
                  ON  TMP.MCA_TMPLT_ID     = INV.RQST_TMPLT_ID
                WHERE INV.DELR_CMPNY_ID    = :LS-IN-DELR-CMPNY-ID
                  AND INV.INVTN_STAT_CD    = 'O'
                  AND INV.EXPRY_DT        >= CURRENT DATE
                  AND (:LS-IN-CLNT-CMPNY-ID = ' '
                   OR  INV.CLNT_CMPNY_ID   = :LS-IN-CLNT-CMPNY-ID)
                ORDER BY INV.EXPRY_DT
                        ,INV.CLNT_CMPNY_ID
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN DELR_INVTN_LIST_CSR
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
               DISPLAY 'LS-IN-DELR-CMPNY-ID      :' LS-IN-DELR-CMPNY-ID
               DISPLAY 'LS-IN-CLNT-CMPNY-ID      :' LS-IN-CLNT-CMPNY-ID
               DISPLAY 'LS-IN-RQST-TMPLT-ID      :' LS-IN-RQST-TMPLT-ID
               DISPLAY 'LS-IN-ASGD-TMPLT-ID      :' LS-IN-ASGD-TMPLT-ID
               DISPLAY 'LS-IN-EXPRY-DT           :' LS-IN-EXPRY-DT
               DISPLAY 'LS-IN-INVTN-CD           :' LS-IN-INVTN-CD
               DISPLAY 'LS-OUT-INVTN-CD          :' LS-OUT-INVTN-CD
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXINVT    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXINVT ENDED AT        :' WS-TS
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
