      *       ORIGINAL APPROVAL FIELDS ARE KEPT ON THE ROW AND THE     *
      *       TRANSITION LANDS ON VDPM06_MCA_ENRL_HIST AND VDPM23      *
      *       LIKE EVERY OTHER DECISION.                               *
      *                                                                *
      *    5) WHEN A CLIENT ENROLS ('P') WITH A DEALER INVITATION CODE *
      *       (LS-INVTN-CD, ISSUED THROUGH DPMXINVT), THE CODE MUST BE *
      *       OUTSTANDING, UNEXPIRED AND ISSUED BY THE DEALER TO THIS  *
      *       CLIENT FOR THIS TEMPLATE (A ZERO TEMPLATE ID OR BLANK    *
      *       DEALER IS TAKEN FROM THE INVITATION).  THE ENROLLMENT IS *
      *       WRITTEN ALREADY APPROVED ('A') BY THE ISSUING DEALER     *
      *       USER AND ASSIGNED TO THE INVITATION'S TEMPLATE, THE CODE *
      *       IS MARKED USED, AND THE HISTORY AND EVENT ROWS CARRY     *
      *       SOURCE 'I' (INVITATION).  A PENDING OR DECLINED REQUEST  *
      *       ALREADY ON FILE IS APPROVED THE SAME WAY.                *
      *                                                                *
      *    6) WHEN A CLIENT WITHDRAWS ('W') A PENDING ('P' OR 'F')     *
      *       REQUEST, THE RECORD IS UPDATED WITH DELR_STAT_CD 'W'.    *
      *       A WITHDRAWN REQUEST CAN NO LONGER BE APPROVED OR DENIED; *
      *       THE CLIENT MAY RAISE IT AGAIN ('P').  A DENY ('D'),      *
      *       TERMINATE ('T') OR WITHDRAWAL ('W') MUST GIVE A REASON   *
      *       CODE (LS-RSN-CD) THAT IS ACTIVE ON VDPM91_ENRL_RSN       *
      *       (DPMXERSN) AND FLAGGED FOR THAT DECISION; FREE TEXT      *
      *       (LS-RSN-TX) IS OPTIONAL.  BOTH LAND ON THE HISTORY AND   *
      *       EVENT ROWS.                                              *
003000******************************************************************
003100* TABLES:                                                        *
003200* -------                                                        *
003400* D0005   - COMPANY       TABLE FOR MCA               *
      * VDPM06_MCA_ENRL_HIST - ENROLLMENT AUDIT HISTORY TABLE FOR MCA   *
      * VDPM23_ENRL_EVNT - OUTBOUND ENROLLMENT EVENT STAGING TABLE      *
      * VDPM85_DELR_INVTN - DEALER INVITATION CODES                    *
      * VDPM91_ENRL_RSN  - ENROLLMENT DECISION REASON CODES            *
      * VDTM54_DEBUG_CNTRL - DEBUG CONTROL TABLE                       *
003900*----------------------------------------------------------------*
004000* INCLUDES:                                                      *
004900* DPM0601  - ENROLLMENT   TABLE FOR MCA                          *
004900* DPM1401  - ENROLLMENT   TABLE FOR MCA                          *
004900* DPM2301  - ENRL EVENT   TABLE FOR MCA                          *
      * DPM8501  - DEALER INVITATION TABLE FOR MCA                     *
      * DPM9101  - DECISION REASON TABLE FOR MCA                       *
004900* DPM5401  - DEBUG CNTRL  TABLE FOR MCA                          *
005000*----------------------------------------------------------------*
005100* COPYBOOK:                                                      *
      *                             HISTORY AND EVENT TABLES FOR THE   *
      *                             CHURN/RETENTION REPORTING.         *
      *                                                                *
      * 10/15/2026        013       COGNIZANT                          *
      *                             A NEW ENROLLMENT REQUEST ('P') MAY *
      *                             NOW BE RAISED BY A USER OF ANY     *
      *                             PARENT COMPANY ABOVE THE CLIENT ON *
      *                             VDPM02_DELR_CMPNY.CRT_CMPNY_ID,    *
      *                             SO A FUND FAMILY'S PARENT CAN      *
      *                             ENROLL ITS FUNDS (DPMXUMBR).       *
      *                                                                *
      * 10/15/2026        014       COGNIZANT                          *
      *                             NEW LS-INVTN-CD PARAMETER: A NEW   *
      *                             ENROLLMENT RAISED WITH A VALID     *
      *                             DEALER INVITATION CODE (VDPM85,    *
      *                             DPMXINVT) IS CREATED APPROVED AND  *
      *                             ASSIGNED TO THE INVITATION'S       *
      *                             TEMPLATE; HISTORY AND EVENT ROWS   *
      *                             CARRY ENRL_SRC_CD 'I'.             *
      *                                                                *
      * 10/15/2026        015       COGNIZANT                          *
      *                             2470-CHECK-MAINT-MODE REFUSES THE  *
      *                             ENROLLMENT UPDATE WITH SP66 AND    *
      *                             THE FREEZE MESSAGE WHILE THE       *
      *                             REGION IS FROZEN FOR MAINTENANCE   *
      *                             (DPMXMNTM); USERS PERMITTED        *
      *                             DPMXAUTH 'M' MAY WORK THROUGH IT.  *
      *                                                                *
      * 10/15/2026        016       COGNIZANT                          *
      *                             NEW 'W' (WITHDRAW) ACTION LETS THE *
      *                             CLIENT WITHDRAW A PENDING REQUEST. *
      *                             A DENY, TERMINATE OR WITHDRAWAL    *
      *                             NOW NEEDS A VDPM91_ENRL_RSN REASON *
      *                             CODE (2480-VALIDATE-REASON, NEW    *
      *                             LS-RSN-CD/LS-RSN-TX PARAMETERS);   *
      *                             THE HISTORY AND EVENT ROWS CARRY   *
      *                             THE CODE AND ITS FREE TEXT.        *
      *                                                                *
006600******************************************************************
006700 ENVIRONMENT DIVISION.
006800 DATA DIVISION.
           'Enrollment is pending deletion'.
       01  WS-ENRL-NOT-ACTV               PIC X(50) VALUE
           'Enrollment is not Approved - cannot terminate'.
       01  WS-INVTN-INVLD                 PIC X(50) VALUE
           'Invitation code is not valid for this enrollment'.
       01  WS-INVTN-USED                  PIC X(50) VALUE
           'Invitation code has already been used or withdrawn'.
       01  WS-INVTN-EXPIRED               PIC X(50) VALUE
           'Invitation code has expired'.
       01  WS-RSN-REQD                    PIC X(50) VALUE
           'Reason code is required for this decision'.
       01  WS-RSN-INVLD                   PIC X(50) VALUE
           'Reason code is not valid for this decision'.
       01  WS-ENRL-NOT-PEND               PIC X(50) VALUE
           'Enrollment is not Pending - cannot withdraw'.
       01  WS-ENRL-WTHDRN                 PIC X(50) VALUE
           'Enrollment request was withdrawn by the client'.
       01  WS-RSN-CD                      PIC X(04) VALUE SPACES.
       01  WS-RSN-TX                      PIC X(80) VALUE SPACES.
       01  WS-INVTN-SW                    PIC X(01) VALUE 'N'.
           88 ENRL-BY-INVITATION          VALUE 'Y'.
       01  WS-ENRL-SRC-CD                 PIC X(01) VALUE SPACE.
       01  WS-INVTN-EXPRD-CNT             PIC S9(4) USAGE COMP VALUE 0.
010700 01  WS-ERROR-AREA.
010800     05 WS-PARAGRAPH-NAME           PIC X(40).
       01  WS-CLNT-STAT-IN                PIC X(1)  VALUE ' '.
           88 DENY-ENRL-REQ               VALUE 'D'.
           88 CREATE-ENRL-REQ             VALUE 'P'.
           88 TERMINATE-ENRL-REQ          VALUE 'T'.
           88 WITHDRAW-ENRL-REQ           VALUE 'W'.
       01  WS-NOT-AUTHORIZED              PIC X(50) VALUE
           'User not authorized to decision - reason '.
       01  WS-TMPLT-ENDED                 PIC X(50) VALUE
       01  WS-ORIG-APRVL-TS               PIC X(26) VALUE SPACES.
       01  WS-TMPLT-APRVR-ID              PIC X(10) VALUE SPACES.
       01  WS-DLGT-HIT-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-ANCSTR-CMPNY-ID             PIC X(08) VALUE SPACES.
       01  WS-ANCSTR-DEPTH                PIC S9(4) COMP VALUE 0.
       01  WS-ANCSTR-DONE-SW              PIC X(01) VALUE 'N'.
           88 ANCSTR-WALK-DONE            VALUE 'Y'.
      *
       01  WS-ALOG-PROGRAM                PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
              88 WS-AUTH-ALLOWED          VALUE 'Y'.
           05 WS-AUTH-DENY-RC             PIC X(04).
           05 WS-AUTH-SQLCODE             PIC S9(9) COMP.
       01  WS-MNTM-PROGRAM                PIC X(08) VALUE 'DPMXMNTM'.
       01  WS-MNTM-PASS-AREA.
           05 WS-MNTM-USER-ID             PIC X(10).
           05 WS-MNTM-PRGM-ID             PIC X(08).
           05 WS-MNTM-FUNC-CD             PIC X(01).
           05 WS-MNTM-FROZEN-IN           PIC X(01).
              88 WS-MNTM-FROZEN           VALUE 'Y'.
           05 WS-MNTM-MSG-TX              PIC X(80).
           05 WS-MNTM-SQLCODE             PIC S9(9) COMP.
       01  WS-TS                          PIC X(26).
       01  WS-OLD-DELR-STAT-CD            PIC X(1)  VALUE SPACES.
       01  WS-DISPLAY-SWITCH              PIC X(01)  VALUE 'N'.
014600     EXEC SQL
014700        INCLUDE DPM0101
014800     END-EXEC

      * INCLUDE FOR VDPM02_DELR_CMPNY
           EXEC SQL
              INCLUDE DPM0201
           END-EXEC
014900
      * INCLUDE FOR VDPM06_MCA_ENRL_HIST
           EXEC SQL
              INCLUDE DPM2301
           END-EXEC

      * INCLUDE FOR VDPM85_DELR_INVTN
           EXEC SQL
              INCLUDE DPM8501
           END-EXEC

      * INCLUDE FOR VDPM91_ENRL_RSN
           EXEC SQL
              INCLUDE DPM9101
           END-EXEC

      * INCLUDE FOR VDTM54_DEBUG_CNTRL                                  00024910
           EXEC SQL                                                     00024920
                INCLUDE DTM5401                                         00024930
016700 01  LS-DELR-STAT-CD                PIC X(1).
016800 01  LS-USER-ID                     PIC X(10).
016800 01  LS-ENRL-TS                     PIC X(26).
       01  LS-INVTN-CD                    PIC X(14).
       01  LS-RSN-CD                      PIC X(04).
       01  LS-RSN-TX                      PIC X(80).
019200
019300 PROCEDURE DIVISION USING  OUTSQLCA,
019400                           LS-SP-ERROR-AREA,
019800                           LS-DELR-CMPNY-ID,
                                 LS-DELR-STAT-CD,
                                 LS-USER-ID,
                                 LS-ENRL-TS,
                                 LS-INVTN-CD,
                                 LS-RSN-CD,
                                 LS-RSN-TX.

020900*----------*
021000 0000-MAIN.
025300     MOVE SPACES                     TO OUTSQLCA, LS-SP-ERROR-AREA
025300     MOVE 'SP00'                     TO LS-SP-RC
           MOVE 0                          TO WS-RETRY-CNT
           MOVE 'N'                        TO WS-INVTN-SW
           MOVE SPACE                      TO WS-ENRL-SRC-CD
025400*    CONVERT ALL THE INPUT LS-DELR-STAT-CD INTO UPPER-CASE
027100     MOVE FUNCTION UPPER-CASE(LS-USER-ID)
027200                                     TO WS-USER-ID
027100     MOVE FUNCTION UPPER-CASE(LS-DELR-STAT-CD)
027200                                     TO WS-ENRL-ACTION-SW
                                              LS-DELR-STAT-CD
           MOVE FUNCTION UPPER-CASE(LS-RSN-CD)
                                           TO WS-RSN-CD
           MOVE LS-RSN-TX                  TO WS-RSN-TX
           EXEC SQL
              SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC
031100
031000     MOVE '2000-VALIDATE-INPUT'      TO WS-PARAGRAPH-NAME
031100
      * AN INVITATION CODE SUPPLIES ANY MISSING TEMPLATE OR DEALER, SO
      * IT IS READ BEFORE THOSE ARE CHECKED.
           IF CREATE-ENRL-REQ
            AND LS-INVTN-CD > SPACES
              PERFORM 2050-VALIDATE-INVITATION
           END-IF

031200     IF LS-MCA-TMPLT-ID = ZEROES
031500        MOVE WS-EMPTY-TMPLT-ID       TO LS-SP-ERROR-AREA
031600        MOVE 'SP50'                  TO LS-SP-RC
              WHEN TERMINATE-ENRL-REQ
                 MOVE LS-DELR-CMPNY-ID        TO D003-CMPNY-ID
              WHEN CREATE-ENRL-REQ
              WHEN WITHDRAW-ENRL-REQ
                 MOVE LS-CLNT-CMPNY-ID        TO D003-CMPNY-ID
031400        WHEN OTHER
031500           MOVE WS-EMPTY-DELR-STAT-CD   TO LS-SP-ERROR-AREA
031800        PERFORM 9990-GOBACK
033500     END-IF

           PERFORM 2470-CHECK-MAINT-MODE

           IF DENY-ENRL-REQ OR TERMINATE-ENRL-REQ
            OR WITHDRAW-ENRL-REQ
              PERFORM 2480-VALIDATE-REASON
           ELSE
              MOVE SPACES                  TO WS-RSN-CD
                                              WS-RSN-TX
           END-IF

           IF LS-ENRL-TS = SPACES
044800        MOVE WS-CURRENT-TS           TO LS-ENRL-TS
           END-IF

041700     .
      *----------------------------*
       2050-VALIDATE-INVITATION.
      *----------------------------*
      * THE CODE MUST HAVE BEEN ISSUED TO THIS CLIENT (AND THIS DEALER
      * AND TEMPLATE WHEN THOSE ARE GIVEN).  A MISMATCH IS REPORTED AS
      * NOT VALID, WITHOUT SAYING WHICH PART FAILED.

           MOVE '2050-VALIDATE-INVITATION' TO WS-PARAGRAPH-NAME
           MOVE FUNCTION UPPER-CASE(LS-INVTN-CD)
                                           TO D85A-INVTN-CD

           EXEC SQL
              SELECT DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                    ,RQST_TMPLT_ID
                    ,ASGD_TMPLT_ID
                    ,INVTN_STAT_CD
                    ,CRTD_USER_ID
                    ,CASE WHEN EXPRY_DT < CURRENT DATE
                          THEN 1 ELSE 0 END
                INTO :D85A-DELR-CMPNY-ID
                    ,:D85A-CLNT-CMPNY-ID
                    ,:D85A-RQST-TMPLT-ID
                    ,:D85A-ASGD-TMPLT-ID
                    ,:D85A-INVTN-STAT-CD
                    ,:D85A-CRTD-USER-ID
                    ,:WS-INVTN-EXPRD-CNT
                FROM  VDPM85_DELR_INVTN
               WHERE  INVTN_CD = :D85A-INVTN-CD
                WITH  CS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN +100
                 MOVE WS-INVTN-INVLD       TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D85A-CLNT-CMPNY-ID NOT = LS-CLNT-CMPNY-ID
            OR (LS-DELR-CMPNY-ID > SPACES
                AND D85A-DELR-CMPNY-ID NOT = LS-DELR-CMPNY-ID)
            OR (LS-MCA-TMPLT-ID NOT = ZEROES
                AND D85A-RQST-TMPLT-ID NOT = LS-MCA-TMPLT-ID)
              MOVE WS-INVTN-INVLD          TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D85A-INVTN-USED OR D85A-INVTN-WITHDRAWN
              MOVE WS-INVTN-USED           TO LS-SP-ERROR-AREA
              MOVE 'SP52'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D85A-INVTN-EXPIRED OR WS-INVTN-EXPRD-CNT > 0
              MOVE WS-INVTN-EXPIRED        TO LS-SP-ERROR-AREA
              MOVE 'SP52'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE D85A-DELR-CMPNY-ID         TO LS-DELR-CMPNY-ID
           MOVE D85A-RQST-TMPLT-ID         TO LS-MCA-TMPLT-ID
           SET ENRL-BY-INVITATION          TO TRUE
           MOVE 'I'                        TO WS-ENRL-SRC-CD
           .
041900*----------------------------*
042000 2100-VALIDATE-TEMPLATE-ID.
042100*----------------------------*
046000        WHEN ZEROES
                 CONTINUE
046000        WHEN +100
                 IF CREATE-ENRL-REQ OR WITHDRAW-ENRL-REQ
                    PERFORM 2410-CHECK-PARENT-USER
                 END-IF
                 IF WS-USER-FLAG NOT = 'Y'
046200              MOVE WS-INVLD-USER-ID  TO LS-SP-ERROR-AREA
046300              MOVE 'SP50'            TO LS-SP-RC
046400              PERFORM 9990-GOBACK
                 END-IF
046700        WHEN OTHER
046800           PERFORM 9000-SQL-ERROR
047000     END-EVALUATE
              PERFORM 2460-CHECK-AUTHORITY
           END-IF
047100     .
      *--------------------------*
       2410-CHECK-PARENT-USER.
      *--------------------------*
      * A FUND FAMILY'S PARENT COMPANY RAISES ENROLLMENT REQUESTS ON
      * BEHALF OF ITS FUNDS.  WALK UP VDPM02_DELR_CMPNY.CRT_CMPNY_ID
      * FROM THE CLIENT AND ACCEPT THE USER IF IT BELONGS TO ANY
      * COMPANY ON THE PARENT CHAIN.  A BLANK OR SELF-REFERENCING
      * PARENT ENDS THE CHAIN; 30 LEVELS STOPS THE WALK DEFENSIVELY.

           MOVE '2410-CHECK-PARENT-USER'   TO WS-PARAGRAPH-NAME

           MOVE 'N'                        TO WS-USER-FLAG
                                              WS-ANCSTR-DONE-SW
           MOVE LS-CLNT-CMPNY-ID           TO WS-ANCSTR-CMPNY-ID
           MOVE 0                          TO WS-ANCSTR-DEPTH

           PERFORM 2420-CHECK-ONE-PARENT
                   UNTIL ANCSTR-WALK-DONE
                      OR WS-USER-FLAG = 'Y'
                      OR WS-ANCSTR-DEPTH > 30
           .
      *--------------------------*
       2420-CHECK-ONE-PARENT.
      *--------------------------*

           MOVE WS-ANCSTR-CMPNY-ID         TO D002-CMPNY-ID

           EXEC SQL
              SELECT CRT_CMPNY_ID
                INTO :WS-ANCSTR-CMPNY-ID
                FROM  VDPM02_DELR_CMPNY
               WHERE  CMPNY_ID = :D002-CMPNY-ID
                WITH  CS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 ADD 1                     TO WS-ANCSTR-DEPTH
                 IF WS-ANCSTR-CMPNY-ID = SPACES
                 OR WS-ANCSTR-CMPNY-ID = D002-CMPNY-ID
                    SET ANCSTR-WALK-DONE   TO TRUE
                 END-IF
              WHEN +100
                 SET ANCSTR-WALK-DONE      TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT ANCSTR-WALK-DONE
              MOVE WS-ANCSTR-CMPNY-ID      TO D003-CMPNY-ID
              EXEC SQL
                 SELECT 'Y' INTO :WS-USER-FLAG
                   FROM D0003
                   WHERE CMPNY_USER_ID = :D003-CMPNY-USER-ID
                     AND CMPNY_ID      = :D003-CMPNY-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROES
                    CONTINUE
                 WHEN +100
                    MOVE 'N'               TO WS-USER-FLAG
                 WHEN OTHER
                    PERFORM 9000-SQL-ERROR
              END-EVALUATE
           END-IF
           .
      *--------------------------*
       2460-CHECK-AUTHORITY.
      *--------------------------*
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       2470-CHECK-MAINT-MODE.
      *--------------------------*
      * WHILE THE REGION IS FROZEN FOR MAINTENANCE (DPMXMNTS) THE
      * UPDATE IS REFUSED WITH SP66 AND THE FREEZE'S USER MESSAGE,
      * UNLESS THE USER MAY WORK THROUGH IT (DPMXMNTM).

           MOVE '2470-CHECK-MAINT-MODE'     TO WS-PARAGRAPH-NAME

           MOVE WS-USER-ID                  TO WS-MNTM-USER-ID
           MOVE WS-PROGRAM                  TO WS-MNTM-PRGM-ID
           MOVE WS-ENRL-ACTION-SW           TO WS-MNTM-FUNC-CD

           CALL WS-MNTM-PROGRAM USING WS-MNTM-PASS-AREA

           IF WS-MNTM-FROZEN
              MOVE WS-MNTM-MSG-TX           TO LS-SP-ERROR-AREA
              MOVE 'SP66'                   TO LS-SP-RC
              PERFORM 9990-GOBACK
           END-IF
           .
      *--------------------------*
       2480-VALIDATE-REASON.
      *--------------------------*
      * A DENY, TERMINATE OR WITHDRAWAL MUST GIVE A REASON CODE FROM
      * THE VDPM91_ENRL_RSN CATALOG (MAINTAINED BY DPMXERSN) THAT IS
      * ACTIVE AND FLAGGED FOR THAT KIND OF DECISION.  THE FREE TEXT
      * IS OPTIONAL.

           MOVE '2480-VALIDATE-REASON'      TO WS-PARAGRAPH-NAME

           IF WS-RSN-CD = SPACES
              MOVE WS-RSN-REQD              TO LS-SP-ERROR-AREA
              MOVE 'SP50'                   TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE WS-RSN-CD                   TO D091-RSN-CD

           EXEC SQL
              SELECT DENY_IN
                    ,TRMN_IN
                    ,WTHDR_IN
                    ,ACTV_IN
                INTO :D091-DENY-IN
                    ,:D091-TRMN-IN
                    ,:D091-WTHDR-IN
                    ,:D091-ACTV-IN
                FROM  VDPM91_ENRL_RSN
               WHERE  RSN_CD = :D091-RSN-CD
                WITH  CS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 IF NOT D091-RSN-ACTIVE
                 OR (DENY-ENRL-REQ      AND NOT D091-DENY-ALLOWED)
                 OR (TERMINATE-ENRL-REQ AND NOT D091-TRMN-ALLOWED)
                 OR (WITHDRAW-ENRL-REQ  AND NOT D091-WTHDR-ALLOWED)
                    MOVE WS-RSN-INVLD       TO LS-SP-ERROR-AREA
                    MOVE 'SP50'             TO LS-SP-RC
                    PERFORM 9990-GOBACK
                 END-IF
              WHEN +100
                 MOVE WS-RSN-INVLD          TO LS-SP-ERROR-AREA
                 MOVE 'SP50'                TO LS-SP-RC
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *--------------------------*
       2450-CHECK-DUP-ENRL.
      *--------------------------*
044800     MOVE WS-CURRENT-TS              TO D006-ROW-UPDT-TS
044800     MOVE LS-USER-ID                 TO D006-ROW-UPDT-USER-ID
044800     MOVE ZEROES                     TO D006-ASGD-TMPLT-ID
           IF ENRL-BY-INVITATION
              MOVE D85A-ASGD-TMPLT-ID      TO D006-ASGD-TMPLT-ID
           END-IF
044800     MOVE LS-MCA-TMPLT-ID            TO D006-RQST-TMPLT-ID
044800     MOVE LS-ENRL-TS                 TO D006-ENRL-TS
045100
                       MOVE 'SP50'                TO LS-SP-RC
                       MOVE WS-ENRL-DLTD          TO LS-SP-ERROR-AREA
                       PERFORM 9990-GOBACK
      * AN INVITATION APPROVES A REQUEST ALREADY WAITING ON FILE.
                    WHEN 'P'
                    WHEN 'F'
                       IF CREATE-ENRL-REQ
                        AND NOT ENRL-BY-INVITATION
                          MOVE 'SP02'             TO LS-SP-RC
                          MOVE WS-ENRL-PENDING-AL TO LS-SP-ERROR-AREA
046400                    PERFORM 9990-GOBACK
                       END-IF
      * A WITHDRAWN REQUEST CAN ONLY BE RAISED AGAIN BY THE CLIENT.
                    WHEN 'W'
                       IF APPROVE-ENRL-REQ OR DENY-ENRL-REQ
                          MOVE 'SP05'             TO LS-SP-RC
                          MOVE WS-ENRL-WTHDRN     TO LS-SP-ERROR-AREA
                          PERFORM 9990-GOBACK
                       END-IF
                 END-EVALUATE
                 MOVE D006-DELR-STAT-CD      TO WS-OLD-DELR-STAT-CD
                 IF TERMINATE-ENRL-REQ
                    MOVE WS-ENRL-NOT-ACTV    TO LS-SP-ERROR-AREA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF WITHDRAW-ENRL-REQ
                  AND WS-OLD-DELR-STAT-CD NOT = 'P'
                  AND WS-OLD-DELR-STAT-CD NOT = 'F'
                    MOVE 'SP05'              TO LS-SP-RC
                    MOVE WS-ENRL-NOT-PEND    TO LS-SP-ERROR-AREA
                    PERFORM 9990-GOBACK
                 END-IF
                 IF APPROVE-ENRL-REQ
                    PERFORM 3050-CHECK-DUAL-APRVL
                       THRU 3050-EXIT
                 END-IF
                 IF ENRL-BY-INVITATION
                    PERFORM 3800-REDEEM-INVITATION
                 END-IF
                 PERFORM 3100-UPDT-ENROLLMENT
046000        WHEN +100
                 EVALUATE TRUE
                    WHEN DENY-ENRL-REQ
                    WHEN APPROVE-ENRL-REQ
                    WHEN TERMINATE-ENRL-REQ
                    WHEN WITHDRAW-ENRL-REQ
                       MOVE 'SP03'             TO LS-SP-RC
                       MOVE WS-ENRL-NOT-FND    TO LS-SP-ERROR-AREA
                       PERFORM 9990-GOBACK
                       PERFORM 2450-CHECK-DUP-ENRL
                 END-EVALUATE
                 MOVE SPACES                 TO WS-OLD-DELR-STAT-CD
                 IF ENRL-BY-INVITATION
                    PERFORM 3800-REDEEM-INVITATION
                 END-IF
                 PERFORM 3300-ISRT-ENROLLMENT
046700        WHEN OTHER
046800           PERFORM 9000-SQL-ERROR
              END-IF
           END-IF

      * AN INVITATION WAS THE DEALER'S APPROVAL, GIVEN BY ITS ISSUER.
           IF ENRL-BY-INVITATION
              MOVE 'A'                          TO D006-DELR-STAT-CD
              MOVE D85A-CRTD-USER-ID            TO D006-APRVR-USER-ID
              MOVE WS-CURRENT-TS                TO D006-APRVL-TS
           END-IF

045200     EXEC SQL
045300        UPDATE VDPM06_MCA_ENRL
045400          SET DELR_STAT_CD          = :D006-DELR-STAT-CD
045400             ,ROW_UPDT_USER_ID      = :D006-ROW-UPDT-USER-ID
                   ,APRVL_TS              = :D006-APRVL-TS
                   ,APRVR_USER_ID         = :D006-APRVR-USER-ID
                   ,ASGD_TMPLT_ID         =
                       CASE WHEN :WS-INVTN-SW = 'Y'
                            THEN :D006-ASGD-TMPLT-ID
                            ELSE ASGD_TMPLT_ID
                       END
045500          WHERE DELR_CMPNY_ID       = :D006-DELR-CMPNY-ID
045500           AND  CLNT_CMPNY_ID       = :D006-CLNT-CMPNY-ID
                 AND  RQST_TMPLT_ID       = :D006-RQST-TMPLT-ID
044800     MOVE LS-DELR-STAT-CD               TO D006-DELR-STAT-CD
044800     MOVE '1900-01-01-01.01.01.000001'  TO D006-APRVL-TS
044800     MOVE SPACES                        TO D006-APRVR-USER-ID
           IF ENRL-BY-INVITATION
              MOVE 'A'                        TO D006-DELR-STAT-CD
              MOVE D85A-CRTD-USER-ID          TO D006-APRVR-USER-ID
              MOVE WS-CURRENT-TS              TO D006-APRVL-TS
           END-IF
045100
045200     EXEC SQL
045300        INSERT INTO VDPM06_MCA_ENRL
                 PERFORM 3900-INSERT-ENRL-HIST
                 PERFORM 3700-UPDT-SMRY-CNT
046000        WHEN -803
      * THE INVITATION CLAIMED IN 3800 STAYS OUTSTANDING.
                 IF ENRL-BY-INVITATION
                    EXEC SQL
                       ROLLBACK
                    END-EXEC
                 END-IF
                 INITIALIZE SQLCODE
                 MOVE 'SP02'                        TO LS-SP-RC
                 MOVE WS-ENRL-PENDING-AL            TO LS-SP-ERROR-AREA
047000     END-EVALUATE
045700
047100     .
      *--------------------------*
       3800-REDEEM-INVITATION.
      *--------------------------*
      * CLAIMS THE CODE IN THIS UNIT OF WORK, ONLY WHILE IT IS STILL
      * OUTSTANDING, SO TWO CONCURRENT ENROLLMENTS CANNOT BOTH USE IT.

           MOVE '3800-REDEEM-INVITATION'   TO WS-PARAGRAPH-NAME
           MOVE LS-USER-ID                 TO D85A-USED-USER-ID
           MOVE WS-CURRENT-TS              TO D85A-USED-TS

           EXEC SQL
              UPDATE VDPM85_DELR_INVTN
                 SET INVTN_STAT_CD    = 'U'
                    ,USED_TS          = :D85A-USED-TS
                    ,USED_USER_ID     = :D85A-USED-USER-ID
                    ,ROW_UPDT_TS      = :D85A-USED-TS
                    ,ROW_UPDT_USER_ID = :D85A-USED-USER-ID
               WHERE INVTN_CD         = :D85A-INVTN-CD
                 AND INVTN_STAT_CD    = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN +100
                 MOVE WS-INVTN-USED        TO LS-SP-ERROR-AREA
                 MOVE 'SP52'               TO LS-SP-RC
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *--------------------------*
       3700-UPDT-SMRY-CNT.
      *--------------------------*
           MOVE D006-DELR-STAT-CD            TO D06H-NEW-DELR-STAT-CD
           MOVE WS-CURRENT-TS                TO D06H-ENRL-ACTN-TS
           MOVE LS-USER-ID                   TO D06H-ENRL-ACTN-USER-ID
           MOVE WS-ENRL-SRC-CD               TO D06H-ENRL-SRC-CD
           MOVE WS-RSN-CD                    TO D06H-RSN-CD
           MOVE WS-RSN-TX                    TO D06H-RSN-TX

           EXEC SQL
              INSERT INTO VDPM06_MCA_ENRL_HIST
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,ENRL_ACTN_TS
                 ,ENRL_ACTN_USER_ID
                 ,ENRL_SRC_CD
                 ,RSN_CD
                 ,RSN_TX)
                 VALUES
                 (:D06H-DELR-CMPNY-ID
                 ,:D06H-CLNT-CMPNY-ID
                 ,:D06H-OLD-DELR-STAT-CD
                 ,:D06H-NEW-DELR-STAT-CD
                 ,:D06H-ENRL-ACTN-TS
                 ,:D06H-ENRL-ACTN-USER-ID
                 ,:D06H-ENRL-SRC-CD
                 ,:D06H-RSN-CD
                 ,:D06H-RSN-TX)
           END-EXEC

           EVALUATE SQLCODE
           MOVE WS-CURRENT-TS                TO D23A-ENRL-EVNT-TS
           MOVE 'U'                          TO D23A-EVNT-SENT-CD
           MOVE '1900-01-01-01.01.01.000001' TO D23A-EVNT-SENT-TS
           MOVE WS-ENRL-SRC-CD               TO D23A-ENRL-SRC-CD
           MOVE WS-RSN-CD                    TO D23A-RSN-CD
           MOVE WS-RSN-TX                    TO D23A-RSN-TX

           EXEC SQL
              INSERT INTO VDPM23_ENRL_EVNT
                 ,APRVR_USER_ID
                 ,ENRL_EVNT_TS
                 ,EVNT_SENT_CD
                 ,EVNT_SENT_TS
                 ,ENRL_SRC_CD
                 ,RSN_CD
                 ,RSN_TX)
                 VALUES
                 (:D23A-ENRL-EVNT-ID
                 ,:D23A-DELR-CMPNY-ID
                 ,:D23A-APRVR-USER-ID
                 ,:D23A-ENRL-EVNT-TS
                 ,:D23A-EVNT-SENT-CD
                 ,:D23A-EVNT-SENT-TS
                 ,:D23A-ENRL-SRC-CD
                 ,:D23A-RSN-CD
                 ,:D23A-RSN-TX)
           END-EXEC

           EVALUATE SQLCODE
104300        DISPLAY 'DEALER STATUS CODE       :' LS-DELR-STAT-CD
104600        DISPLAY 'CLIENT USER ID           :' LS-USER-ID
104600        DISPLAY 'ENROLLMENT TS            :' LS-ENRL-TS
              DISPLAY 'INVITATION CODE          :' LS-INVTN-CD
              DISPLAY 'REASON CODE              :' LS-RSN-CD
              DISPLAY 'REASON TEXT              :' LS-RSN-TX
           END-IF

106800
