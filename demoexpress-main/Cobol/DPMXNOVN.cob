       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXNOVN.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXNOVN
      *    NAME  DPMXNOVN(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXNOVN                                            *
      *                                                                *
      * CLIENT-SIDE NOVATION OF ONE EXECUTED MCA.  DPMXDMRG MOVES A    *
      * WHOLE DEALER BOOK; A NOVATION MOVES A SINGLE EXECUTED          *
      * TEMPLATE FROM THE CLIENT ON IT (THE TRANSFEROR) TO ANOTHER     *
      * CLIENT (THE TRANSFEREE).  IT NEEDS THE CONSENT OF ALL THREE    *
      * PARTIES - DEALER, TRANSFEROR AND TRANSFEREE - WHICH IS         *
      * COLLECTED HERE ON VDPM74_TMPLT_NOVN.  DPMXNOVX CARRIES OUT A   *
      * FULLY CONSENTED NOVATION ON ITS NOVATION DATE.                 *
      *                                                                *
      * A USER SPEAKS FOR THE PARTY WHOSE COMPANY THEY BELONG TO       *
      * (VDPM03_CMPNY_USER).  OPERATIONS (LS-IN-OPR-FLAG):             *
      *                                                                *
      *   'I' - INITIATE: A USER OF ANY OF THE THREE PARTIES NAMES AN  *
      *         EXECUTED ('E') TEMPLATE THAT IS NOT DELETED ('L'),     *
      *         EXPIRED ('X'), TERMINATED ('T') OR ALREADY NOVATED     *
      *         ('V'), ITS CURRENT CLIENT AS TRANSFEROR, AN ACTIVE     *
      *         CLIENT COMPANY AS TRANSFEREE AND THE NOVATION DATE     *
      *         (BLANK = TODAY; NEVER IN THE PAST).  ONE OPEN          *
      *         NOVATION PER TEMPLATE, AND NONE WHILE AN EARLY         *
      *         TERMINATION IS OPEN ON VDPM73_TMPLT_TRMN.  THE         *
      *         INITIATOR'S PARTY IS RECORDED AS CONSENTING AND THE    *
      *         USERS OF THE OTHER TWO PARTIES ARE ALERTED (NOVNRQST). *
      *   'C' - CONSENT: A USER OF A PARTY THAT HAS NOT YET ANSWERED   *
      *         GIVES THAT PARTY'S CONSENT.  THE LAST CONSENT MOVES    *
      *         THE NOVATION TO 'C' AND ALERTS ALL THREE PARTIES       *
      *         (NOVNCNSN).                                            *
      *   'R' - REFUSE: A USER OF A PARTY THAT HAS NOT YET ANSWERED    *
      *         REFUSES WITH A REASON.  THE NOVATION IS CLOSED 'R'     *
      *         AND THE OTHER PARTIES ARE ALERTED (NOVNRFSD).          *
      *                                                                *
      * EVERY STEP IS WRITTEN TO THE TEMPLATE'S USER ACTION LOG        *
      * (DPMXALOG ACTION 'N').  LS-OUT-NOVN-ID AND LS-OUT-NOVN-STAT-CD *
      * RETURN THE NOVATION AND ITS STATUS AFTER THE CALL.             *
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 TEMPLATE NOT FOUND / NOT AN        *
      * EXECUTED MCA / TRANSFEROR NOT ITS CLIENT, SP02 NOVATION OR     *
      * TERMINATION ALREADY OPEN, SP03 USER NOT OF A PARTY, SP04       *
      * TEMPLATE NO LONGER ELIGIBLE, SP05 TRANSFEREE NOT AN ACTIVE     *
      * CLIENT, SP06 NOVATION NOT FOUND / NOT PENDING / PARTY HAS      *
      * ALREADY ANSWERED, SP50 INVALID INPUT, SP99 DATABASE ERROR.     *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM74_TMPLT_NOVN    - CLIENT NOVATION AND PARTY CONSENTS      *
      *                                                                *
      * VDPM14_MCA_TMPLT     - MCA TEMPLATE                            *
      *                                                                *
      * VDPM01_MCA_CMPNY     - COMPANY (TRANSFEREE CHECK)              *
      *                                                                *
      * VDPM03_CMPNY_USER    - COMPANY USER (PARTY OF THE CALLER,      *
      *                        ALERT RECIPIENTS)                       *
      *                                                                *
      * VDPM73_TMPLT_TRMN    - EARLY TERMINATION REQUEST               *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM7401  - DCLGEN FOR VDPM74_TMPLT_NOVN
      * DPM1401  - DCLGEN FOR VDPM14_MCA_TMPLT
      * DPM0101  - DCLGEN FOR VDPM01_MCA_CMPNY
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
      * DPMXAALR - ALERTS THE PARTIES (TYPED ALERTS NOVNRQST,          *
      *            NOVNCNSN, NOVNRFSD)                                 *
      * DPMXALOG - USER ACTION LOG                                     *
      *----------------------------------------------------------------
      *              M A I N T E N A N C E   H I S T O R Y            *
      *                                                               *
      * DATE CHANGED    VERSION     PROGRAMMER                        *
      * ------------    -------     --------------------              *
      *                                                               *
      * 10/15/2026        01.00     COGNIZANT                         *
      *                             INITIAL IMPLEMENTATION            *
      *                                                               *
      * 10/15/2026        01.01     COGNIZANT                         *
      *                             A SUPERSEDED ('S') TEMPLATE       *
      *                             CANNOT BE NOVATED                 *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXNOVN'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-NOVN-SEQ               PIC S9(9) COMP.
             05  WS-OPEN-CNT               PIC S9(9) COMP.
             05  WS-EFF-DAYS               PIC S9(9) COMP.
             05  WS-CHG-TS                 PIC X(26).
             05  WS-READ-UPDT-TS           PIC X(26).
             05  WS-LOW-TS                 PIC X(26)
                 VALUE '0001-01-01-00.00.00.000000'.
             05  WS-USER-CMPNY-ID          PIC X(08).
             05  WS-PARTY-CMPNY-ID         PIC X(08).
             05  WS-PARTY-CD               PIC X(01).
                 88  WS-PARTY-DEALER       VALUE 'D'.
                 88  WS-PARTY-XFRR         VALUE 'R'.
                 88  WS-PARTY-XFRE         VALUE 'E'.
                 88  WS-PARTY-NONE         VALUE ' '.
             05  WS-PARTY-NM               PIC X(12).
             05  WS-PARTY-CD-ANSWER        PIC X(01).
             05  WS-ALRT-CMPNY-1           PIC X(08).
             05  WS-ALRT-CMPNY-2           PIC X(08).
             05  WS-ALRT-CMPNY-3           PIC X(08).
             05  WS-NOTIFY-USER-ID         PIC X(10).
             05  WS-NOVN-ID-X              PIC 9(09).
             05  WS-TMPLT-ID-X             PIC 9(09).
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-EMPTY-TMPLT-ID         PIC X(50) VALUE
                 'Template id is empty'.
             05  WS-EMPTY-PARTIES          PIC X(50) VALUE
                 'Transferor and transferee companies are required'.
             05  WS-SAME-PARTIES           PIC X(50) VALUE
                 'Transferee must differ from the transferor'.
             05  WS-INVLD-EFF-DT           PIC X(50) VALUE
                 'Novation date is invalid'.
             05  WS-PAST-EFF-DT            PIC X(50) VALUE
                 'Novation date cannot be before today'.
             05  WS-EMPTY-NOVN-ID          PIC X(50) VALUE
                 'Novation id is empty'.
             05  WS-EMPTY-RFSL-RSN         PIC X(50) VALUE
                 'A reason is required to refuse the novation'.
             05  WS-TMPLT-NOT-FOUND        PIC X(50) VALUE
                 'Template not found'.
             05  WS-TMPLT-NOT-EXECUTED     PIC X(50) VALUE
                 'Template is not an executed MCA'.
             05  WS-XFRR-NOT-CLIENT        PIC X(50) VALUE
                 'Transferor is not the client on this template'.
             05  WS-TMPLT-NOT-ELIGIBLE     PIC X(50) VALUE
                 'Template is no longer live (closed or superseded)'.
             05  WS-XFRE-NOT-FOUND         PIC X(50) VALUE
                 'Transferee company not found'.
             05  WS-XFRE-NOT-CLIENT        PIC X(50) VALUE
                 'Transferee is not an active client company'.
             05  WS-NOVN-ALREADY-OPEN      PIC X(50) VALUE
                 'A novation is already open for this template'.
             05  WS-TRMN-ALREADY-OPEN      PIC X(50) VALUE
                 'An early termination is open for this template'.
             05  WS-NOT-A-PARTY            PIC X(50) VALUE
                 'User does not belong to a party to the novation'.
             05  WS-NOVN-NOT-FOUND         PIC X(50) VALUE
                 'Novation not found'.
             05  WS-NOVN-NOT-PENDING       PIC X(50) VALUE
                 'Novation is no longer awaiting consent'.
             05  WS-PARTY-ANSWERED         PIC X(50) VALUE
                 'This party has already answered the novation'.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-INITIATE   VALUE 'I'.
                 88  WS-PROCESS-CONSENT    VALUE 'C'.
                 88  WS-PROCESS-REFUSE     VALUE 'R'.
             05  WS-USER-EOF-SW            PIC X(01) VALUE 'N'.
                 88  NO-MORE-USERS         VALUE 'Y'.
      *
      **PASS AREA FOR DPMXAALR - PARTY ALERTS
       01  WS-AALR-OUTSQLCA                PIC X(179).
       01  WS-AALR-SP-ERROR-AREA           PIC X(80).
       01  WS-AALR-SP-RC                   PIC X(04).
       01  WS-AALR-ALERT-ID                PIC S9(9) USAGE COMP.
       01  WS-AALR-ALERT-SUB               PIC X(150).
       01  WS-AALR-ALERT-MSG.
           49 WS-AALR-ALERT-MSG-LEN        PIC S9(4) USAGE COMP.
           49 WS-AALR-ALERT-MSG-DT         PIC X(32000).
       01  WS-AALR-USER-ID                 PIC X(10).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                    PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                PIC 9(02) VALUE 0.
           05 WS-AV-VAR                    OCCURS 10 TIMES.
              10 WS-AV-VAR-NM              PIC X(16).
              10 WS-AV-VAR-VALUE           PIC X(100).
      *
       01  WS-ALOG-PROGRAM                 PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID              PIC X(10).
           05 WS-ALOG-ACTN-CD              PIC X(01).
           05 WS-ALOG-TMPLT-ID             PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID             PIC X(08).
           05 WS-ALOG-DTL-TX               PIC X(80).
           05 WS-ALOG-SQLCODE              PIC S9(9) COMP.
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
                INCLUDE DPM7401
           END-EXEC.

           EXEC SQL
                INCLUDE DPM1401
           END-EXEC.

           EXEC SQL
                INCLUDE DPM0101
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
           END-EXEC.

      * SIGNED-ON USERS OF THE PARTIES BEING ALERTED (DPMXUOFF MARKS
      * AN OFFBOARDED USER'S UMG LINK 'OFFBOARD').  THE CALLER IS NOT
      * ALERTED ABOUT THEIR OWN ACTION.
           EXEC SQL
                DECLARE NOVN_USER_CSR CURSOR FOR
                 SELECT DISTINCT CMPNY_USER_ID
                   FROM VDPM03_CMPNY_USER
                  WHERE CMPNY_ID IN (:WS-ALRT-CMPNY-1
                                    ,:WS-ALRT-CMPNY-2
                                    ,:WS-ALRT-CMPNY-3)
                    AND UMG_USER_ID   <> 'OFFBOARD'
                    AND CMPNY_USER_ID <> :LS-IN-LOG-USR-ID
                  ORDER BY CMPNY_USER_ID
                   WITH UR
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
       01  LS-IN-NOVN-ID                   PIC S9(09) COMP.
       01  LS-IN-MCA-TMPLT-ID              PIC S9(09) COMP.
       01  LS-IN-XFRR-CMPNY-ID             PIC X(08).
       01  LS-IN-XFRE-CMPNY-ID             PIC X(08).
       01  LS-IN-NOVN-EFF-DT               PIC X(10).
       01  LS-IN-RFSL-RSN-TX               PIC X(80).
       01  LS-IN-LOG-USR-ID                PIC X(10).
       01  LS-OUT-NOVN-ID                  PIC S9(09) COMP.
       01  LS-OUT-NOVN-STAT-CD             PIC X(01).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-NOVN-ID,
                                 LS-IN-MCA-TMPLT-ID,
                                 LS-IN-XFRR-CMPNY-ID,
                                 LS-IN-XFRE-CMPNY-ID,
                                 LS-IN-NOVN-EFF-DT,
                                 LS-IN-RFSL-RSN-TX,
                                 LS-IN-LOG-USR-ID,
                                 LS-OUT-NOVN-ID,
                                 LS-OUT-NOVN-STAT-CD.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           PERFORM 3000-PROCESS-NOVATION

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
           MOVE +0                         TO LS-OUT-NOVN-ID
           MOVE SPACES                     TO LS-OUT-NOVN-STAT-CD
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-XFRR-CMPNY-ID)
                                           TO  LS-IN-XFRR-CMPNY-ID
           MOVE FUNCTION UPPER-CASE(LS-IN-XFRE-CMPNY-ID)
                                           TO  LS-IN-XFRE-CMPNY-ID
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
              DISPLAY 'DPMXNOVN STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-INITIATE
              OR  WS-PROCESS-CONSENT
              OR  WS-PROCESS-REFUSE
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

           IF WS-PROCESS-INITIATE
              PERFORM 2100-VALIDATE-INITIATE
           ELSE
              IF LS-IN-NOVN-ID NOT > ZEROES
                 MOVE WS-EMPTY-NOVN-ID     TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
              IF  WS-PROCESS-REFUSE
              AND LS-IN-RFSL-RSN-TX NOT > SPACES
                 MOVE WS-EMPTY-RFSL-RSN    TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              END-IF
           END-IF
           .
      *-------------------------*
       2100-VALIDATE-INITIATE.
      *-------------------------*

           MOVE '2100-VALIDATE-INITIATE'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-MCA-TMPLT-ID NOT > ZEROES
              MOVE WS-EMPTY-TMPLT-ID       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-XFRR-CMPNY-ID NOT > SPACES
           OR LS-IN-XFRE-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-PARTIES        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-XFRR-CMPNY-ID = LS-IN-XFRE-CMPNY-ID
              MOVE WS-SAME-PARTIES         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    A BLANK NOVATION DATE MEANS TODAY.  DB2 REJECTS A DATE THAT
      *    DOES NOT EXIST; A NEGATIVE DIFFERENCE IS A DATE IN THE PAST.
           IF LS-IN-NOVN-EFF-DT = SPACES
              EXEC SQL
                 SET :LS-IN-NOVN-EFF-DT = CHAR(CURRENT DATE, ISO)
              END-EXEC
           END-IF

           EXEC SQL
              SET :WS-EFF-DAYS = DAYS(DATE(:LS-IN-NOVN-EFF-DT))
                               - DAYS(CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-EFF-DT      TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'CURRENT DATE'       TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF WS-EFF-DAYS < ZEROES
              MOVE WS-PAST-EFF-DT          TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-PROCESS-NOVATION.
      *-------------------------*

           MOVE '3000-PROCESS-NOVATION'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

           EVALUATE TRUE
              WHEN WS-PROCESS-INITIATE
                 PERFORM 3100-GET-TEMPLATE
                 PERFORM 3110-CHECK-TRANSFEREE
                 PERFORM 3120-CHECK-OPEN-NOVN
                 MOVE D014-DELR-CMPNY-ID   TO D74A-DELR-CMPNY-ID
                 MOVE LS-IN-XFRR-CMPNY-ID  TO D74A-XFRR-CMPNY-ID
                 MOVE LS-IN-XFRE-CMPNY-ID  TO D74A-XFRE-CMPNY-ID
                 PERFORM 3800-FIND-PARTY
                 PERFORM 3130-INSERT-NOVN
              WHEN WS-PROCESS-CONSENT
                 PERFORM 3200-GET-PENDING-NOVN
                 PERFORM 3800-FIND-PARTY
                 PERFORM 3210-CHECK-NOT-ANSWERED
                 PERFORM 3220-RECHECK-TEMPLATE
                 PERFORM 3300-RECORD-CONSENT
              WHEN WS-PROCESS-REFUSE
                 PERFORM 3200-GET-PENDING-NOVN
                 PERFORM 3800-FIND-PARTY
                 PERFORM 3210-CHECK-NOT-ANSWERED
                 PERFORM 3400-RECORD-REFUSAL
           END-EVALUATE

           MOVE D74A-NOVN-ID               TO LS-OUT-NOVN-ID
           MOVE D74A-NOVN-STAT-CD          TO LS-OUT-NOVN-STAT-CD
           .
      *-------------------------*
       3100-GET-TEMPLATE.
      *-------------------------*

           MOVE '3100-GET-TEMPLATE'        TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_TMPLT_TYPE_CD
                    ,MCA_STAT_IN
                    ,DELR_CMPNY_ID
                    ,CLNT_CMPNY_ID
                INTO :D014-MCA-TMPLT-TYPE-CD
                    ,:D014-MCA-STAT-IN
                    ,:D014-DELR-CMPNY-ID
                    ,:D014-CLNT-CMPNY-ID
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :LS-IN-MCA-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-TMPLT-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D014-MCA-TMPLT-TYPE-CD NOT = 'E'
              MOVE WS-TMPLT-NOT-EXECUTED   TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D014-CLNT-CMPNY-ID NOT = LS-IN-XFRR-CMPNY-ID
              MOVE WS-XFRR-NOT-CLIENT      TO LS-SP-ERROR-AREA
              MOVE 'SP01'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF D014-MCA-STAT-IN = 'L' OR 'X' OR 'T' OR 'V' OR 'S'
              MOVE WS-TMPLT-NOT-ELIGIBLE   TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3110-CHECK-TRANSFEREE.
      *-------------------------*
      * THE TRANSFEREE MUST BE AN ACTIVE CLIENT COMPANY.

           MOVE '3110-CHECK-TRANSFEREE'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_TYPE_CD
                    ,CMPNY_STAT_IN
                INTO :D001-CMPNY-TYPE-CD
                    ,:D001-CMPNY-STAT-IN
                FROM VDPM01_MCA_CMPNY
               WHERE CMPNY_ID = :LS-IN-XFRE-CMPNY-ID
                WITH UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-XFRE-NOT-FOUND    TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D001-CMPNY-TYPE-CD NOT = 'C'
           OR D001-CMPNY-STAT-IN = 'I'
              MOVE WS-XFRE-NOT-CLIENT      TO LS-SP-ERROR-AREA
              MOVE 'SP05'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3120-CHECK-OPEN-NOVN.
      *-------------------------*
      * ONE PENDING OR CONSENTED NOVATION PER TEMPLATE, AND NONE WHILE
      * AN EARLY TERMINATION IS SUBMITTED OR APPROVED - THE TWO WOULD
      * PULL THE SAME AGREEMENT IN DIFFERENT DIRECTIONS.

           MOVE '3120-CHECK-OPEN-NOVN'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM VDPM74_TMPLT_NOVN
               WHERE ORIG_TMPLT_ID = :LS-IN-MCA-TMPLT-ID
                 AND NOVN_STAT_CD IN ('P', 'C')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM74_TMPLT_NOVN'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-OPEN-CNT > 0
              MOVE WS-NOVN-ALREADY-OPEN    TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM VDPM73_TMPLT_TRMN
               WHERE MCA_TMPLT_ID  = :LS-IN-MCA-TMPLT-ID
                 AND RQST_STAT_CD IN ('S', 'A')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM73_TMPLT_TRMN'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-OPEN-CNT > 0
              MOVE WS-TRMN-ALREADY-OPEN    TO LS-SP-ERROR-AREA
              MOVE 'SP02'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3130-INSERT-NOVN.
      *-------------------------*
      * THE INITIATING PARTY CONSENTS BY PROPOSING; THE OTHER TWO ARE
      * LEFT PENDING ('P') AND ALERTED.

           MOVE '3130-INSERT-NOVN'         TO WS-PARAGRAPH-NAME

           EXEC SQL
               SET :WS-NOVN-SEQ = (NEXT VALUE FOR DPM.SQDPM741)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'DPM.SQDPM741'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE WS-NOVN-SEQ                TO D74A-NOVN-ID
           MOVE LS-IN-MCA-TMPLT-ID         TO D74A-ORIG-TMPLT-ID
           MOVE LS-IN-NOVN-EFF-DT          TO D74A-NOVN-EFF-DT
           SET D74A-NOVN-PENDING           TO TRUE
           MOVE 'P'                        TO D74A-DELR-CNSNT-CD
                                              D74A-XFRR-CNSNT-CD
                                              D74A-XFRE-CNSNT-CD
           MOVE SPACES                     TO D74A-DELR-CNSNT-USER-ID
                                              D74A-XFRR-CNSNT-USER-ID
                                              D74A-XFRE-CNSNT-USER-ID
                                              D74A-RFSL-RSN-TX
           MOVE WS-LOW-TS                  TO D74A-DELR-CNSNT-TS
                                              D74A-XFRR-CNSNT-TS
                                              D74A-XFRE-CNSNT-TS
                                              D74A-NOVN-TS
           MOVE 'Y'                        TO WS-PARTY-CD-ANSWER
           PERFORM 3810-SET-PARTY-ANSWER
           MOVE LS-IN-LOG-USR-ID           TO D74A-RQST-USER-ID
                                              D74A-ROW-UPDT-USER-ID
           MOVE WS-CHG-TS                  TO D74A-RQST-TS
                                              D74A-ROW-UPDT-TS
           MOVE ZEROES                     TO D74A-NEW-TMPLT-ID
                                              D74A-ENRL-MOVE-CT
                                              D74A-DOC-CPY-CT
                                              D74A-ALOG-CPY-CT

           EXEC SQL
              INSERT INTO VDPM74_TMPLT_NOVN
                 (NOVN_ID
                 ,ORIG_TMPLT_ID
                 ,DELR_CMPNY_ID
                 ,XFRR_CMPNY_ID
                 ,XFRE_CMPNY_ID
                 ,NOVN_EFF_DT
                 ,NOVN_STAT_CD
                 ,DELR_CNSNT_CD
                 ,DELR_CNSNT_USER_ID
                 ,DELR_CNSNT_TS
                 ,XFRR_CNSNT_CD
                 ,XFRR_CNSNT_USER_ID
                 ,XFRR_CNSNT_TS
                 ,XFRE_CNSNT_CD
                 ,XFRE_CNSNT_USER_ID
                 ,XFRE_CNSNT_TS
                 ,RQST_USER_ID
                 ,RQST_TS
                 ,RFSL_RSN_TX
                 ,NEW_TMPLT_ID
                 ,NOVN_TS
                 ,ENRL_MOVE_CT
                 ,DOC_CPY_CT
                 ,ALOG_CPY_CT
                 ,ROW_UPDT_TS
                 ,ROW_UPDT_USER_ID)
                 VALUES
                 (:D74A-NOVN-ID
                 ,:D74A-ORIG-TMPLT-ID
                 ,:D74A-DELR-CMPNY-ID
                 ,:D74A-XFRR-CMPNY-ID
                 ,:D74A-XFRE-CMPNY-ID
                 ,:D74A-NOVN-EFF-DT
                 ,:D74A-NOVN-STAT-CD
                 ,:D74A-DELR-CNSNT-CD
                 ,:D74A-DELR-CNSNT-USER-ID
                 ,:D74A-DELR-CNSNT-TS
                 ,:D74A-XFRR-CNSNT-CD
                 ,:D74A-XFRR-CNSNT-USER-ID
                 ,:D74A-XFRR-CNSNT-TS
                 ,:D74A-XFRE-CNSNT-CD
                 ,:D74A-XFRE-CNSNT-USER-ID
                 ,:D74A-XFRE-CNSNT-TS
                 ,:D74A-RQST-USER-ID
                 ,:D74A-RQST-TS
                 ,:D74A-RFSL-RSN-TX
                 ,:D74A-NEW-TMPLT-ID
                 ,:D74A-NOVN-TS
                 ,:D74A-ENRL-MOVE-CT
                 ,:D74A-DOC-CPY-CT
                 ,:D74A-ALOG-CPY-CT
                 ,:D74A-ROW-UPDT-TS
                 ,:D74A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM74_TMPLT_NOVN'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE SPACES                     TO WS-ALOG-DTL-TX
           STRING 'NOVATION PROPOSED ' LS-IN-XFRR-CMPNY-ID
                  ' TO ' LS-IN-XFRE-CMPNY-ID
                  ' ON ' D74A-NOVN-EFF-DT
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 3700-LOG-ACTION

           MOVE 'NOVNRQST'                 TO WS-AV-TYPE-CD
           PERFORM 3900-ALERT-OTHER-PARTIES
           .
      *-------------------------*
       3200-GET-PENDING-NOVN.
      *-------------------------*

           MOVE '3200-GET-PENDING-NOVN'    TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT NOVN_ID
                    ,ORIG_TMPLT_ID
                    ,DELR_CMPNY_ID
                    ,XFRR_CMPNY_ID
                    ,XFRE_CMPNY_ID
                    ,NOVN_EFF_DT
                    ,NOVN_STAT_CD
                    ,DELR_CNSNT_CD
                    ,DELR_CNSNT_USER_ID
                    ,DELR_CNSNT_TS
                    ,XFRR_CNSNT_CD
                    ,XFRR_CNSNT_USER_ID
                    ,XFRR_CNSNT_TS
                    ,XFRE_CNSNT_CD
                    ,XFRE_CNSNT_USER_ID
                    ,XFRE_CNSNT_TS
                    ,ROW_UPDT_TS
                INTO :D74A-NOVN-ID
                    ,:D74A-ORIG-TMPLT-ID
                    ,:D74A-DELR-CMPNY-ID
                    ,:D74A-XFRR-CMPNY-ID
                    ,:D74A-XFRE-CMPNY-ID
                    ,:D74A-NOVN-EFF-DT
                    ,:D74A-NOVN-STAT-CD
                    ,:D74A-DELR-CNSNT-CD
                    ,:D74A-DELR-CNSNT-USER-ID
                    ,:D74A-DELR-CNSNT-TS
                    ,:D74A-XFRR-CNSNT-CD
                    ,:D74A-XFRR-CNSNT-USER-ID
                    ,:D74A-XFRR-CNSNT-TS
                    ,:D74A-XFRE-CNSNT-CD
                    ,:D74A-XFRE-CNSNT-USER-ID
                    ,:D74A-XFRE-CNSNT-TS
                    ,:WS-READ-UPDT-TS
                FROM VDPM74_TMPLT_NOVN
               WHERE NOVN_ID = :LS-IN-NOVN-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-NOVN-NOT-FOUND    TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM74_TMPLT_NOVN'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D74A-NOVN-PENDING
              MOVE WS-NOVN-NOT-PENDING     TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3210-CHECK-NOT-ANSWERED.
      *-------------------------*
      * EACH PARTY ANSWERS ONCE; A CONSENT CANNOT BE TURNED INTO A
      * REFUSAL HERE, NOR GIVEN TWICE.

           MOVE '3210-CHECK-NOT-ANSWERED'  TO WS-PARAGRAPH-NAME

           IF (WS-PARTY-DEALER AND D74A-DELR-CNSNT-CD NOT = 'P')
           OR (WS-PARTY-XFRR   AND D74A-XFRR-CNSNT-CD NOT = 'P')
           OR (WS-PARTY-XFRE   AND D74A-XFRE-CNSNT-CD NOT = 'P')
              MOVE WS-PARTY-ANSWERED       TO LS-SP-ERROR-AREA
              MOVE 'SP06'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3220-RECHECK-TEMPLATE.
      *-------------------------*
      * THE TEMPLATE MAY HAVE BEEN DELETED, EXPIRED OR TERMINATED, OR
      * ITS CLIENT CHANGED, WHILE THE CONSENTS WERE COLLECTED.

           MOVE '3220-RECHECK-TEMPLATE'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT MCA_STAT_IN
                    ,CLNT_CMPNY_ID
                INTO :D014-MCA-STAT-IN
                    ,:D014-CLNT-CMPNY-ID
                FROM VDPM14_MCA_TMPLT
               WHERE MCA_TMPLT_ID = :D74A-ORIG-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE 'L'                  TO D014-MCA-STAT-IN
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF D014-MCA-STAT-IN = 'L' OR 'X' OR 'T' OR 'V' OR 'S'
           OR D014-CLNT-CMPNY-ID NOT = D74A-XFRR-CMPNY-ID
              MOVE WS-TMPLT-NOT-ELIGIBLE   TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3300-RECORD-CONSENT.
      *-------------------------*
      * THE LAST OF THE THREE CONSENTS MAKES THE NOVATION READY FOR
      * DPMXNOVX ('C') AND EVERY PARTY IS TOLD.

           MOVE '3300-RECORD-CONSENT'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE 'Y'                        TO WS-PARTY-CD-ANSWER
           PERFORM 3810-SET-PARTY-ANSWER

           IF  D74A-DELR-CONSENTED
           AND D74A-XFRR-CONSENTED
           AND D74A-XFRE-CONSENTED
              SET D74A-NOVN-CONSENTED      TO TRUE
           END-IF

           MOVE SPACES                     TO D74A-RFSL-RSN-TX
           PERFORM 3600-UPDATE-NOVN

           MOVE SPACES                     TO WS-ALOG-DTL-TX
           STRING 'NOVATION CONSENT - ' WS-PARTY-NM
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 3700-LOG-ACTION

           IF D74A-NOVN-CONSENTED
              MOVE 'NOVNCNSN'              TO WS-AV-TYPE-CD
              MOVE D74A-DELR-CMPNY-ID      TO WS-ALRT-CMPNY-1
              MOVE D74A-XFRR-CMPNY-ID      TO WS-ALRT-CMPNY-2
              MOVE D74A-XFRE-CMPNY-ID      TO WS-ALRT-CMPNY-3
              PERFORM 3910-ALERT-PARTIES
           END-IF
           .
      *-------------------------*
       3400-RECORD-REFUSAL.
      *-------------------------*
      * ONE REFUSAL ENDS THE NOVATION; THE TEMPLATE STAYS WITH THE
      * TRANSFEROR.

           MOVE '3400-RECORD-REFUSAL'      TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE 'N'                        TO WS-PARTY-CD-ANSWER
           PERFORM 3810-SET-PARTY-ANSWER
           SET D74A-NOVN-REFUSED           TO TRUE
           MOVE LS-IN-RFSL-RSN-TX          TO D74A-RFSL-RSN-TX
           PERFORM 3600-UPDATE-NOVN

           MOVE SPACES                     TO WS-ALOG-DTL-TX
           STRING 'NOVATION REFUSED - ' WS-PARTY-NM
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 3700-LOG-ACTION

           MOVE 'NOVNRFSD'                 TO WS-AV-TYPE-CD
           PERFORM 3900-ALERT-OTHER-PARTIES
           .
      *-------------------------*
       3600-UPDATE-NOVN.
      *-------------------------*
      * TWO PARTIES MAY ANSWER AT THE SAME MOMENT: THE ROW IS ONLY
      * CHANGED IF IT IS STILL AS IT WAS READ, SO NEITHER ANSWER CAN
      * OVERWRITE THE OTHER.

           MOVE '3600-UPDATE-NOVN'         TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO D74A-ROW-UPDT-USER-ID
           MOVE WS-CHG-TS                  TO D74A-ROW-UPDT-TS

           EXEC SQL
              UPDATE VDPM74_TMPLT_NOVN
                 SET NOVN_STAT_CD       = :D74A-NOVN-STAT-CD
                    ,DELR_CNSNT_CD      = :D74A-DELR-CNSNT-CD
                    ,DELR_CNSNT_USER_ID = :D74A-DELR-CNSNT-USER-ID
                    ,DELR_CNSNT_TS      = :D74A-DELR-CNSNT-TS
                    ,XFRR_CNSNT_CD      = :D74A-XFRR-CNSNT-CD
                    ,XFRR_CNSNT_USER_ID = :D74A-XFRR-CNSNT-USER-ID
                    ,XFRR_CNSNT_TS      = :D74A-XFRR-CNSNT-TS
                    ,XFRE_CNSNT_CD      = :D74A-XFRE-CNSNT-CD
                    ,XFRE_CNSNT_USER_ID = :D74A-XFRE-CNSNT-USER-ID
                    ,XFRE_CNSNT_TS      = :D74A-XFRE-CNSNT-TS
                    ,RFSL_RSN_TX        = :D74A-RFSL-RSN-TX
                    ,ROW_UPDT_TS        = :D74A-ROW-UPDT-TS
                    ,ROW_UPDT_USER_ID   = :D74A-ROW-UPDT-USER-ID
               WHERE NOVN_ID            = :D74A-NOVN-ID
                 AND NOVN_STAT_CD       = 'P'
                 AND ROW_UPDT_TS        = :WS-READ-UPDT-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-NOVN-NOT-PENDING  TO LS-SP-ERROR-AREA
                 MOVE 'SP06'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'VDPM74_TMPLT_NOVN'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3700-LOG-ACTION.
      *-------------------------*
      * EVERY STEP OF THE NOVATION GOES ON THE ORIGINAL TEMPLATE'S
      * ACTION LOG UNDER THE CALLER'S PARTY.  THE LOG WRITE NEVER FAILS
      * THE CALL.

           MOVE '3700-LOG-ACTION'          TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-ALOG-USER-ID
           MOVE 'N'                        TO WS-ALOG-ACTN-CD
           MOVE D74A-ORIG-TMPLT-ID         TO WS-ALOG-TMPLT-ID
           MOVE WS-USER-CMPNY-ID           TO WS-ALOG-CMPNY-ID

           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *-------------------------*
       3800-FIND-PARTY.
      *-------------------------*
      * WHICH OF THE THREE PARTIES THE LOGGED-ON USER SPEAKS FOR.

           MOVE '3800-FIND-PARTY'          TO WS-PARAGRAPH-NAME

           SET WS-PARTY-NONE               TO TRUE
           MOVE SPACES                     TO WS-USER-CMPNY-ID

           MOVE D74A-DELR-CMPNY-ID         TO WS-PARTY-CMPNY-ID
           PERFORM 3820-CHECK-USER-CMPNY
           IF WS-OPEN-CNT > 0
              SET WS-PARTY-DEALER          TO TRUE
              MOVE 'DEALER'                TO WS-PARTY-NM
           ELSE
              MOVE D74A-XFRR-CMPNY-ID      TO WS-PARTY-CMPNY-ID
              PERFORM 3820-CHECK-USER-CMPNY
              IF WS-OPEN-CNT > 0
                 SET WS-PARTY-XFRR         TO TRUE
                 MOVE 'TRANSFEROR'         TO WS-PARTY-NM
              ELSE
                 MOVE D74A-XFRE-CMPNY-ID   TO WS-PARTY-CMPNY-ID
                 PERFORM 3820-CHECK-USER-CMPNY
                 IF WS-OPEN-CNT > 0
                    SET WS-PARTY-XFRE      TO TRUE
                    MOVE 'TRANSFEREE'      TO WS-PARTY-NM
                 END-IF
              END-IF
           END-IF

           IF WS-PARTY-NONE
              MOVE WS-NOT-A-PARTY          TO LS-SP-ERROR-AREA
              MOVE 'SP03'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE WS-PARTY-CMPNY-ID          TO WS-USER-CMPNY-ID
           .
      *-------------------------*
       3810-SET-PARTY-ANSWER.
      *-------------------------*
      * RECORDS WS-PARTY-CD-ANSWER ('Y' CONSENT / 'N' REFUSAL) AGAINST
      * THE CALLER'S PARTY WITH THE USER AND TIME.

           EVALUATE TRUE
              WHEN WS-PARTY-DEALER
                 MOVE WS-PARTY-CD-ANSWER   TO D74A-DELR-CNSNT-CD
                 MOVE LS-IN-LOG-USR-ID     TO D74A-DELR-CNSNT-USER-ID
                 MOVE WS-CHG-TS            TO D74A-DELR-CNSNT-TS
              WHEN WS-PARTY-XFRR
                 MOVE WS-PARTY-CD-ANSWER   TO D74A-XFRR-CNSNT-CD
                 MOVE LS-IN-LOG-USR-ID     TO D74A-XFRR-CNSNT-USER-ID
                 MOVE WS-CHG-TS            TO D74A-XFRR-CNSNT-TS
              WHEN WS-PARTY-XFRE
                 MOVE WS-PARTY-CD-ANSWER   TO D74A-XFRE-CNSNT-CD
                 MOVE LS-IN-LOG-USR-ID     TO D74A-XFRE-CNSNT-USER-ID
                 MOVE WS-CHG-TS            TO D74A-XFRE-CNSNT-TS
           END-EVALUATE
           .
      *-------------------------*
       3820-CHECK-USER-CMPNY.
      *-------------------------*

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CNT
                FROM VDPM03_CMPNY_USER
               WHERE CMPNY_ID      = :WS-PARTY-CMPNY-ID
                 AND CMPNY_USER_ID = :LS-IN-LOG-USR-ID
                WITH UR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *-------------------------*
       3900-ALERT-OTHER-PARTIES.
      *-------------------------*
      * THE TWO PARTIES OTHER THAN THE CALLER'S.

           MOVE D74A-DELR-CMPNY-ID         TO WS-ALRT-CMPNY-1
           MOVE D74A-XFRR-CMPNY-ID         TO WS-ALRT-CMPNY-2
           MOVE D74A-XFRE-CMPNY-ID         TO WS-ALRT-CMPNY-3
           EVALUATE TRUE
              WHEN WS-PARTY-DEALER
                 MOVE SPACES               TO WS-ALRT-CMPNY-1
              WHEN WS-PARTY-XFRR
                 MOVE SPACES               TO WS-ALRT-CMPNY-2
              WHEN WS-PARTY-XFRE
                 MOVE SPACES               TO WS-ALRT-CMPNY-3
           END-EVALUATE

           PERFORM 3910-ALERT-PARTIES
           .
      *-------------------------*
       3910-ALERT-PARTIES.
      *-------------------------*
      * ONE TYPED ALERT (WS-AV-TYPE-CD) TO EVERY SIGNED-ON USER OF THE
      * COMPANIES IN WS-ALRT-CMPNY-1/2/3.

           MOVE '3910-ALERT-PARTIES'       TO WS-PARAGRAPH-NAME

           MOVE D74A-NOVN-ID               TO WS-NOVN-ID-X
           MOVE D74A-ORIG-TMPLT-ID         TO WS-TMPLT-ID-X
           MOVE '*ALRTVAR'                 TO WS-AV-TAG
           MOVE 7                          TO WS-AV-VAR-CNT
           MOVE SPACES                     TO WS-AV-VAR(1) WS-AV-VAR(2)
                                              WS-AV-VAR(3) WS-AV-VAR(4)
                                              WS-AV-VAR(5) WS-AV-VAR(6)
                                              WS-AV-VAR(7) WS-AV-VAR(8)
                                              WS-AV-VAR(9) WS-AV-VAR(10)
           MOVE 'NOVN_ID'                  TO WS-AV-VAR-NM(1)
           MOVE WS-NOVN-ID-X               TO WS-AV-VAR-VALUE(1)
           MOVE 'TMPLT_ID'                 TO WS-AV-VAR-NM(2)
           MOVE WS-TMPLT-ID-X              TO WS-AV-VAR-VALUE(2)
           MOVE 'DEALER'                   TO WS-AV-VAR-NM(3)
           MOVE D74A-DELR-CMPNY-ID         TO WS-AV-VAR-VALUE(3)
           MOVE 'TRANSFEROR'               TO WS-AV-VAR-NM(4)
           MOVE D74A-XFRR-CMPNY-ID         TO WS-AV-VAR-VALUE(4)
           MOVE 'TRANSFEREE'               TO WS-AV-VAR-NM(5)
           MOVE D74A-XFRE-CMPNY-ID         TO WS-AV-VAR-VALUE(5)
           MOVE 'EFF_DT'                   TO WS-AV-VAR-NM(6)
           MOVE D74A-NOVN-EFF-DT           TO WS-AV-VAR-VALUE(6)
           MOVE 'PARTY'                    TO WS-AV-VAR-NM(7)
           MOVE WS-PARTY-NM                TO WS-AV-VAR-VALUE(7)
           IF D74A-NOVN-REFUSED
              MOVE 8                       TO WS-AV-VAR-CNT
              MOVE 'REASON'                TO WS-AV-VAR-NM(8)
              MOVE D74A-RFSL-RSN-TX        TO WS-AV-VAR-VALUE(8)
           END-IF

           MOVE 'N'                        TO WS-USER-EOF-SW

           EXEC SQL
              OPEN NOVN_USER_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'     TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3920-FETCH-PARTY-USER
           PERFORM UNTIL NO-MORE-USERS
              PERFORM 3930-RAISE-ALERT
              PERFORM 3920-FETCH-PARTY-USER
           END-PERFORM

           EXEC SQL
              CLOSE NOVN_USER_CSR
           END-EXEC
           .
      *-------------------------*
       3920-FETCH-PARTY-USER.
      *-------------------------*

           EXEC SQL
              FETCH NOVN_USER_CSR
               INTO :WS-NOTIFY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 SET NO-MORE-USERS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'  TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3930-RAISE-ALERT.
      *-------------------------*
      * A FAILED ALERT IS DISPLAYED BUT NEVER UNDOES THE NOVATION STEP.

           MOVE '3930-RAISE-ALERT'         TO WS-PARAGRAPH-NAME

           MOVE SPACES                     TO WS-AALR-OUTSQLCA
                                              WS-AALR-SP-ERROR-AREA
                                              WS-AALR-ALERT-SUB
           MOVE 'SP00'                     TO WS-AALR-SP-RC
           MOVE 0                          TO WS-AALR-ALERT-ID
           MOVE WS-NOTIFY-USER-ID          TO WS-AALR-USER-ID
           MOVE SPACES                     TO WS-AALR-ALERT-MSG-DT
           MOVE WS-ALRT-VARS               TO WS-AALR-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS     TO WS-AALR-ALERT-MSG-LEN

           CALL 'DPMXAALR' USING WS-AALR-OUTSQLCA,
                                 WS-AALR-SP-ERROR-AREA,
                                 WS-AALR-SP-RC,
                                 WS-AALR-ALERT-ID,
                                 WS-AALR-ALERT-SUB,
                                 WS-AALR-ALERT-MSG,
                                 WS-AALR-USER-ID

           IF WS-AALR-SP-RC NOT = 'SP00'
              DISPLAY 'DPMXAALR RETURN CODE     :' WS-AALR-SP-RC
              DISPLAY 'DPMXAALR ERROR AREA      :'
                      WS-AALR-SP-ERROR-AREA
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
               DISPLAY 'LS-IN-NOVN-ID            :' LS-IN-NOVN-ID
               DISPLAY 'LS-IN-MCA-TMPLT-ID       :' LS-IN-MCA-TMPLT-ID
               DISPLAY 'LS-IN-XFRR-CMPNY-ID      :' LS-IN-XFRR-CMPNY-ID
               DISPLAY 'LS-IN-XFRE-CMPNY-ID      :' LS-IN-XFRE-CMPNY-ID
               DISPLAY 'LS-IN-NOVN-EFF-DT        :' LS-IN-NOVN-EFF-DT
               DISPLAY 'LS-IN-RFSL-RSN-TX        :' LS-IN-RFSL-RSN-TX
               DISPLAY 'LS-IN-LOG-USR-ID         :' LS-IN-LOG-USR-ID
               DISPLAY 'LS-OUT-NOVN-ID           :' LS-OUT-NOVN-ID
               DISPLAY 'LS-OUT-NOVN-STAT-CD      :' LS-OUT-NOVN-STAT-CD
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXNOVN    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXNOVN ENDED AT        :' WS-TS
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
