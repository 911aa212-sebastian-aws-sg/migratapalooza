       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXRTMT.
       AUTHOR.        COGNIZANT.

      ******************************************************************
      *THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                    *
      *IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.               *
      *                                                                *
      ******************************************************************
      **LNKCTL**
      *    INCLUDE SYSLIB(DSNRLI)
      *    MODE AMODE(31) RMODE(ANY)
      *    ENTRY DPMXRTMT
      *    NAME  DPMXRTMT(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      * SYSTEM:    DERIV/SERV MCA XPRESS                               *
      * PROGRAM:   DPMXRTMT                                            *
      *                                                                *
      * COUNTERPARTY RISK TIER AND AGREEMENT REVIEW MAINTENANCE.  A    *
      * COMPANY'S CREDIT RISK TIER (H HIGH / M MEDIUM / L LOW) IS      *
      * KEPT AS DATED PERIODS ON VDPM80_CMPNY_RISK_TIER; THE TIER IN   *
      * FORCE TODAY IS CARRIED ON VDPM01_MCA_CMPNY (RISK_TIER_CD,      *
      * RISK_TIER_EFFV_DT).  EACH LIVE EXECUTED AGREEMENT HAS ITS      *
      * NEXT REVIEW SCHEDULED ON VDPM81_TMPLT_RVW BY DPMXRVNX.         *
      * OPERATIONS (LS-IN-OPR-FLAG):                                   *
      *                                                                *
      *   'T' - TIER: A USER HOLDING THE DPMXAUTH 'K' (MAINTAIN RISK   *
      *         TIER) AUTHORITY SETS THE COMPANY'S TIER FROM AN        *
      *         EFFECTIVE DATE (TODAY IF BLANK) WITH A REASON.  THE    *
      *         DATE MAY NOT BE BEFORE THE COMPANY'S LATEST TIER       *
      *         CHANGE; A CHANGE ON THE SAME DATE REPLACES IT.  THE    *
      *         PERIOD IN FORCE ON THAT DATE IS CLOSED THE DAY BEFORE. *
      *         A TIER EFFECTIVE TODAY OR EARLIER GOES ON VDPM01 NOW   *
      *         AND, IF IT CHANGES THE TIER, EVERY LIVE EXECUTED       *
      *         AGREEMENT THE COMPANY IS A PARTY TO IS RESCHEDULED;    *
      *         THE COUNT IS RETURNED.  A FUTURE-DATED TIER IS APPLIED *
      *         BY THE MONTHLY DPMXRVSC RUN ONCE ITS DATE ARRIVES.     *
      *   'H' - HISTORY: A RESULT SET OF THE COMPANY'S TIER PERIODS,   *
      *         NEWEST FIRST.                                          *
      *   'L' - LIST: A RESULT SET OF THE REVIEWS OPEN FOR THE USER    *
      *         AS RELATIONSHIP OWNER, OR, WITH A COMPANY ID, EVERY    *
      *         REVIEW OF THAT COMPANY'S AGREEMENTS - OLDEST DUE       *
      *         FIRST.                                                 *
      *   'C' - COMPLETE: THE OWNER OF AN OPEN REVIEW, OR A 'K' USER,  *
      *         RECORDS THE OUTCOME AND CLOSES IT; THE AGREEMENT'S     *
      *         NEXT REVIEW IS SCHEDULED FROM TODAY AND ITS DUE DATE   *
      *         RETURNED (BLANK IF THE AGREEMENT IS NO LONGER LIVE).   *
      *         OUTCOME CODES (OUTCOME_CD):                            *
      *           NOCH - NO CHANGE REQUIRED  AMND - AMENDMENT REQUIRED *
      *           TRMN - TERMINATION ADVISED ESCL - ESCALATED TO CREDIT*
      *                                                                *
      * RETURN CODES: SP00 OK, SP01 COMPANY NOT REGISTERED / REVIEW    *
      * NOT FOUND, SP04 REVIEW NOT OPEN, SP50 INVALID INPUT, SP55 NOT  *
      * AUTHORIZED, SP99 DATABASE ERROR.                               *
      ******************************************************************
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM01_MCA_CMPNY     - COMPANY (TIER IN FORCE)                 *
      *                                                                *
      * VDPM80_CMPNY_RISK_TIER - DATED COMPANY RISK TIER PERIODS       *
      *                                                                *
      * VDPM81_TMPLT_RVW     - AGREEMENT REVIEW SCHEDULE AND TASKS     *
      *                                                                *
      * VDPM14_MCA_TMPLT     - MCA TEMPLATE                            *
      *                                                                *
      * VDTM54_DEBUG_CNTRL   - DEBUG CONTROL TABLE                     *
      *                                                                *
      *----------------------------------------------------------------*
      * INCLUDES:
      * ---------
      * SQLCA    - DB2 COMMAREA
      * DPM8001  - DCLGEN FOR VDPM80_CMPNY_RISK_TIER
      * DPM8101  - DCLGEN FOR VDPM81_TMPLT_RVW
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
      * DPMXAUTH - 'K' AUTHORITY GATE                                  *
      * DPMXRVNX - SCHEDULES THE NEXT REVIEW OF AN AGREEMENT           *
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
       01  WS-PROGRAM                      PIC X(08) VALUE 'DPMXRTMT'.
       01  WS-VARIABLES.
             05  WS-DASHES                 PIC X(40) VALUE ALL '='.
             05  WS-ROW-CNT                PIC S9(9) COMP.
             05  WS-DAYS-AHEAD             PIC S9(9) COMP.
             05  WS-EFFV-DT                PIC X(10).
             05  WS-LAST-START-DT          PIC X(10).
             05  WS-CUR-TIER-CD            PIC X(01).
             05  WS-END-OF-TIME            PIC X(10) VALUE '9999-12-31'.
             05  WS-CHG-TS                 PIC X(26).
             05  WS-TMPLT-ID               PIC S9(9) COMP.
             05  WS-EMPTY-CMP-ID           PIC X(50) VALUE
                 'Company id is empty'.
             05  WS-INVLD-TIER-CD          PIC X(50) VALUE
                 'Risk tier must be H, M or L'.
             05  WS-INVLD-EFFV-DT          PIC X(50) VALUE
                 'Effective date is invalid'.
             05  WS-EFFV-DT-TOO-EARLY      PIC X(50) VALUE
                 'Effective date is before the latest tier change'.
             05  WS-EMPTY-TIER-RSN         PIC X(50) VALUE
                 'Tier change reason is empty'.
             05  WS-EMPTY-RVW-ID           PIC X(50) VALUE
                 'Review id is empty'.
             05  WS-INVLD-OUTCOME-CD       PIC X(50) VALUE
                 'Review outcome code is invalid'.
             05  WS-EMPTY-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is empty'.
             05  WS-INVLD-OPR-FLG          PIC X(50) VALUE
                 'Input operation flag is invalid'.
             05  WS-EMPTY-LOG-USR-ID       PIC X(50) VALUE
                 'Login user id is empty'.
             05  WS-CMPNY-NOT-FOUND        PIC X(50) VALUE
                 'Company is not registered'.
             05  WS-RVW-NOT-FOUND          PIC X(50) VALUE
                 'Review not found'.
             05  WS-RVW-NOT-OPEN           PIC X(50) VALUE
                 'Review is not open'.
             05  WS-RSCHD-FAILED           PIC X(50) VALUE
                 'Review could not be rescheduled'.
             05  WS-NOT-AUTHORIZED         PIC X(50) VALUE
                 'User not authorized - reason '.
             05  WS-PROCESS-IND-SW         PIC X(01).
                 88  WS-PROCESS-TIER       VALUE 'T'.
                 88  WS-PROCESS-HISTORY    VALUE 'H'.
                 88  WS-PROCESS-LIST       VALUE 'L'.
                 88  WS-PROCESS-COMPLETE   VALUE 'C'.
             05  WS-TMPLT-EOF-SW           PIC X(01) VALUE 'N'.
                 88  NO-MORE-TMPLTS        VALUE 'Y'.
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
       01  WS-RVNX-PROGRAM                 PIC X(08) VALUE 'DPMXRVNX'.
       01  WS-RVNX-PASS-AREA.
           05 WS-RVNX-TMPLT-ID             PIC S9(9) COMP.
           05 WS-RVNX-USER-ID              PIC X(10).
           05 WS-RVNX-RC                   PIC X(04).
              88 WS-RVNX-SCHEDULED         VALUE 'RV00'.
              88 WS-RVNX-DB-ERROR          VALUE 'RV99'.
           05 WS-RVNX-DUE-DT               PIC X(10).
           05 WS-RVNX-TIER-CD              PIC X(01).
           05 WS-RVNX-RVW-CMPNY-ID         PIC X(08).
           05 WS-RVNX-SQLCODE              PIC S9(9) COMP.
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
                INCLUDE DPM8001
           END-EXEC.

           EXEC SQL
                INCLUDE DPM8101
           END-EXEC.

      * INCLUDE FOR VDTM54_DEBUG_CNTRL
           EXEC SQL
                INCLUDE DTM5401
           END-EXEC.

      * LIVE EXECUTED AGREEMENTS THE COMPANY IS A PARTY TO
           EXEC SQL
                DECLARE CMPNY_TMPLT_CSR CURSOR FOR
                   SELECT MCA_TMPLT_ID
                   FROM   VDPM14_MCA_TMPLT
                   WHERE (DELR_CMPNY_ID     = :D80A-CMPNY-ID
                      OR  CLNT_CMPNY_ID     = :D80A-CMPNY-ID)
                     AND  MCA_TMPLT_TYPE_CD = 'E'
                     AND  MCA_STAT_IN NOT IN ('L', 'X', 'T', 'V', 'S')
                   ORDER BY MCA_TMPLT_ID
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
       01  LS-IN-CMPNY-ID                  PIC X(08).
       01  LS-IN-RISK-TIER-CD              PIC X(01).
       01  LS-IN-EFFV-DT                   PIC X(10).
       01  LS-IN-TIER-RSN-TX               PIC X(80).
       01  LS-IN-RVW-ID                    PIC S9(09) COMP.
       01  LS-IN-OUTCOME-CD                PIC X(04).
       01  LS-IN-OUTCOME-TX                PIC X(200).
       01  LS-OUT-RSCHD-CNT                PIC S9(09) COMP.
       01  LS-OUT-NEXT-DUE-DT              PIC X(10).

       PROCEDURE DIVISION USING  OUTSQLCA,
                                 LS-SP-ERROR-AREA,
                                 LS-SP-RC,
                                 LS-IN-OPR-FLAG,
                                 LS-IN-LOG-USR-ID,
                                 LS-IN-CMPNY-ID,
                                 LS-IN-RISK-TIER-CD,
                                 LS-IN-EFFV-DT,
                                 LS-IN-TIER-RSN-TX,
                                 LS-IN-RVW-ID,
                                 LS-IN-OUTCOME-CD,
                                 LS-IN-OUTCOME-TX,
                                 LS-OUT-RSCHD-CNT,
                                 LS-OUT-NEXT-DUE-DT.
      *---------*
       0000-MAIN.
      *---------*

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-INPUT

           EVALUATE TRUE
              WHEN WS-PROCESS-TIER
                 PERFORM 3000-SET-TIER
              WHEN WS-PROCESS-HISTORY
                 PERFORM 4000-LIST-TIER-HISTORY
              WHEN WS-PROCESS-LIST
                 PERFORM 5000-LIST-REVIEWS
              WHEN WS-PROCESS-COMPLETE
                 PERFORM 6000-COMPLETE-REVIEW
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
           MOVE +0                         TO LS-OUT-RSCHD-CNT
           MOVE SPACES                     TO LS-OUT-NEXT-DUE-DT
      *    CONVERT THE INPUT CODES INTO UPPER-CASE
           MOVE FUNCTION UPPER-CASE(LS-IN-OPR-FLAG)
                                           TO  LS-IN-OPR-FLAG
           MOVE FUNCTION UPPER-CASE(LS-IN-RISK-TIER-CD)
                                           TO  LS-IN-RISK-TIER-CD
           MOVE FUNCTION UPPER-CASE(LS-IN-OUTCOME-CD)
                                           TO  LS-IN-OUTCOME-CD
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
              DISPLAY 'DPMXRTMT STARTED AT      :' WS-TS
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
              IF  WS-PROCESS-TIER
              OR  WS-PROCESS-HISTORY
              OR  WS-PROCESS-LIST
              OR  WS-PROCESS-COMPLETE
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

           IF  (WS-PROCESS-TIER OR WS-PROCESS-HISTORY)
           AND LS-IN-CMPNY-ID NOT > SPACES
              MOVE WS-EMPTY-CMP-ID         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EVALUATE TRUE
              WHEN WS-PROCESS-TIER
                 PERFORM 2100-VALIDATE-TIER
              WHEN WS-PROCESS-COMPLETE
                 PERFORM 2200-VALIDATE-COMPLETE
           END-EVALUATE
           .
      *-------------------------*
       2100-VALIDATE-TIER.
      *-------------------------*

           MOVE '2100-VALIDATE-TIER'       TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-RISK-TIER-CD         TO D80A-RISK-TIER-CD
           IF  NOT D80A-TIER-HIGH
           AND NOT D80A-TIER-MEDIUM
           AND NOT D80A-TIER-LOW
              MOVE WS-INVLD-TIER-CD        TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           IF LS-IN-TIER-RSN-TX NOT > SPACES
              MOVE WS-EMPTY-TIER-RSN       TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    DB2 REJECTS A DATE THAT DOES NOT EXIST.  A BLANK DATE IS
      *    TODAY.
           IF LS-IN-EFFV-DT = SPACES
              EXEC SQL
                 SET :WS-EFFV-DT = CHAR(CURRENT DATE, ISO)
              END-EXEC
           ELSE
              EXEC SQL
                 SET :WS-EFFV-DT = CHAR(DATE(:LS-IN-EFFV-DT), ISO)
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE WS-INVLD-EFFV-DT     TO LS-SP-ERROR-AREA
                 MOVE 'SP50'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 MOVE 'CURRENT DATE'       TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       2200-VALIDATE-COMPLETE.
      *-------------------------*

           MOVE '2200-VALIDATE-COMPLETE'   TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           IF LS-IN-RVW-ID NOT > ZEROES
              MOVE WS-EMPTY-RVW-ID         TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           MOVE LS-IN-OUTCOME-CD           TO D81A-OUTCOME-CD
           IF  NOT D81A-OUTCOME-NO-CHANGE
           AND NOT D81A-OUTCOME-AMEND
           AND NOT D81A-OUTCOME-TERMINATE
           AND NOT D81A-OUTCOME-ESCALATE
              MOVE WS-INVLD-OUTCOME-CD     TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF
           .
      *-------------------------*
       3000-SET-TIER.
      *-------------------------*

           MOVE '3000-SET-TIER'            TO WS-PARAGRAPH-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           PERFORM 3050-CHECK-AUTHORITY
           PERFORM 3100-GET-COMPANY
           PERFORM 3200-RECORD-PERIOD

           EXEC SQL
              SET :WS-DAYS-AHEAD = DAYS(DATE(:WS-EFFV-DT))
                                 - DAYS(CURRENT DATE)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'CURRENT DATE'          TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           IF WS-DAYS-AHEAD NOT > ZEROES
              PERFORM 3300-APPLY-TIER
           END-IF
           .
      *-------------------------*
       3050-CHECK-AUTHORITY.
      *-------------------------*
      * SETTING A TIER NEEDS THE MAINTAIN RISK TIER AUTHORITY ON THE
      * DPMXAUTH ROLE MATRIX; A DENY GOES BACK AS SP55 WITH THE AU
      * REASON CODE APPENDED.

           MOVE '3050-CHECK-AUTHORITY'     TO WS-PARAGRAPH-NAME

           MOVE LS-IN-LOG-USR-ID           TO WS-AUTH-USER-ID
           MOVE 'K'                        TO WS-AUTH-ACTN-CD

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
       3100-GET-COMPANY.
      *-------------------------*

           MOVE '3100-GET-COMPANY'         TO WS-PARAGRAPH-NAME
           MOVE 'VDPM01_MCA_CMPNY'         TO WS-TABLE-NAME

           EXEC SQL
              SELECT RISK_TIER_CD
                INTO :WS-CUR-TIER-CD
                FROM VDPM01_MCA_CMPNY
               WHERE CMPNY_ID = :LS-IN-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-CMPNY-NOT-FOUND   TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3200-RECORD-PERIOD.
      *-------------------------*
      * HISTORY IS ONLY EVER EXTENDED: THE NEW PERIOD STARTS ON OR
      * AFTER THE LATEST ONE, REPLACES IT IF ON THE SAME DATE, AND
      * CLOSES WHATEVER PERIOD IS OPEN ON ITS START DATE.

           MOVE '3200-RECORD-PERIOD'       TO WS-PARAGRAPH-NAME
           MOVE 'VDPM80_CMPNY_RISK_TIER'   TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           MOVE LS-IN-CMPNY-ID             TO D80A-CMPNY-ID

           EXEC SQL
              SELECT COALESCE(CHAR(MAX(EFFV_START_DT), ISO), ' ')
                INTO :WS-LAST-START-DT
                FROM VDPM80_CMPNY_RISK_TIER
               WHERE CMPNY_ID = :D80A-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF  WS-LAST-START-DT NOT = SPACES
           AND WS-EFFV-DT < WS-LAST-START-DT
              MOVE WS-EFFV-DT-TOO-EARLY    TO LS-SP-ERROR-AREA
              MOVE 'SP50'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

           EXEC SQL
              DELETE FROM VDPM80_CMPNY_RISK_TIER
               WHERE CMPNY_ID      = :D80A-CMPNY-ID
                 AND EFFV_START_DT = :WS-EFFV-DT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              UPDATE VDPM80_CMPNY_RISK_TIER
                 SET EFFV_END_DT      = DATE(:WS-EFFV-DT) - 1 DAY
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :LS-IN-LOG-USR-ID
               WHERE CMPNY_ID         = :D80A-CMPNY-ID
                 AND EFFV_END_DT     >= :WS-EFFV-DT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE LS-IN-RISK-TIER-CD         TO D80A-RISK-TIER-CD
           MOVE WS-EFFV-DT                 TO D80A-EFFV-START-DT
           MOVE WS-END-OF-TIME             TO D80A-EFFV-END-DT
           MOVE LS-IN-TIER-RSN-TX          TO D80A-TIER-RSN-TX
           MOVE LS-IN-LOG-USR-ID           TO D80A-ROW-UPDT-USER-ID

           EXEC SQL
              INSERT INTO VDPM80_CMPNY_RISK_TIER
                     (CMPNY_ID
                     ,RISK_TIER_CD
                     ,EFFV_START_DT
                     ,EFFV_END_DT
                     ,TIER_RSN_TX
                     ,ROW_UPDT_TS
                     ,ROW_UPDT_USER_ID)
              VALUES (:D80A-CMPNY-ID
                     ,:D80A-RISK-TIER-CD
                     ,:D80A-EFFV-START-DT
                     ,:D80A-EFFV-END-DT
                     ,:D80A-TIER-RSN-TX
                     ,CURRENT TIMESTAMP
                     ,:D80A-ROW-UPDT-USER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *-------------------------*
       3300-APPLY-TIER.
      *-------------------------*
      * ROW_UPDT_TS IS LEFT ALONE: IT GUARDS PENDING MAKER-CHECKER
      * CHANGES TO THE COMPANY (DPMXCMNT), WHICH A TIER DOES NOT
      * TOUCH.  THE TIER'S OWN AUDIT IS ON VDPM80.

           MOVE '3300-APPLY-TIER'          TO WS-PARAGRAPH-NAME
           MOVE 'VDPM01_MCA_CMPNY'         TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              UPDATE VDPM01_MCA_CMPNY
                 SET RISK_TIER_CD      = :D80A-RISK-TIER-CD
                    ,RISK_TIER_EFFV_DT = :D80A-EFFV-START-DT
               WHERE CMPNY_ID          = :D80A-CMPNY-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           IF D80A-RISK-TIER-CD NOT = WS-CUR-TIER-CD
              PERFORM 3400-RESCHEDULE-AGREEMENTS
           END-IF
           .
      *-------------------------*
       3400-RESCHEDULE-AGREEMENTS.
      *-------------------------*

           MOVE '3400-RESCHEDULE-AGREEMENTS' TO WS-PARAGRAPH-NAME
           MOVE 'VDPM14_MCA_TMPLT'         TO WS-TABLE-NAME

           MOVE 'N'                        TO WS-TMPLT-EOF-SW

           EXEC SQL
              OPEN CMPNY_TMPLT_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3410-FETCH-TMPLT
           PERFORM UNTIL NO-MORE-TMPLTS
              MOVE WS-TMPLT-ID             TO WS-RVNX-TMPLT-ID
              PERFORM 3420-CALL-RVNX
              IF WS-RVNX-SCHEDULED
                 ADD 1                     TO LS-OUT-RSCHD-CNT
              END-IF
              PERFORM 3410-FETCH-TMPLT
           END-PERFORM

           EXEC SQL
              CLOSE CMPNY_TMPLT_CSR
           END-EXEC
           .
      *-------------------------*
       3410-FETCH-TMPLT.
      *-------------------------*

           EXEC SQL
              FETCH CMPNY_TMPLT_CSR
                INTO :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 SET NO-MORE-TMPLTS        TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *-------------------------*
       3420-CALL-RVNX.
      *-------------------------*

           MOVE LS-IN-LOG-USR-ID           TO WS-RVNX-USER-ID

           CALL WS-RVNX-PROGRAM USING WS-RVNX-PASS-AREA

           IF WS-RVNX-DB-ERROR
              MOVE 'VDPM81_TMPLT_RVW'      TO WS-TABLE-NAME
              MOVE WS-RVNX-SQLCODE         TO SQLCODE
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       4000-LIST-TIER-HISTORY.
      *------------------------*

           MOVE '4000-LIST-TIER-HISTORY'   TO WS-PARAGRAPH-NAME
           MOVE 'VDPM80_CMPNY_RISK_TIER'   TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE RISK_TIER_HIST_CSR CURSOR WITH HOLD WITH RETURN FOR
                SELECT
                     CMPNY_ID
                    ,RISK_TIER_CD
                    ,EFFV_START_DT
                    ,EFFV_END_DT
                    ,TIER_RSN_TX
                    ,ROW_UPDT_TS
                    ,ROW_UPDT_USER_ID
                FROM  VDPM80_CMPNY_RISK_TIER
                WHERE CMPNY_ID = :LS-IN-CMPNY-ID
                ORDER BY EFFV_START_DT DESC
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN RISK_TIER_HIST_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       5000-LIST-REVIEWS.
      *------------------------*
      *    WITHOUT A COMPANY: THE USER'S OPEN REVIEWS.  WITH ONE: EVERY
      *    REVIEW WHERE THAT COMPANY IS THE REVIEW COMPANY.

           MOVE '5000-LIST-REVIEWS'        TO WS-PARAGRAPH-NAME
           MOVE 'VDPM81_TMPLT_RVW'         TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
             DECLARE TMPLT_RVW_LIST_CSR CURSOR WITH HOLD WITH RETURN FOR
                SELECT
                     RVW.RVW_ID
                    ,RVW.MCA_TMPLT_ID
                    ,COALESCE(TMPLT.MCA_TMPLT_SHORT_NM, ' ')
                                                      AS TMPLT_NM
                    ,RVW.RVW_CMPNY_ID
                    ,RVW.RISK_TIER_CD
                    ,RVW.BASE_DT
                    ,RVW.DUE_DT
                    ,RVW.RVW_STAT_CD
                    ,RVW.OWNR_USER_ID
                    ,RVW.OPEN_TS
                    ,RVW.CMPL_TS
                    ,RVW.CMPL_USER_ID
                    ,RVW.OUTCOME_CD
                    ,RVW.OUTCOME_TX
                FROM  VDPM81_TMPLT_RVW RVW
                LEFT OUTER JOIN VDPM14_MCA_TMPLT TMPLT
                  ON  TMPLT.MCA_TMPLT_ID   = RVW.MCA_TMPLT_ID
                WHERE (:LS-IN-CMPNY-ID     = ' '
                  AND  RVW.OWNR_USER_ID    = :LS-IN-LOG-USR-ID
                  AND  RVW.RVW_STAT_CD     = 'O')
                   OR (:LS-IN-CMPNY-ID    <> ' '
                  AND  RVW.RVW_CMPNY_ID    = :LS-IN-CMPNY-ID)
                ORDER BY RVW.DUE_DT
                        ,RVW.RVW_ID
                WITH UR
           END-EXEC

           EXEC SQL
                OPEN TMPLT_RVW_LIST_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *-------------------------*
       6000-COMPLETE-REVIEW.
      *-------------------------*

           MOVE '6000-COMPLETE-REVIEW'     TO WS-PARAGRAPH-NAME
           MOVE 'VDPM81_TMPLT_RVW'         TO WS-TABLE-NAME

           IF DISPLAY-PARAMETERS
              DISPLAY WS-PARAGRAPH-NAME
           END-IF

           EXEC SQL
              SELECT MCA_TMPLT_ID
                    ,RVW_STAT_CD
                    ,OWNR_USER_ID
                INTO :D81A-MCA-TMPLT-ID
                    ,:D81A-RVW-STAT-CD
                    ,:D81A-OWNR-USER-ID
                FROM VDPM81_TMPLT_RVW
               WHERE RVW_ID = :LS-IN-RVW-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 MOVE WS-RVW-NOT-FOUND     TO LS-SP-ERROR-AREA
                 MOVE 'SP01'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT D81A-RVW-OPEN
              MOVE WS-RVW-NOT-OPEN         TO LS-SP-ERROR-AREA
              MOVE 'SP04'                  TO LS-SP-RC
              PERFORM 9100-DISPLAY-DATA
              PERFORM 9990-GOBACK
           END-IF

      *    SOMEONE OTHER THAN THE OWNER NEEDS THE RISK TIER AUTHORITY.
           IF D81A-OWNR-USER-ID NOT = LS-IN-LOG-USR-ID
              PERFORM 3050-CHECK-AUTHORITY
           END-IF

           EXEC SQL
              SET :WS-CHG-TS = CURRENT TIMESTAMP
           END-EXEC

           MOVE LS-IN-OUTCOME-CD           TO D81A-OUTCOME-CD
           MOVE LS-IN-OUTCOME-TX           TO D81A-OUTCOME-TX
           MOVE LS-IN-LOG-USR-ID           TO D81A-CMPL-USER-ID
                                              D81A-ROW-UPDT-USER-ID
           MOVE WS-CHG-TS                  TO D81A-CMPL-TS

           EXEC SQL
              UPDATE VDPM81_TMPLT_RVW
                 SET RVW_STAT_CD      = 'C'
                    ,CMPL_TS          = :D81A-CMPL-TS
                    ,CMPL_USER_ID     = :D81A-CMPL-USER-ID
                    ,OUTCOME_CD       = :D81A-OUTCOME-CD
                    ,OUTCOME_TX       = :D81A-OUTCOME-TX
                    ,ROW_UPDT_TS      = :D81A-CMPL-TS
                    ,ROW_UPDT_USER_ID = :D81A-ROW-UPDT-USER-ID
               WHERE RVW_ID           = :LS-IN-RVW-ID
                 AND RVW_STAT_CD      = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROES
                 CONTINUE
              WHEN 100
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE WS-RVW-NOT-OPEN      TO LS-SP-ERROR-AREA
                 MOVE 'SP04'               TO LS-SP-RC
                 PERFORM 9100-DISPLAY-DATA
                 PERFORM 9990-GOBACK
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           MOVE D81A-MCA-TMPLT-ID          TO WS-RVNX-TMPLT-ID
           PERFORM 3420-CALL-RVNX
           IF WS-RVNX-SCHEDULED
              MOVE WS-RVNX-DUE-DT          TO LS-OUT-NEXT-DUE-DT
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
               DISPLAY 'LS-IN-CMPNY-ID           :' LS-IN-CMPNY-ID
               DISPLAY 'LS-IN-RISK-TIER-CD       :' LS-IN-RISK-TIER-CD
               DISPLAY 'LS-IN-EFFV-DT            :' LS-IN-EFFV-DT
               DISPLAY 'LS-IN-TIER-RSN-TX        :' LS-IN-TIER-RSN-TX
               DISPLAY 'LS-IN-RVW-ID             :' LS-IN-RVW-ID
               DISPLAY 'LS-IN-OUTCOME-CD         :' LS-IN-OUTCOME-CD
               DISPLAY 'LS-OUT-RSCHD-CNT         :' LS-OUT-RSCHD-CNT
               DISPLAY 'LS-OUT-NEXT-DUE-DT       :' LS-OUT-NEXT-DUE-DT
               DISPLAY WS-DASHES
           END-IF
           .
      *------------------------*
       9990-GOBACK.
      *------------------------*

            PERFORM 9999-FORMAT-SQLCA
            IF DISPLAY-PARAMETERS
               DISPLAY WS-DASHES
               DISPLAY 'OUTSQLCA FOR DPMXRTMT    :' OUTSQLCA
               DISPLAY WS-DASHES
               EXEC SQL
                   SET :WS-TS = CURRENT TIMESTAMP
               END-EXEC
               DISPLAY 'DPMXRTMT ENDED AT        :' WS-TS
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
