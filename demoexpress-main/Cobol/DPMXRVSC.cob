       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXRVSC.
       AUTHOR.       COGNIZANT.
       DATE-WRITTEN. OCTOBER 2026.
      *                                                                *
      ******************************************************************
      *                                                                *
      *   THIS IS AN UNPUBLISHED PROGRAM OWNED BY ISCC                 *
      *   IN WHICH A COPYRIGHT SUBSISTS AS OF OCTOBER 2003.            *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *                   COMPILATION INSTRUCTION                      *
      *                  COMPILE DB2 VS COBOL 370                      *
      *                                                                *
      ******************************************************************
      *
      *    **LNKCTL**
      *    MODE AMODE(31) RMODE(ANY)
      *    NAME  DPMXRVSC(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXRVSC                                            *
      *                                                                *
      * PERIODIC AGREEMENT REVIEW SCHEDULER AND REPORT.  EXECUTED      *
      * AGREEMENTS ARE REVIEWED EVERY 12 / 24 / 36 MONTHS BY THE RISK  *
      * TIER (H / M / L) OF THE RISKIER PARTY (SEE DPMXRVNX).  TWO     *
      * MODES:                                                         *
      *                                                                *
      * MODE 'M' (MONTHLY):                                            *
      *   1) A TIER PERIOD ON VDPM80_CMPNY_RISK_TIER THAT IS NOW IN    *
      *      FORCE BUT NOT YET ON VDPM01_MCA_CMPNY (A FUTURE-DATED     *
      *      CHANGE MADE THROUGH DPMXRTMT) IS APPLIED, AND THE         *
      *      COMPANY'S LIVE EXECUTED AGREEMENTS ARE RESCHEDULED IF     *
      *      THE TIER CHANGED.                                         *
      *   2) EVERY LIVE EXECUTED AGREEMENT WITHOUT A SCHEDULED OR      *
      *      OPEN REVIEW IS SCHEDULED, AND EVERY SCHEDULED OR OPEN     *
      *      REVIEW OF AN AGREEMENT NO LONGER LIVE IS CANCELLED.       *
      *   3) EVERY SCHEDULED REVIEW DUE WITHIN THE LEAD TIME (SYSIN    *
      *      CARD 4, DEFAULT 30 DAYS) IS OPENED AS A TASK FOR OUR      *
      *      RELATIONSHIP OWNER OF THE REVIEW COMPANY (VDPM69) WITH A  *
      *      RVWOPEN ALERT.  A COMPANY WITHOUT AN OWNER LEAVES THE     *
      *      REVIEW SCHEDULED AND IS LISTED.                           *
      *   4) EVERY OPEN REVIEW PAST ITS DUE DATE AND NOT CHASED IN THE *
      *      LAST 28 DAYS RAISES A RVWOVRD ALERT.  IF THE COMPANY'S    *
      *      RELATIONSHIP OWNER HAS CHANGED THE TASK MOVES TO THE NEW  *
      *      OWNER FIRST.                                              *
      *   5) THE REPORT BELOW.                                         *
      *                                                                *
      * MODE 'R' (REPORT ONLY): VIA DPMXRPTW, EVERY SCHEDULED OR OPEN  *
      * REVIEW PAST ITS DUE DATE (DAYS OVERDUE) AND EVERY REVIEW       *
      * COMPLETED IN THE LOOKBACK WINDOW (SYSIN CARD 3, DEFAULT 31     *
      * DAYS) WITH ITS OUTCOME CODE AND DAYS LATE, THEN TOTALS BY      *
      * OUTCOME.                                                       *
      *                                                                *
      * ANY OVERDUE REVIEW, REVIEW WITHOUT AN OWNER OR FAILED ALERT    *
      * ENDS THE STEP WITH RC 4.                                       *
      *                                                                *
      * SYSIN CARDS: 1) MODE (M / R)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *              3) REPORT LOOKBACK DAYS (3 DIGITS, 001-366)       *
      *       MODE M 4) TASK LEAD DAYS (3 DIGITS, 000-090)             *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM80_CMPNY_RISK_TIER  - DATED COMPANY RISK TIER PERIODS      *
      * VDPM01_MCA_CMPNY        - COMPANY TABLE (TIER IN FORCE)        *
      * VDPM14_MCA_TMPLT        - TEMPLATE TABLE (EXECUTED MCAS)       *
      * VDPM81_TMPLT_RVW        - AGREEMENT REVIEW SCHEDULE AND TASKS  *
      * VDPM69_CMPNY_RLSHP_OWNR - COUNTERPARTY RELATIONSHIP OWNER      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM8001 / DPM8101                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXRVNX - SCHEDULES THE NEXT REVIEW OF AN AGREEMENT           *
      * DPMXASUP - ALERT STORM-SUPPRESSION FRONT-END TO DPMXAALR       *
      * DPMXRPTW - COMMON REPORT WRITER                                *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXRVSC'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 MONTHLY-MODE                  VALUE 'M'.
           88 REPORT-MODE                   VALUE 'R'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-LOOKBACK-X                    PIC X(3)  VALUE SPACES.
       01  WS-LOOKBACK-DAYS                 PIC S9(4) COMP VALUE 31.
       01  WS-LEAD-X                        PIC X(3)  VALUE SPACES.
       01  WS-LEAD-DAYS                     PIC S9(4) COMP VALUE 30.
      *
       01  WS-CUR-TIER-CD                   PIC X(01) VALUE SPACES.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-RCPT-USER-ID                  PIC X(10) VALUE SPACES.
       01  WS-DAYS                          PIC S9(9) COMP VALUE 0.
       01  WS-SECTION                       PIC X(09) VALUE SPACES.
       01  WS-PRIOR-SECTION                 PIC X(09) VALUE SPACES.
       01  WS-CMPL-DT                       PIC X(10) VALUE SPACES.
      *
       01  WS-RVW-ID-ED                     PIC Z(8)9.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-DAYS-ED                       PIC -(5)9.
       01  WS-CNT-ED                        PIC Z(8)9.
      *
       01  WS-TIER-APPLIED-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-RSCHD-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-CANCEL-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-OPENED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-REASSIGN-CNT                  PIC S9(9) COMP VALUE 0.
       01  WS-CHASED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-NO-OWNR-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-FAIL-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-OVERDUE-CNT                   PIC S9(9) COMP VALUE 0.
       01  WS-CMPL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-CMPL-LATE-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-NOCH-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-AMND-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-TRMN-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ESCL-CNT                      PIC S9(9) COMP VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-TMPLT-EOF-SW                  PIC X(01) VALUE 'N'.
           88 NO-MORE-TMPLTS                VALUE 'Y'.
      *
       01  WS-RVNX-PROGRAM                  PIC X(08) VALUE 'DPMXRVNX'.
       01  WS-RVNX-PASS-AREA.
           05 WS-RVNX-TMPLT-ID              PIC S9(9) COMP.
           05 WS-RVNX-USER-ID               PIC X(10).
           05 WS-RVNX-RC                    PIC X(04).
              88 WS-RVNX-SCHEDULED          VALUE 'RV00'.
              88 WS-RVNX-NOT-LIVE           VALUE 'RV01'.
              88 WS-RVNX-DB-ERROR           VALUE 'RV99'.
           05 WS-RVNX-DUE-DT                PIC X(10).
           05 WS-RVNX-TIER-CD               PIC X(01).
           05 WS-RVNX-RVW-CMPNY-ID          PIC X(08).
           05 WS-RVNX-SQLCODE               PIC S9(9) COMP.
      *
       01  WS-ASUP-PROGRAM                  PIC X(08) VALUE 'DPMXASUP'.
       01  WS-ASUP-PASS-AREA.
           05 WS-ASUP-FUNC-CD               PIC X(01).
           05 WS-ASUP-CAUSE-CD              PIC X(20).
           05 WS-ASUP-THRSHLD               PIC S9(4) COMP.
           05 WS-OUTSQLCA                   PIC X(179).
           05 WS-SP-ERROR-AREA               PIC X(80).
           05 WS-SP-RC                       PIC X(04).
           05 WS-ALERT-ID                    PIC S9(9) USAGE COMP.
           05 WS-ALERT-SUB                   PIC X(150).
           05 WS-ALERT-MSG.
              49 WS-ALERT-MSG-LEN            PIC S9(4) USAGE COMP.
              49 WS-ALERT-MSG-DT             PIC X(32000).
           05 WS-ALERT-USER-ID               PIC X(10).
      *
       01  WS-ALRT-VARS.
           05 WS-AV-TAG                     PIC X(08) VALUE '*ALRTVAR'.
           05 WS-AV-TYPE-CD                 PIC X(08) VALUE SPACES.
           05 WS-AV-VAR-CNT                 PIC 9(02) VALUE 0.
           05 WS-AV-VAR                     OCCURS 10 TIMES.
              10 WS-AV-VAR-NM               PIC X(16).
              10 WS-AV-VAR-VALUE            PIC X(100).
      *
       01  WS-RPTW-PROGRAM                  PIC X(08) VALUE 'DPMXRPTW'.
       01  WS-RPTW-PASS-AREA.
           05 WS-RPTW-FUNC-CD               PIC X(01).
           05 WS-RPTW-TITLE                 PIC X(60).
           05 WS-RPTW-LINE                  PIC X(132).
           05 WS-RPTW-CSV                   PIC X(250).
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8001
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM8101
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * TIER PERIODS IN FORCE TODAY THAT VDPM01 DOES NOT YET CARRY
           EXEC SQL
              DECLARE DUE_TIER_CSR CURSOR WITH HOLD FOR
                 SELECT D080.CMPNY_ID
                       ,D080.RISK_TIER_CD
                       ,CHAR(D080.EFFV_START_DT, ISO)
                       ,D001.RISK_TIER_CD
                 FROM   VDPM80_CMPNY_RISK_TIER D080
                       ,VDPM01_MCA_CMPNY       D001
                 WHERE  D001.CMPNY_ID = D080.CMPNY_ID
                   AND  CURRENT DATE BETWEEN D080.EFFV_START_DT
                                         AND D080.EFFV_END_DT
                   AND (D001.RISK_TIER_CD      <> D080.RISK_TIER_CD
                    OR  D001.RISK_TIER_EFFV_DT <> D080.EFFV_START_DT)
                 ORDER BY D080.CMPNY_ID
           END-EXEC
      *
      * LIVE EXECUTED AGREEMENTS THE COMPANY IS A PARTY TO
           EXEC SQL
              DECLARE CMPNY_TMPLT_CSR CURSOR WITH HOLD FOR
                 SELECT MCA_TMPLT_ID
                 FROM   VDPM14_MCA_TMPLT
                 WHERE (DELR_CMPNY_ID     = :D80A-CMPNY-ID
                    OR  CLNT_CMPNY_ID     = :D80A-CMPNY-ID)
                   AND  MCA_TMPLT_TYPE_CD = 'E'
                   AND  MCA_STAT_IN NOT IN ('L', 'X', 'T', 'V', 'S')
                 ORDER BY MCA_TMPLT_ID
                 WITH UR
           END-EXEC
      *
      * LIVE EXECUTED AGREEMENTS WITH NOTHING SCHEDULED, AND SCHEDULED
      * OR OPEN REVIEWS OF AGREEMENTS NO LONGER LIVE
           EXEC SQL
              DECLARE SYNC_TMPLT_CSR CURSOR WITH HOLD FOR
                 SELECT D014.MCA_TMPLT_ID
                 FROM   VDPM14_MCA_TMPLT D014
                 WHERE  D014.MCA_TMPLT_TYPE_CD = 'E'
                   AND  D014.MCA_STAT_IN NOT IN
                                            ('L', 'X', 'T', 'V', 'S')
                   AND  NOT EXISTS
                       (SELECT 1
                        FROM   VDPM81_TMPLT_RVW D081
                        WHERE  D081.MCA_TMPLT_ID = D014.MCA_TMPLT_ID
                          AND  D081.RVW_STAT_CD IN ('S', 'O'))
                 UNION
                 SELECT D081.MCA_TMPLT_ID
                 FROM   VDPM81_TMPLT_RVW D081
                 WHERE  D081.RVW_STAT_CD IN ('S', 'O')
                   AND  NOT EXISTS
                       (SELECT 1
                        FROM   VDPM14_MCA_TMPLT D014
                        WHERE  D014.MCA_TMPLT_ID = D081.MCA_TMPLT_ID
                          AND  D014.MCA_TMPLT_TYPE_CD = 'E'
                          AND  D014.MCA_STAT_IN NOT IN
                                            ('L', 'X', 'T', 'V', 'S'))
                 ORDER BY 1
           END-EXEC
      *
           EXEC SQL
              DECLARE DUE_RVW_CSR CURSOR WITH HOLD FOR
                 SELECT RVW_ID
                       ,MCA_TMPLT_ID
                       ,RVW_CMPNY_ID
                       ,RISK_TIER_CD
                       ,CHAR(DUE_DT, ISO)
                 FROM   VDPM81_TMPLT_RVW
                 WHERE  RVW_STAT_CD = 'S'
                   AND  DUE_DT     <= CURRENT DATE + :WS-LEAD-DAYS DAYS
                 ORDER BY DUE_DT, RVW_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE OVRD_RVW_CSR CURSOR WITH HOLD FOR
                 SELECT RVW_ID
                       ,MCA_TMPLT_ID
                       ,RVW_CMPNY_ID
                       ,RISK_TIER_CD
                       ,CHAR(DUE_DT, ISO)
                       ,OWNR_USER_ID
                 FROM   VDPM81_TMPLT_RVW
                 WHERE  RVW_STAT_CD   = 'O'
                   AND  DUE_DT        < CURRENT DATE
                   AND  LAST_ALRT_DT <= CURRENT DATE - 28 DAYS
                 ORDER BY DUE_DT, RVW_ID
           END-EXEC
      *
      * OVERDUE FIRST, THEN COMPLETED IN THE LOOKBACK WINDOW.  THE DAY
      * COUNT IS DAYS OVERDUE FOR THE ONE AND DAYS LATE (NEGATIVE IF
      * EARLY) FOR THE OTHER.
           EXEC SQL
              DECLARE RVW_RPT_CSR CURSOR FOR
                 SELECT CASE RVW_STAT_CD
                             WHEN 'C' THEN 'COMPLETED'
                             ELSE 'OVERDUE'
                        END
                       ,RVW_ID
                       ,MCA_TMPLT_ID
                       ,RVW_CMPNY_ID
                       ,RISK_TIER_CD
                       ,CHAR(DUE_DT, ISO)
                       ,RVW_STAT_CD
                       ,OWNR_USER_ID
                       ,CASE RVW_STAT_CD
                             WHEN 'C'
                             THEN DAYS(DATE(CMPL_TS)) - DAYS(DUE_DT)
                             ELSE DAYS(CURRENT DATE) - DAYS(DUE_DT)
                        END
                       ,CASE RVW_STAT_CD
                             WHEN 'C' THEN CHAR(DATE(CMPL_TS), ISO)
                             ELSE ' '
                        END
                       ,CMPL_USER_ID
                       ,OUTCOME_CD
                 FROM   VDPM81_TMPLT_RVW
                 WHERE (RVW_STAT_CD IN ('S', 'O')
                   AND  DUE_DT < CURRENT DATE)
                    OR (RVW_STAT_CD = 'C'
                   AND  DATE(CMPL_TS) > CURRENT DATE
                                      - :WS-LOOKBACK-DAYS DAYS)
                 ORDER BY 1 DESC, 6, 2
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           IF MONTHLY-MODE
              PERFORM 2000-APPLY-DUE-TIERS
              PERFORM 3000-SYNC-SCHEDULE
              PERFORM 4000-OPEN-DUE-REVIEWS
              PERFORM 5000-CHASE-OVERDUE
              PERFORM 5900-FLUSH-ALERT-ROLLUPS
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF
           PERFORM 6000-REPORT-REVIEWS
           PERFORM 9100-DISPLAY-SUMMARY
           PERFORM 9990-END-JOB
           .
      *------------------------*
       1000-INITIALIZE.
      *------------------------*
           MOVE '1000-INITIALIZE'           TO WS-PARAGRAPH-NAME
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY WS-DASHES
           DISPLAY 'DPMXRVSC STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN
           ACCEPT WS-LOOKBACK-X             FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID

           IF WS-USER-ID = SPACES
            OR (NOT MONTHLY-MODE AND NOT REPORT-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-LOOKBACK-X IS NUMERIC
              MOVE WS-LOOKBACK-X            TO WS-LOOKBACK-DAYS
              IF WS-LOOKBACK-DAYS < 1 OR WS-LOOKBACK-DAYS > 366
                 DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           DISPLAY 'REPORT LOOKBACK DAYS     :' WS-LOOKBACK-DAYS

           IF MONTHLY-MODE
              ACCEPT WS-LEAD-X              FROM SYSIN
              IF WS-LEAD-X IS NUMERIC
                 MOVE WS-LEAD-X             TO WS-LEAD-DAYS
                 IF WS-LEAD-DAYS > 90
                    DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
                    MOVE 16                 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
              DISPLAY 'TASK LEAD DAYS           :' WS-LEAD-DAYS
           END-IF
           DISPLAY WS-DASHES

           MOVE WS-USER-ID                  TO WS-RVNX-USER-ID
           .
      *----------------------------------*
       2000-APPLY-DUE-TIERS.
      *----------------------------------*
           MOVE '2000-APPLY-DUE-TIERS'      TO WS-PARAGRAPH-NAME
           MOVE 'VDPM80_CMPNY_RISK_TIER'    TO WS-TABLE-NAME
           MOVE 'N'                         TO WS-EOF-SW

           EXEC SQL
              OPEN DUE_TIER_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-TIER
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 2200-APPLY-ONE-TIER
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 2100-FETCH-NEXT-TIER
           END-PERFORM

           EXEC SQL
              CLOSE DUE_TIER_CSR
           END-EXEC
           .
      *----------------------------------*
       2100-FETCH-NEXT-TIER.
      *----------------------------------*
           EXEC SQL
              FETCH DUE_TIER_CSR
                INTO :D80A-CMPNY-ID
                    ,:D80A-RISK-TIER-CD
                    ,:D80A-EFFV-START-DT
                    ,:WS-CUR-TIER-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM80_CMPNY_RISK_TIER' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-APPLY-ONE-TIER.
      *----------------------------------*
      * ROW_UPDT_TS IS LEFT ALONE, AS IN DPMXRTMT, SO A PENDING
      * MAKER-CHECKER CHANGE TO THE COMPANY STAYS APPROVABLE.

           MOVE '2200-APPLY-ONE-TIER'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM01_MCA_CMPNY
                 SET RISK_TIER_CD      = :D80A-RISK-TIER-CD
                    ,RISK_TIER_EFFV_DT = :D80A-EFFV-START-DT
               WHERE CMPNY_ID          = :D80A-CMPNY-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM01_MCA_CMPNY'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-TIER-APPLIED-CNT
           DISPLAY 'TIER APPLIED             : ' D80A-CMPNY-ID
                   ' ' WS-CUR-TIER-CD ' -> ' D80A-RISK-TIER-CD
                   ' FROM ' D80A-EFFV-START-DT

           IF D80A-RISK-TIER-CD = WS-CUR-TIER-CD
              GO TO 2200-EXIT
           END-IF

           MOVE 'N'                         TO WS-TMPLT-EOF-SW
           EXEC SQL
              OPEN CMPNY_TMPLT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM14_MCA_TMPLT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2300-FETCH-NEXT-TMPLT
           PERFORM UNTIL NO-MORE-TMPLTS
              PERFORM 8000-CALL-RVNX
              IF WS-RVNX-SCHEDULED
                 ADD 1                      TO WS-RSCHD-CNT
              END-IF
              PERFORM 2300-FETCH-NEXT-TMPLT
           END-PERFORM

           EXEC SQL
              CLOSE CMPNY_TMPLT_CSR
           END-EXEC
           .
       2200-EXIT.
           EXIT.
      *----------------------------------*
       2300-FETCH-NEXT-TMPLT.
      *----------------------------------*
           EXEC SQL
              FETCH CMPNY_TMPLT_CSR
                INTO :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-TMPLTS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM14_MCA_TMPLT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-SYNC-SCHEDULE.
      *----------------------------------*
           MOVE '3000-SYNC-SCHEDULE'        TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-TMPLT-EOF-SW

           EXEC SQL
              OPEN SYNC_TMPLT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM81_TMPLT_RVW'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-NEXT-SYNC
           PERFORM UNTIL NO-MORE-TMPLTS
              PERFORM 8000-CALL-RVNX
              EVALUATE TRUE
                 WHEN WS-RVNX-SCHEDULED
                    ADD 1                   TO WS-RSCHD-CNT
                 WHEN WS-RVNX-NOT-LIVE
                    ADD 1                   TO WS-CANCEL-CNT
              END-EVALUATE
              PERFORM 3100-FETCH-NEXT-SYNC
           END-PERFORM

           EXEC SQL
              CLOSE SYNC_TMPLT_CSR
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       3100-FETCH-NEXT-SYNC.
      *----------------------------------*
           EXEC SQL
              FETCH SYNC_TMPLT_CSR
                INTO :WS-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-TMPLTS         TO TRUE
              WHEN OTHER
                 MOVE 'VDPM81_TMPLT_RVW'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4000-OPEN-DUE-REVIEWS.
      *----------------------------------*
           MOVE '4000-OPEN-DUE-REVIEWS'     TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-EOF-SW

           EXEC SQL
              OPEN DUE_RVW_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM81_TMPLT_RVW'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4100-FETCH-NEXT-DUE
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 4200-OPEN-ONE-REVIEW THRU 4200-EXIT
              PERFORM 4100-FETCH-NEXT-DUE
           END-PERFORM

           EXEC SQL
              CLOSE DUE_RVW_CSR
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       4100-FETCH-NEXT-DUE.
      *----------------------------------*
           EXEC SQL
              FETCH DUE_RVW_CSR
                INTO :D81A-RVW-ID
                    ,:D81A-MCA-TMPLT-ID
                    ,:D81A-RVW-CMPNY-ID
                    ,:D81A-RISK-TIER-CD
                    ,:D81A-DUE-DT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM81_TMPLT_RVW'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4200-OPEN-ONE-REVIEW.
      *----------------------------------*
           MOVE '4200-OPEN-ONE-REVIEW'      TO WS-PARAGRAPH-NAME

           MOVE D81A-RVW-ID                 TO WS-RVW-ID-ED
           MOVE D81A-MCA-TMPLT-ID           TO WS-TMPLT-ID-ED

           PERFORM 7000-GET-RLSHP-OWNER
           IF WS-RCPT-USER-ID = SPACES
              ADD 1                         TO WS-NO-OWNR-CNT
              DISPLAY 'REVIEW ' WS-RVW-ID-ED
                      ' TEMPLATE ' WS-TMPLT-ID-ED
                      ' NOT OPENED - NO RELATIONSHIP OWNER FOR '
                      D81A-RVW-CMPNY-ID
              GO TO 4200-EXIT
           END-IF

           EXEC SQL
              UPDATE VDPM81_TMPLT_RVW
                 SET RVW_STAT_CD      = 'O'
                    ,OWNR_USER_ID     = :WS-RCPT-USER-ID
                    ,OPEN_TS          = CURRENT TIMESTAMP
                    ,LAST_ALRT_DT     = CURRENT DATE
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE RVW_ID           = :D81A-RVW-ID
                 AND RVW_STAT_CD      = 'S'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 GO TO 4200-EXIT
              WHEN OTHER
                 MOVE 'VDPM81_TMPLT_RVW'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           ADD 1                            TO WS-OPENED-CNT
           DISPLAY 'REVIEW OPENED            : ' WS-RVW-ID-ED
                   ' TEMPLATE ' WS-TMPLT-ID-ED
                   ' DUE ' D81A-DUE-DT
                   ' OWNER ' WS-RCPT-USER-ID

           MOVE 'RVWOPEN'                   TO WS-AV-TYPE-CD
           PERFORM 7100-RAISE-REVIEW-ALERT
           .
       4200-EXIT.
           EXIT.
      *----------------------------------*
       5000-CHASE-OVERDUE.
      *----------------------------------*
           MOVE '5000-CHASE-OVERDUE'        TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-EOF-SW

           EXEC SQL
              OPEN OVRD_RVW_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM81_TMPLT_RVW'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5100-FETCH-NEXT-OVRD
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 5200-CHASE-ONE-REVIEW
              PERFORM 5100-FETCH-NEXT-OVRD
           END-PERFORM

           EXEC SQL
              CLOSE OVRD_RVW_CSR
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .
      *----------------------------------*
       5100-FETCH-NEXT-OVRD.
      *----------------------------------*
           EXEC SQL
              FETCH OVRD_RVW_CSR
                INTO :D81A-RVW-ID
                    ,:D81A-MCA-TMPLT-ID
                    ,:D81A-RVW-CMPNY-ID
                    ,:D81A-RISK-TIER-CD
                    ,:D81A-DUE-DT
                    ,:D81A-OWNR-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM81_TMPLT_RVW'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       5200-CHASE-ONE-REVIEW.
      *----------------------------------*
      * A CHANGED RELATIONSHIP OWNER TAKES THE TASK OVER; WITH NO
      * OWNER ON FILE ANY MORE IT STAYS WITH THE LAST ONE.

           MOVE '5200-CHASE-ONE-REVIEW'     TO WS-PARAGRAPH-NAME

           MOVE D81A-RVW-ID                 TO WS-RVW-ID-ED
           MOVE D81A-MCA-TMPLT-ID           TO WS-TMPLT-ID-ED

           PERFORM 7000-GET-RLSHP-OWNER
           IF WS-RCPT-USER-ID = SPACES
              MOVE D81A-OWNR-USER-ID        TO WS-RCPT-USER-ID
           END-IF
           IF WS-RCPT-USER-ID NOT = D81A-OWNR-USER-ID
              ADD 1                         TO WS-REASSIGN-CNT
              DISPLAY 'REVIEW REASSIGNED        : ' WS-RVW-ID-ED
                      ' ' D81A-OWNR-USER-ID ' -> ' WS-RCPT-USER-ID
           END-IF

           EXEC SQL
              UPDATE VDPM81_TMPLT_RVW
                 SET OWNR_USER_ID     = :WS-RCPT-USER-ID
                    ,LAST_ALRT_DT     = CURRENT DATE
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE RVW_ID           = :D81A-RVW-ID
                 AND RVW_STAT_CD      = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM81_TMPLT_RVW'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-CHASED-CNT
           MOVE 'RVWOVRD'                   TO WS-AV-TYPE-CD
           PERFORM 7100-RAISE-REVIEW-ALERT
           .
      *----------------------------------*
       5900-FLUSH-ALERT-ROLLUPS.
      *----------------------------------*
      * END OF CYCLE: ANY OWNER WHOSE REVIEW ALERTS WENT OVER THE
      * THRESHOLD GETS ONE ROLLUP ALERT WITH THE COUNT AND THE FIRST
      * REFERENCES.

           MOVE '5900-FLUSH-ALERT-ROLLUPS'  TO WS-PARAGRAPH-NAME

           MOVE 'F'                         TO WS-ASUP-FUNC-CD
           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA
           .
      *----------------------------------*
       6000-REPORT-REVIEWS.
      *----------------------------------*
           MOVE '6000-REPORT-REVIEWS'       TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-EOF-SW
           MOVE SPACES                      TO WS-PRIOR-SECTION

           MOVE 'O'                         TO WS-RPTW-FUNC-CD
           MOVE 'AGREEMENT REVIEWS - OVERDUE AND COMPLETED (DPMXRVSC)'
                                            TO WS-RPTW-TITLE
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING 'SECTION,RVW_ID,TMPLT_ID,RVW_CMPNY,TIER,DUE_DT,'
                  'STATUS,OWNER,DAYS,CMPL_DT,CMPL_USER,OUTCOME'
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           EXEC SQL
              OPEN RVW_RPT_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM81_TMPLT_RVW'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 6100-FETCH-NEXT-RPT
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 6200-REPORT-ONE-REVIEW
              PERFORM 6100-FETCH-NEXT-RPT
           END-PERFORM

           EXEC SQL
              CLOSE RVW_RPT_CSR
           END-EXEC

           PERFORM 6300-REPORT-TOTALS

           MOVE 'E'                         TO WS-RPTW-FUNC-CD
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       6100-FETCH-NEXT-RPT.
      *----------------------------------*
           EXEC SQL
              FETCH RVW_RPT_CSR
                INTO :WS-SECTION
                    ,:D81A-RVW-ID
                    ,:D81A-MCA-TMPLT-ID
                    ,:D81A-RVW-CMPNY-ID
                    ,:D81A-RISK-TIER-CD
                    ,:D81A-DUE-DT
                    ,:D81A-RVW-STAT-CD
                    ,:D81A-OWNR-USER-ID
                    ,:WS-DAYS
                    ,:WS-CMPL-DT
                    ,:D81A-CMPL-USER-ID
                    ,:D81A-OUTCOME-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM81_TMPLT_RVW'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       6200-REPORT-ONE-REVIEW.
      *----------------------------------*
           MOVE '6200-REPORT-ONE-REVIEW'    TO WS-PARAGRAPH-NAME

           IF WS-SECTION NOT = WS-PRIOR-SECTION
              IF WS-PRIOR-SECTION NOT = SPACES
                 MOVE 'P'                   TO WS-RPTW-FUNC-CD
                 CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
              END-IF
              MOVE 'T'                      TO WS-RPTW-FUNC-CD
              MOVE SPACES                   TO WS-RPTW-LINE
              IF WS-SECTION = 'OVERDUE'
                 MOVE 'OVERDUE REVIEWS  (DAYS = DAYS PAST DUE)'
                                            TO WS-RPTW-LINE
              ELSE
                 MOVE 'COMPLETED REVIEWS  (DAYS = DAYS LATE)'
                                            TO WS-RPTW-LINE
              END-IF
              CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
              MOVE WS-SECTION               TO WS-PRIOR-SECTION
           END-IF

           IF WS-SECTION = 'OVERDUE'
              ADD 1                         TO WS-OVERDUE-CNT
           ELSE
              ADD 1                         TO WS-CMPL-CNT
              IF WS-DAYS > 0
                 ADD 1                      TO WS-CMPL-LATE-CNT
              END-IF
              EVALUATE TRUE
                 WHEN D81A-OUTCOME-NO-CHANGE
                    ADD 1                   TO WS-NOCH-CNT
                 WHEN D81A-OUTCOME-AMEND
                    ADD 1                   TO WS-AMND-CNT
                 WHEN D81A-OUTCOME-TERMINATE
                    ADD 1                   TO WS-TRMN-CNT
                 WHEN D81A-OUTCOME-ESCALATE
                    ADD 1                   TO WS-ESCL-CNT
              END-EVALUATE
           END-IF

           MOVE D81A-RVW-ID                 TO WS-RVW-ID-ED
           MOVE D81A-MCA-TMPLT-ID           TO WS-TMPLT-ID-ED
           MOVE WS-DAYS                     TO WS-DAYS-ED
           IF D81A-OWNR-USER-ID = SPACES
              MOVE '*NONE*'                 TO D81A-OWNR-USER-ID
           END-IF

           MOVE 'L'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-LINE
           STRING WS-RVW-ID-ED
                  '  ' WS-TMPLT-ID-ED
                  '  ' D81A-RVW-CMPNY-ID
                  '  ' D81A-RISK-TIER-CD
                  '  ' D81A-DUE-DT
                  '  ' D81A-RVW-STAT-CD
                  '  ' D81A-OWNR-USER-ID
                  '  ' WS-DAYS-ED
                  '  ' WS-CMPL-DT
                  '  ' D81A-CMPL-USER-ID
                  '  ' D81A-OUTCOME-CD
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE 'C'                         TO WS-RPTW-FUNC-CD
           MOVE SPACES                      TO WS-RPTW-CSV
           STRING WS-SECTION
                  ',' WS-RVW-ID-ED
                  ',' WS-TMPLT-ID-ED
                  ',' D81A-RVW-CMPNY-ID
                  ',' D81A-RISK-TIER-CD
                  ',' D81A-DUE-DT
                  ',' D81A-RVW-STAT-CD
                  ',' D81A-OWNR-USER-ID
                  ',' WS-DAYS-ED
                  ',' WS-CMPL-DT
                  ',' D81A-CMPL-USER-ID
                  ',' D81A-OUTCOME-CD
                  DELIMITED BY SIZE INTO WS-RPTW-CSV
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       6300-REPORT-TOTALS.
      *----------------------------------*
           MOVE 'T'                         TO WS-RPTW-FUNC-CD

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-OVERDUE-CNT              TO WS-CNT-ED
           STRING 'REVIEWS OVERDUE              : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-CMPL-CNT                 TO WS-CNT-ED
           STRING 'REVIEWS COMPLETED            : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-CMPL-LATE-CNT            TO WS-CNT-ED
           STRING '  OF WHICH COMPLETED LATE    : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-NOCH-CNT                 TO WS-CNT-ED
           STRING '  NOCH - NO CHANGE REQUIRED  : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-AMND-CNT                 TO WS-CNT-ED
           STRING '  AMND - AMENDMENT REQUIRED  : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-TRMN-CNT                 TO WS-CNT-ED
           STRING '  TRMN - TERMINATION ADVISED : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA

           MOVE SPACES                      TO WS-RPTW-LINE
           MOVE WS-ESCL-CNT                 TO WS-CNT-ED
           STRING '  ESCL - ESCALATED TO CREDIT : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO WS-RPTW-LINE
           END-STRING
           CALL WS-RPTW-PROGRAM USING WS-RPTW-PASS-AREA
           .
      *----------------------------------*
       7000-GET-RLSHP-OWNER.
      *----------------------------------*
           MOVE '7000-GET-RLSHP-OWNER'      TO WS-PARAGRAPH-NAME
           MOVE SPACES                      TO WS-RCPT-USER-ID

           EXEC SQL
              SELECT RLSHP_OWNR_USER_ID
                INTO :WS-RCPT-USER-ID
                FROM  VDPM69_CMPNY_RLSHP_OWNR
               WHERE  CMPNY_ID = :D81A-RVW-CMPNY-ID
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO WS-RCPT-USER-ID
              WHEN OTHER
                 MOVE 'VDPM69_CMPNY_RLSHP_OWNR' TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       7100-RAISE-REVIEW-ALERT.
      *----------------------------------*
      * SUBJECT AND WORDING COME FROM THE RVWOPEN / RVWOVRD CATALOG
      * ENTRIES; WS-AV-TYPE-CD IS SET BY THE CALLER.

           MOVE '7100-RAISE-REVIEW-ALERT'   TO WS-PARAGRAPH-NAME

           MOVE 'A'                         TO WS-ASUP-FUNC-CD
           MOVE 'AGREEMENT REVIEW'          TO WS-ASUP-CAUSE-CD
           MOVE 10                          TO WS-ASUP-THRSHLD
           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
                                               WS-ALERT-SUB
                                               WS-ALERT-MSG-DT
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID
           MOVE WS-RCPT-USER-ID             TO WS-ALERT-USER-ID

           MOVE 5                           TO WS-AV-VAR-CNT
           MOVE 'RVW_ID'                    TO WS-AV-VAR-NM(1)
           MOVE WS-RVW-ID-ED                TO WS-AV-VAR-VALUE(1)
           MOVE 'TMPLT_ID'                  TO WS-AV-VAR-NM(2)
           MOVE WS-TMPLT-ID-ED              TO WS-AV-VAR-VALUE(2)
           MOVE 'CMPNY_ID'                  TO WS-AV-VAR-NM(3)
           MOVE D81A-RVW-CMPNY-ID           TO WS-AV-VAR-VALUE(3)
           MOVE 'TIER'                      TO WS-AV-VAR-NM(4)
           MOVE D81A-RISK-TIER-CD           TO WS-AV-VAR-VALUE(4)
           MOVE 'DUE_DT'                    TO WS-AV-VAR-NM(5)
           MOVE D81A-DUE-DT                 TO WS-AV-VAR-VALUE(5)
           MOVE WS-ALRT-VARS                TO WS-ALERT-MSG-DT
           MOVE LENGTH OF WS-ALRT-VARS      TO WS-ALERT-MSG-LEN

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

           IF WS-SP-RC = 'SP00'
              ADD 1                         TO WS-ALERT-CNT
           ELSE
              ADD 1                         TO WS-ALERT-FAIL-CNT
              DISPLAY 'REVIEW ALERT FAILED FOR USER ' WS-RCPT-USER-ID
              DISPLAY 'DPMXASUP RETURN CODE     :' WS-SP-RC
           END-IF
           .
      *----------------------------------*
       8000-CALL-RVNX.
      *----------------------------------*
           MOVE WS-TMPLT-ID                 TO WS-RVNX-TMPLT-ID

           CALL WS-RVNX-PROGRAM USING WS-RVNX-PASS-AREA

           IF WS-RVNX-DB-ERROR
              MOVE 'VDPM81_TMPLT_RVW'       TO WS-TABLE-NAME
              MOVE WS-RVNX-SQLCODE          TO SQLCODE
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
           DISPLAY 'TABLE NAME     = ' WS-TABLE-NAME
           DISPLAY 'SQLCODE        = ' WS-SQLCODE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE 16                          TO RETURN-CODE
           GOBACK
           .
      *------------------------*
       9100-DISPLAY-SUMMARY.
      *------------------------*
           DISPLAY WS-DASHES
           IF MONTHLY-MODE
              DISPLAY 'TIER CHANGES APPLIED     :' WS-TIER-APPLIED-CNT
              DISPLAY 'REVIEWS SCHEDULED        :' WS-RSCHD-CNT
              DISPLAY 'AGREEMENTS NO LONGER LIVE:' WS-CANCEL-CNT
              DISPLAY 'REVIEWS OPENED           :' WS-OPENED-CNT
              DISPLAY 'OVERDUE REVIEWS CHASED   :' WS-CHASED-CNT
              DISPLAY 'REVIEWS REASSIGNED       :' WS-REASSIGN-CNT
              DISPLAY 'NO RELATIONSHIP OWNER    :' WS-NO-OWNR-CNT
              DISPLAY 'ALERTS RAISED            :' WS-ALERT-CNT
              DISPLAY 'ALERTS FAILED            :' WS-ALERT-FAIL-CNT
           END-IF
           DISPLAY 'REVIEWS OVERDUE          :' WS-OVERDUE-CNT
           DISPLAY 'REVIEWS COMPLETED        :' WS-CMPL-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXRVSC ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-OVERDUE-CNT > 0
            OR WS-NO-OWNR-CNT > 0
            OR WS-ALERT-FAIL-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
