       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DPMXCDAC.
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
      *    NAME  DPMXCDAC(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXCDAC                                            *
      *                                                                *
      * COMPANY DEACTIVATION CASCADE.  A DEALER OR CLIENT COMPANY      *
      * MADE INACTIVE ON VDPM01_MCA_CMPNY (CMPNY_STAT_IN 'I') LEAVES   *
      * ITS WORKING FOOTPRINT BEHIND.  FOR EVERY INACTIVE COMPANY      *
      * THAT STILL HAS ONE, IN ONE UNIT OF WORK PER COMPANY:           *
      *                                                                *
      *   - PENDING VDPM06_MCA_ENRL REQUESTS ('P' AND DUAL-APPROVAL    *
      *     'F') ON EITHER SIDE ARE DECLINED ('D'), WITH THE           *
      *     VDPM06_MCA_ENRL_HIST ROW AND VDPM23_ENRL_EVNT STAGING      *
      *     DPMXENRL WRITES FOR ANY STATUS CHANGE, CARRYING SYSTEM     *
      *     REASON CODE 'CDAC' (VDPM91_ENRL_RSN).  DPMXEDSW AGES AND   *
      *     PURGES THEM AS FOR ANY OTHER DECLINE.                      *
      *   - IN-PROGRESS VDPM15_TMPLT_WORK COPIES ON EITHER SIDE ARE    *
      *     DISCARDED; THE PUBLISHED VDPM14 TEMPLATE IS KEPT.          *
      *   - VDPM10_MCA_LOCK LOCKS HELD BY THE COMPANY'S USERS ARE      *
      *     RELEASED, EACH FREED TEMPLATE GOING TO ITS FIRST WAITER    *
      *     FROM ANOTHER COMPANY AS DPMXUOFF DOES, AND THE COMPANY'S   *
      *     OWN VDPM10_LOCK_WAIT ENTRIES ARE REMOVED.                  *
      *   - VDPM40_ALRT_SBSC IS SWITCHED OFF FOR EVERY USER OF THE     *
      *     COMPANY (A BLANK-PREFIX OPT-OUT ROW CATCHES EVERY ALERT    *
      *     TYPE) AND DELEGATIONS TO THOSE USERS ARE CLEARED.  A       *
      *     REACTIVATED COMPANY RE-SUBSCRIBES THROUGH THE NORMAL       *
      *     PREFERENCE MAINTENANCE.                                    *
      *                                                                *
      * THE ACTIVE USERS OF THE OTHER SIDE OF EVERY AFFECTED           *
      * ENROLLMENT AND TEMPLATE ARE ALERTED (DPMXASUP), AND EVERY      *
      * CLOSURE IS WRITTEN TO THE VDPM26 USER ACTION LOG ('C'), WITH   *
      * ONE COMPANY-LEVEL ROW (TEMPLATE 0) CARRYING THE COUNTS.        *
      * A COMPANY UNDER LEGAL HOLD (DPMXLHCK) IS NOT TOUCHED.  A       *
      * COMPANY WITH NOTHING LEFT TO CLOSE IS NOT SELECTED, SO THE     *
      * JOB CAN RUN NIGHTLY.                                           *
      *                                                                *
      * MODE 'P' (PREVIEW) REPORTS WHAT WOULD BE CLOSED FOR EACH       *
      * COMPANY AND CHANGES NOTHING.                                   *
      *                                                                *
      * SYSIN CARDS: 1) MODE (P / D)                                   *
      *              2) REQUESTING USER ID (10 CHARS)                  *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM01_MCA_CMPNY, VDPM03_CMPNY_USER, VDPM06_MCA_ENRL,          *
      * VDPM06_MCA_ENRL_HIST, VDPM23_ENRL_EVNT, VDPM15_TMPLT_WORK,     *
      * VDPM10_MCA_LOCK, VDPM10_LOCK_WAIT, VDPM40_ALRT_SBSC            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM0601 / DPM0602 / DPM2301 / DPM1002                  *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXLHCK - LEGAL-HOLD CHECK BEFORE A COMPANY IS TOUCHED        *
      * DPMXASUP - ALERTS THE OTHER SIDE OF EACH CLOSURE               *
      *            (STORM-SUPPRESSED FRONT-END TO DPMXAALR)            *
      * DPMXALOG - RECORDS EVERY CLOSURE                               *
      *----------------------------------------------------------------*
      *              M A I N T E N A N C E   H I S T O R Y             *
      *                                                                *
      * DATE CHANGED    VERSION     PROGRAMMER                         *
      * ------------    -------     --------------------               *
      *                                                                *
      * 10/15/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             DECLINED ENROLLMENTS' HISTORY AND  *
      *                             EVENT ROWS NOW CARRY SYSTEM REASON *
      *                             CODE 'CDAC' AND A REASON TEXT      *
      *                             NAMING THE DEACTIVATED COMPANY.    *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXCDAC'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-TABLE-NAME                    PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-MODE                      PIC X(1)  VALUE SPACES.
           88 PREVIEW-MODE                  VALUE 'P'.
           88 DEACTIVATE-MODE               VALUE 'D'.
       01  WS-USER-ID                       PIC X(10) VALUE SPACES.
       01  WS-CURRENT-TS                    PIC X(26) VALUE SPACES.
      *
       01  WS-CMPNY-ID                      PIC X(8)  VALUE SPACES.
       01  WS-OTHER-CMPNY-ID                PIC X(8)  VALUE SPACES.
       01  WS-TMPLT-ID                      PIC S9(9) COMP VALUE 0.
       01  WS-DELR-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-CLNT-CMPNY-ID                 PIC X(8)  VALUE SPACES.
       01  WS-OLD-DELR-STAT-CD              PIC X(1)  VALUE SPACES.
       01  WS-SYS-RSN-CD                    PIC X(4)  VALUE 'CDAC'.
       01  WS-SYS-RSN-TX                    PIC X(80) VALUE SPACES.
       01  WS-FREED-TMPLT-ID                PIC S9(9) COMP VALUE 0.
       01  WS-NOTIFY-USER-ID                PIC X(10) VALUE SPACES.
       01  WS-TMPLT-ID-ED                   PIC Z(8)9.
       01  WS-ENRL-ED                       PIC Z(6)9.
       01  WS-WORK-ED                       PIC Z(6)9.
       01  WS-LOCK-ED                       PIC Z(6)9.
       01  WS-WAIT-ED                       PIC Z(6)9.
       01  WS-MSG-PTR                       PIC S9(4) COMP VALUE 1.
      *
      * THE ALERT TEXT IS BUILT ONCE PER CLOSURE AND RE-MOVED INTO
      * THE DPMXASUP PASS AREA FOR EACH USER ON THE OTHER SIDE.
       01  WS-CDAC-ALERT-SUB                PIC X(150) VALUE SPACES.
       01  WS-CDAC-ALERT-MSG                PIC X(400) VALUE SPACES.
       01  WS-CDAC-ALERT-LEN                PIC S9(4) COMP VALUE 0.
      *
      * PER-COMPANY COUNTS (PREVIEW OR ACTUAL)
       01  WS-C-ENRL-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-C-WORK-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-C-LOCK-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-C-WAIT-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-C-SBSC-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-C-DLGT-CNT                    PIC S9(9) COMP VALUE 0.
      *
      * RUN TOTALS
       01  WS-CMPNY-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-HOLDS-HONORED                 PIC S9(9) COMP VALUE 0.
       01  WS-ENRL-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-WORK-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-LOCK-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-GRNT-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-WAIT-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-SBSC-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-DLGT-CNT                      PIC S9(9) COMP VALUE 0.
       01  WS-ALERT-CNT                     PIC S9(9) COMP VALUE 0.
      *
       01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-ENRL-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-ENRL                  VALUE 'Y'.
       01  WS-WORK-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-WORK                  VALUE 'Y'.
       01  WS-LOCK-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-HELD-LOCKS            VALUE 'Y'.
       01  WS-USER-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-USERS                 VALUE 'Y'.
      *
       01  WS-LHCK-PROGRAM                  PIC X(08)
                                            VALUE 'DPMXLHCK'.
       01  WS-LHCK-PASS-AREA.
           05 WS-LHCK-CMPNY-ID              PIC X(08).
           05 WS-LHCK-TMPLT-ID              PIC S9(9) COMP.
           05 WS-LHCK-HELD-IN               PIC X(01).
              88 WS-LHCK-HELD               VALUE 'Y'.
           05 WS-LHCK-SQLCODE               PIC S9(9) COMP.
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
       01  WS-ALOG-PROGRAM                  PIC X(08) VALUE 'DPMXALOG'.
       01  WS-ALOG-PASS-AREA.
           05 WS-ALOG-USER-ID               PIC X(10).
           05 WS-ALOG-ACTN-CD               PIC X(01).
           05 WS-ALOG-TMPLT-ID              PIC S9(9) COMP.
           05 WS-ALOG-CMPNY-ID              PIC X(08).
           05 WS-ALOG-DTL-TX                PIC X(80).
           05 WS-ALOG-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0601
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM0602
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM2301
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM1002
           END-EXEC
      *
       COPY  DB2000IA.
      *
      * ONLY INACTIVE COMPANIES THAT STILL HAVE SOMETHING OPEN ARE
      * SELECTED; ONE ALREADY CLEANED UP DROPS OUT OF THE NEXT RUN.
           EXEC SQL
              DECLARE CDAC_CMPNY_CSR CURSOR WITH HOLD FOR
                 SELECT C.CMPNY_ID
                 FROM   VDPM01_MCA_CMPNY C
                 WHERE  C.CMPNY_STAT_IN = 'I'
                   AND (EXISTS
                        (SELECT 1 FROM VDPM06_MCA_ENRL E
                          WHERE (E.DELR_CMPNY_ID = C.CMPNY_ID
                             OR  E.CLNT_CMPNY_ID = C.CMPNY_ID)
                            AND  E.DELR_STAT_CD IN ('P', 'F'))
                    OR  EXISTS
                        (SELECT 1 FROM VDPM15_TMPLT_WORK W
                          WHERE  W.DELR_CMPNY_ID = C.CMPNY_ID
                             OR  W.CLNT_CMPNY_ID = C.CMPNY_ID)
                    OR  EXISTS
                        (SELECT 1 FROM VDPM10_MCA_LOCK L
                          WHERE  L.CMPNY_ID = C.CMPNY_ID)
                    OR  EXISTS
                        (SELECT 1 FROM VDPM10_LOCK_WAIT Q
                          WHERE  Q.CMPNY_ID = C.CMPNY_ID)
                    OR  EXISTS
                        (SELECT 1 FROM VDPM03_CMPNY_USER U
                          WHERE  U.CMPNY_ID = C.CMPNY_ID
                            AND (NOT EXISTS
                                 (SELECT 1 FROM VDPM40_ALRT_SBSC S
                                   WHERE S.CMPNY_USER_ID =
                                         U.CMPNY_USER_ID
                                     AND S.ALRT_TYPE_PRFX = ' '
                                     AND S.SBSC_IN        = 'N')
                             OR  EXISTS
                                 (SELECT 1 FROM VDPM40_ALRT_SBSC S
                                   WHERE S.CMPNY_USER_ID =
                                         U.CMPNY_USER_ID
                                     AND S.SBSC_IN <> 'N')
                             OR  EXISTS
                                 (SELECT 1 FROM VDPM40_ALRT_SBSC S
                                   WHERE S.DLGT_USER_ID =
                                         U.CMPNY_USER_ID))))
                 ORDER BY C.CMPNY_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE CDAC_ENRL_CSR CURSOR FOR
                 SELECT DELR_CMPNY_ID
                       ,CLNT_CMPNY_ID
                       ,RQST_TMPLT_ID
                       ,DELR_STAT_CD
                 FROM   VDPM06_MCA_ENRL
                 WHERE (DELR_CMPNY_ID = :WS-CMPNY-ID
                    OR  CLNT_CMPNY_ID = :WS-CMPNY-ID)
                   AND  DELR_STAT_CD IN ('P', 'F')
                 ORDER BY DELR_CMPNY_ID, CLNT_CMPNY_ID, RQST_TMPLT_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE CDAC_WORK_CSR CURSOR FOR
                 SELECT MCA_TMPLT_ID
                       ,DELR_CMPNY_ID
                       ,CLNT_CMPNY_ID
                 FROM   VDPM15_TMPLT_WORK
                 WHERE  DELR_CMPNY_ID = :WS-CMPNY-ID
                    OR  CLNT_CMPNY_ID = :WS-CMPNY-ID
                 ORDER BY MCA_TMPLT_ID
           END-EXEC
      *
           EXEC SQL
              DECLARE CDAC_LOCK_CSR CURSOR FOR
                 SELECT MCA_TMPLT_ID
                 FROM   VDPM10_MCA_LOCK
                 WHERE  CMPNY_ID = :WS-CMPNY-ID
                 ORDER BY MCA_TMPLT_ID
           END-EXEC
      *
      * THE OTHER SIDE'S SIGNED-ON USERS.  A COUNTERPARTY THAT IS
      * ITSELF INACTIVE OR DELETED IS NOT ALERTED; DPMXUOFF MARKS AN
      * OFFBOARDED USER'S UMG LINK 'OFFBOARD'.
           EXEC SQL
              DECLARE CDAC_USER_CSR CURSOR FOR
                 SELECT U.CMPNY_USER_ID
                 FROM   VDPM03_CMPNY_USER U
                       ,VDPM01_MCA_CMPNY  C
                 WHERE  U.CMPNY_ID      = :WS-OTHER-CMPNY-ID
                   AND  U.UMG_USER_ID  <> 'OFFBOARD'
                   AND  C.CMPNY_ID      = U.CMPNY_ID
                   AND  C.CMPNY_STAT_IN NOT IN ('I', 'L')
                 ORDER BY U.CMPNY_USER_ID
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INACTIVE
           IF DEACTIVATE-MODE
              PERFORM 8200-FLUSH-ALERT-ROLLUPS
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF
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
           DISPLAY 'DPMXCDAC STARTED AT      :' WS-TS

           ACCEPT WS-RUN-MODE               FROM SYSIN
           ACCEPT WS-USER-ID                FROM SYSIN

           DISPLAY 'RUN MODE                 :' WS-RUN-MODE
           DISPLAY 'REQUESTING USER ID       :' WS-USER-ID
           DISPLAY WS-DASHES

           IF WS-USER-ID = SPACES
            OR NOT (PREVIEW-MODE OR DEACTIVATE-MODE)
              DISPLAY 'BAD SYSIN PARAMETERS - RUN CANCELLED'
              MOVE 16                       TO RETURN-CODE
              GOBACK
           END-IF
           .
      *----------------------------------*
       2000-PROCESS-INACTIVE.
      *----------------------------------*
           MOVE '2000-PROCESS-INACTIVE'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN CDAC_CMPNY_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM01_MCA_CMPNY'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 2100-FETCH-NEXT-CMPNY
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM 2200-CHECK-LEGAL-HOLD
              IF WS-LHCK-HELD
                 ADD 1                      TO WS-HOLDS-HONORED
                 DISPLAY 'LEGAL HOLD - COMPANY KEPT: ' WS-CMPNY-ID
              ELSE
                 IF PREVIEW-MODE
                    PERFORM 3000-PREVIEW-ONE-CMPNY
                 ELSE
                    PERFORM 4000-DEACTIVATE-ONE-CMPNY
                 END-IF
              END-IF
              PERFORM 2100-FETCH-NEXT-CMPNY
           END-PERFORM

           EXEC SQL
              CLOSE CDAC_CMPNY_CSR
           END-EXEC
           .
      *----------------------------------*
       2100-FETCH-NEXT-CMPNY.
      *----------------------------------*
           MOVE '2100-FETCH-NEXT-CMPNY'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH CDAC_CMPNY_CSR
                INTO :WS-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ROWS           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM01_MCA_CMPNY'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       2200-CHECK-LEGAL-HOLD.
      *----------------------------------*
      * A COMPANY IN LITIGATION KEEPS ITS FOOTPRINT EXACTLY AS IT IS
      * UNTIL THE HOLD IS RELEASED; THE NEXT RUN AFTER THAT PICKS IT
      * UP.

           MOVE '2200-CHECK-LEGAL-HOLD'     TO WS-PARAGRAPH-NAME

           MOVE WS-CMPNY-ID                 TO WS-LHCK-CMPNY-ID
           MOVE 0                           TO WS-LHCK-TMPLT-ID
           MOVE 'N'                         TO WS-LHCK-HELD-IN
           CALL WS-LHCK-PROGRAM USING WS-LHCK-PASS-AREA
           .
      *----------------------------------*
       3000-PREVIEW-ONE-CMPNY.
      *----------------------------------*
      * COUNTS ONLY - NOTHING IS CHANGED AND NO ALERT IS RAISED.

           MOVE '3000-PREVIEW-ONE-CMPNY'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-ENRL-CNT
                FROM  VDPM06_MCA_ENRL
               WHERE (DELR_CMPNY_ID = :WS-CMPNY-ID
                  OR  CLNT_CMPNY_ID = :WS-CMPNY-ID)
                 AND  DELR_STAT_CD IN ('P', 'F')
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-WORK-CNT
                FROM  VDPM15_TMPLT_WORK
               WHERE  DELR_CMPNY_ID = :WS-CMPNY-ID
                  OR  CLNT_CMPNY_ID = :WS-CMPNY-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM15_TMPLT_WORK'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-LOCK-CNT
                FROM  VDPM10_MCA_LOCK
               WHERE  CMPNY_ID = :WS-CMPNY-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM10_MCA_LOCK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-WAIT-CNT
                FROM  VDPM10_LOCK_WAIT
               WHERE  CMPNY_ID = :WS-CMPNY-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM10_LOCK_WAIT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-SBSC-CNT
                FROM  VDPM03_CMPNY_USER
               WHERE  CMPNY_ID = :WS-CMPNY-ID
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-DLGT-CNT
                FROM  VDPM40_ALRT_SBSC
               WHERE  DLGT_USER_ID IN
                      (SELECT CMPNY_USER_ID
                         FROM VDPM03_CMPNY_USER
                        WHERE CMPNY_ID = :WS-CMPNY-ID)
                WITH  UR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM40_ALRT_SBSC'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5000-ADD-TO-TOTALS
           DISPLAY 'WOULD DEACTIVATE COMPANY ' WS-CMPNY-ID
           PERFORM 5100-DISPLAY-CMPNY-COUNTS
           .
      *----------------------------------*
       4000-DEACTIVATE-ONE-CMPNY.
      *----------------------------------*
           MOVE '4000-DEACTIVATE-ONE-CMPNY' TO WS-PARAGRAPH-NAME

           MOVE 0                           TO WS-C-ENRL-CNT
                                               WS-C-WORK-CNT
                                               WS-C-LOCK-CNT
                                               WS-C-WAIT-CNT
                                               WS-C-SBSC-CNT
                                               WS-C-DLGT-CNT
           EXEC SQL
              SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC

           PERFORM 4100-CLOSE-ENROLLMENTS
           PERFORM 4200-DISCARD-WORK-COPIES
           PERFORM 4300-RELEASE-LOCKS
           PERFORM 4400-REMOVE-LOCK-WAITS
           PERFORM 4500-STOP-SUBSCRIPTIONS
           PERFORM 4600-LOG-CMPNY

           EXEC SQL
              COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 5000-ADD-TO-TOTALS
           DISPLAY 'DEACTIVATED COMPANY ' WS-CMPNY-ID
           PERFORM 5100-DISPLAY-CMPNY-COUNTS
           .
      *----------------------------------*
       4100-CLOSE-ENROLLMENTS.
      *----------------------------------*
           MOVE '4100-CLOSE-ENROLLMENTS'    TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-ENRL-EOF-SW

           EXEC SQL
              OPEN CDAC_ENRL_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4110-CLOSE-ONE-ENRL      UNTIL NO-MORE-ENRL

           EXEC SQL
              CLOSE CDAC_ENRL_CSR
           END-EXEC
           .
      *----------------------------------*
       4110-CLOSE-ONE-ENRL.
      *----------------------------------*
      * THE REQUEST IS DECLINED RATHER THAN DELETED SO IT AGES OUT
      * THROUGH DPMXEDSW LIKE ANY OTHER DECLINE, AND THE STATUS
      * CHANGE IS RECORDED EXACTLY AS DPMXENRL RECORDS ONE.

           MOVE '4110-CLOSE-ONE-ENRL'       TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH CDAC_ENRL_CSR
               INTO :D006-DELR-CMPNY-ID
                   ,:D006-CLNT-CMPNY-ID
                   ,:D006-RQST-TMPLT-ID
                   ,:WS-OLD-DELR-STAT-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-ENRL           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT NO-MORE-ENRL
              MOVE 'D'                      TO D006-DELR-STAT-CD
              EXEC SQL
                 UPDATE VDPM06_MCA_ENRL
                    SET DELR_STAT_CD     = :D006-DELR-STAT-CD
                       ,ROW_UPDT_TS      = :WS-CURRENT-TS
                       ,ROW_UPDT_USER_ID = :WS-USER-ID
                  WHERE DELR_CMPNY_ID    = :D006-DELR-CMPNY-ID
                    AND CLNT_CMPNY_ID    = :D006-CLNT-CMPNY-ID
                    AND RQST_TMPLT_ID    = :D006-RQST-TMPLT-ID
                    AND DELR_STAT_CD     = :WS-OLD-DELR-STAT-CD
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'VDPM06_MCA_ENRL'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
              ADD 1                         TO WS-C-ENRL-CNT
              PERFORM 4120-INSERT-ENRL-HIST
              PERFORM 4130-STAGE-ENRL-EVNT

              MOVE D006-RQST-TMPLT-ID       TO WS-TMPLT-ID
                                               WS-TMPLT-ID-ED
              IF D006-DELR-CMPNY-ID = WS-CMPNY-ID
                 MOVE D006-CLNT-CMPNY-ID    TO WS-OTHER-CMPNY-ID
              ELSE
                 MOVE D006-DELR-CMPNY-ID    TO WS-OTHER-CMPNY-ID
              END-IF

              MOVE SPACES                   TO WS-CDAC-ALERT-SUB
              STRING 'ENROLLMENT CLOSED - COMPANY ' WS-CMPNY-ID
                     ' DEACTIVATED'
                     DELIMITED BY SIZE INTO WS-CDAC-ALERT-SUB
              END-STRING
              MOVE SPACES                   TO WS-CDAC-ALERT-MSG
              MOVE 1                        TO WS-MSG-PTR
              STRING 'THE PENDING ENROLLMENT BETWEEN DEALER '
                     D006-DELR-CMPNY-ID ' AND CLIENT '
                     D006-CLNT-CMPNY-ID ' FOR TEMPLATE '
                     WS-TMPLT-ID-ED ' HAS BEEN DECLINED BECAUSE '
                     WS-CMPNY-ID ' IS NO LONGER ACTIVE.'
                     DELIMITED BY SIZE INTO WS-CDAC-ALERT-MSG
                     WITH POINTER WS-MSG-PTR
              END-STRING
              PERFORM 8300-ALERT-OTHER-SIDE

              MOVE SPACES                   TO WS-ALOG-DTL-TX
              STRING 'ENRL CLOSED: ' D006-DELR-CMPNY-ID '/'
                     D006-CLNT-CMPNY-ID ' WAS ' WS-OLD-DELR-STAT-CD
                     ' - CMPNY INACTIVE'
                     DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
              END-STRING
              PERFORM 8100-LOG-STEP
           END-IF
           .
      *----------------------------------*
       4120-INSERT-ENRL-HIST.
      *----------------------------------*
           MOVE '4120-INSERT-ENRL-HIST'     TO WS-PARAGRAPH-NAME
           MOVE D006-DELR-CMPNY-ID          TO D06H-DELR-CMPNY-ID
           MOVE D006-CLNT-CMPNY-ID          TO D06H-CLNT-CMPNY-ID
           MOVE D006-RQST-TMPLT-ID          TO D06H-RQST-TMPLT-ID
           MOVE WS-OLD-DELR-STAT-CD         TO D06H-OLD-DELR-STAT-CD
           MOVE D006-DELR-STAT-CD           TO D06H-NEW-DELR-STAT-CD
           MOVE WS-CURRENT-TS               TO D06H-ENRL-ACTN-TS
           MOVE WS-USER-ID                  TO D06H-ENRL-ACTN-USER-ID
           MOVE SPACES                      TO WS-SYS-RSN-TX
           STRING 'COMPANY ' WS-CMPNY-ID ' DEACTIVATED - DECLINED BY '
                  WS-PROGRAM
                  DELIMITED BY SIZE INTO WS-SYS-RSN-TX
           END-STRING
           MOVE WS-SYS-RSN-CD               TO D06H-RSN-CD
           MOVE WS-SYS-RSN-TX               TO D06H-RSN-TX

           EXEC SQL
              INSERT INTO VDPM06_MCA_ENRL_HIST
                 (DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,ENRL_ACTN_TS
                 ,ENRL_ACTN_USER_ID
                 ,RSN_CD
                 ,RSN_TX)
                 VALUES
                 (:D06H-DELR-CMPNY-ID
                 ,:D06H-CLNT-CMPNY-ID
                 ,:D06H-RQST-TMPLT-ID
                 ,:D06H-OLD-DELR-STAT-CD
                 ,:D06H-NEW-DELR-STAT-CD
                 ,:D06H-ENRL-ACTN-TS
                 ,:D06H-ENRL-ACTN-USER-ID
                 ,:D06H-RSN-CD
                 ,:D06H-RSN-TX)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM06_MCA_ENRL_HIST'   TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4130-STAGE-ENRL-EVNT.
      *----------------------------------*
      * UNSENT ('U') FOR THE DPMXEEVP PUBLISHER, AS DPMXENRL STAGES
      * EVERY ENROLLMENT STATUS CHANGE.

           MOVE '4130-STAGE-ENRL-EVNT'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SET :D23A-ENRL-EVNT-ID = (NEXT VALUE FOR DPM.SQDPM023)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM23_ENRL_EVNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE D006-DELR-CMPNY-ID           TO D23A-DELR-CMPNY-ID
           MOVE D006-CLNT-CMPNY-ID           TO D23A-CLNT-CMPNY-ID
           MOVE D006-RQST-TMPLT-ID           TO D23A-RQST-TMPLT-ID
           MOVE WS-OLD-DELR-STAT-CD          TO D23A-OLD-DELR-STAT-CD
           MOVE D006-DELR-STAT-CD            TO D23A-NEW-DELR-STAT-CD
           MOVE WS-USER-ID                   TO D23A-APRVR-USER-ID
           MOVE WS-CURRENT-TS                TO D23A-ENRL-EVNT-TS
           MOVE 'U'                          TO D23A-EVNT-SENT-CD
           MOVE '1900-01-01-01.01.01.000001' TO D23A-EVNT-SENT-TS
           MOVE WS-SYS-RSN-CD                TO D23A-RSN-CD
           MOVE WS-SYS-RSN-TX                TO D23A-RSN-TX

           EXEC SQL
              INSERT INTO VDPM23_ENRL_EVNT
                 (ENRL_EVNT_ID
                 ,DELR_CMPNY_ID
                 ,CLNT_CMPNY_ID
                 ,RQST_TMPLT_ID
                 ,OLD_DELR_STAT_CD
                 ,NEW_DELR_STAT_CD
                 ,APRVR_USER_ID
                 ,ENRL_EVNT_TS
                 ,EVNT_SENT_CD
                 ,EVNT_SENT_TS
                 ,RSN_CD
                 ,RSN_TX)
                 VALUES
                 (:D23A-ENRL-EVNT-ID
                 ,:D23A-DELR-CMPNY-ID
                 ,:D23A-CLNT-CMPNY-ID
                 ,:D23A-RQST-TMPLT-ID
                 ,:D23A-OLD-DELR-STAT-CD
                 ,:D23A-NEW-DELR-STAT-CD
                 ,:D23A-APRVR-USER-ID
                 ,:D23A-ENRL-EVNT-TS
                 ,:D23A-EVNT-SENT-CD
                 ,:D23A-EVNT-SENT-TS
                 ,:D23A-RSN-CD
                 ,:D23A-RSN-TX)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM23_ENRL_EVNT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF
           .
      *----------------------------------*
       4200-DISCARD-WORK-COPIES.
      *----------------------------------*
           MOVE '4200-DISCARD-WORK-COPIES'  TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-WORK-EOF-SW

           EXEC SQL
              OPEN CDAC_WORK_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM15_TMPLT_WORK'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4210-DISCARD-ONE-WORK    UNTIL NO-MORE-WORK

           EXEC SQL
              CLOSE CDAC_WORK_CSR
           END-EXEC
           .
      *----------------------------------*
       4210-DISCARD-ONE-WORK.
      *----------------------------------*
      * THE IN-PROGRESS COPY IS DROPPED THE SAME WAY DPMXTRBK DROPS
      * ONE; THE PUBLISHED VDPM14 TEMPLATE STAYS AS IT WAS.

           MOVE '4210-DISCARD-ONE-WORK'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH CDAC_WORK_CSR
               INTO :WS-TMPLT-ID
                   ,:WS-DELR-CMPNY-ID
                   ,:WS-CLNT-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-WORK           TO TRUE
              WHEN OTHER
                 MOVE 'VDPM15_TMPLT_WORK'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           IF NOT NO-MORE-WORK
              EXEC SQL
                 DELETE FROM VDPM15_TMPLT_WORK
                  WHERE MCA_TMPLT_ID = :WS-TMPLT-ID
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 MOVE 'VDPM15_TMPLT_WORK'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
              END-IF
              ADD 1                         TO WS-C-WORK-CNT

              MOVE WS-TMPLT-ID              TO WS-TMPLT-ID-ED
              IF WS-DELR-CMPNY-ID = WS-CMPNY-ID
                 MOVE WS-CLNT-CMPNY-ID      TO WS-OTHER-CMPNY-ID
              ELSE
                 MOVE WS-DELR-CMPNY-ID      TO WS-OTHER-CMPNY-ID
              END-IF

              MOVE SPACES                   TO WS-CDAC-ALERT-SUB
              STRING 'TMPLT ' WS-TMPLT-ID-ED
                     ' WORK COPY CLOSED - COMPANY ' WS-CMPNY-ID
                     ' DEACTIVATED'
                     DELIMITED BY SIZE INTO WS-CDAC-ALERT-SUB
              END-STRING
              MOVE SPACES                   TO WS-CDAC-ALERT-MSG
              MOVE 1                        TO WS-MSG-PTR
              STRING 'THE IN-PROGRESS WORK COPY OF TEMPLATE '
                     WS-TMPLT-ID-ED ' BETWEEN DEALER '
                     WS-DELR-CMPNY-ID ' AND CLIENT ' WS-CLNT-CMPNY-ID
                     ' HAS BEEN DISCARDED BECAUSE ' WS-CMPNY-ID
                     ' IS NO LONGER ACTIVE. THE PUBLISHED TEMPLATE'
                     ' IS UNCHANGED.'
                     DELIMITED BY SIZE INTO WS-CDAC-ALERT-MSG
                     WITH POINTER WS-MSG-PTR
              END-STRING
              PERFORM 8300-ALERT-OTHER-SIDE

              MOVE SPACES                   TO WS-ALOG-DTL-TX
              STRING 'WORK COPY DISCARDED - CMPNY ' WS-CMPNY-ID
                     ' INACTIVE'
                     DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
              END-STRING
              PERFORM 8100-LOG-STEP
           END-IF
           .
      *----------------------------------*
       4300-RELEASE-LOCKS.
      *----------------------------------*
      * EACH TEMPLATE A USER OF THE COMPANY HOLDS IS RELEASED AND
      * OFFERED TO ITS FIRST WAITER FROM ANOTHER COMPANY, AS THE
      * DPMXMLOK UNLOCK PATH AND DPMXUOFF DO.
           MOVE '4300-RELEASE-LOCKS'        TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-LOCK-EOF-SW

           EXEC SQL
              OPEN CDAC_LOCK_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM10_MCA_LOCK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 4310-RELEASE-ONE-LOCK    UNTIL NO-MORE-HELD-LOCKS

           EXEC SQL
              CLOSE CDAC_LOCK_CSR
           END-EXEC
           .
      *----------------------------------*
       4310-RELEASE-ONE-LOCK.
      *----------------------------------*
           MOVE '4310-RELEASE-ONE-LOCK'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH CDAC_LOCK_CSR
               INTO :WS-FREED-TMPLT-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    DELETE FROM VDPM10_MCA_LOCK
                     WHERE MCA_TMPLT_ID = :WS-FREED-TMPLT-ID
                       AND CMPNY_ID     = :WS-CMPNY-ID
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                    MOVE 'VDPM10_MCA_LOCK'  TO WS-TABLE-NAME
                    PERFORM 9000-SQL-ERROR
                 END-IF
                 ADD 1                      TO WS-C-LOCK-CNT
                 MOVE WS-FREED-TMPLT-ID     TO WS-TMPLT-ID
                 MOVE SPACES                TO WS-ALOG-DTL-TX
                 STRING 'LOCK RELEASED - CMPNY ' WS-CMPNY-ID
                        ' INACTIVE'
                        DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
                 END-STRING
                 PERFORM 8100-LOG-STEP
                 PERFORM 4320-GRANT-TO-WAITER
                    THRU 4320-EXIT
              WHEN +100
                 SET NO-MORE-HELD-LOCKS     TO TRUE
              WHEN OTHER
                 MOVE 'VDPM10_MCA_LOCK'     TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4320-GRANT-TO-WAITER.
      *----------------------------------*
      * MIRRORS DPMXMLOK 3400-GRANT-TO-WAITER; THE DEACTIVATED
      * COMPANY'S OWN QUEUE ROWS ARE PASSED OVER (4400 REMOVES THEM).
           MOVE '4320-GRANT-TO-WAITER'      TO WS-PARAGRAPH-NAME

           EXEC SQL
              SELECT CMPNY_ID
                    ,CMPNY_USER_ID
                INTO :D10W-CMPNY-ID
                    ,:D10W-CMPNY-USER-ID
                FROM  VDPM10_LOCK_WAIT
               WHERE  MCA_TMPLT_ID  = :WS-FREED-TMPLT-ID
                 AND  WAIT_STAT_CD  = 'W'
                 AND  CMPNY_ID     <> :WS-CMPNY-ID
               ORDER BY WAIT_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 GO TO 4320-EXIT
              WHEN OTHER
                 MOVE 'VDPM10_LOCK_WAIT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              INSERT INTO VDPM10_MCA_LOCK
              ( MCA_TMPLT_ID,
                CMPNY_ID,
                CMPNY_USER_ID,
                ROW_UPDT_TS)
              VALUES(:WS-FREED-TMPLT-ID,
                     :D10W-CMPNY-ID,
                     :D10W-CMPNY-USER-ID,
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM10_MCA_LOCK'        TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              UPDATE VDPM10_LOCK_WAIT
                 SET WAIT_STAT_CD = 'G'
                    ,ROW_UPDT_TS  = CURRENT TIMESTAMP
               WHERE MCA_TMPLT_ID  = :WS-FREED-TMPLT-ID
                 AND CMPNY_USER_ID = :D10W-CMPNY-USER-ID
                 AND WAIT_STAT_CD  = 'W'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM10_LOCK_WAIT'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-GRNT-CNT
           MOVE WS-FREED-TMPLT-ID           TO WS-TMPLT-ID-ED
           MOVE SPACES                      TO WS-CDAC-ALERT-SUB
           STRING 'TEMPLATE LOCK GRANTED'
                  DELIMITED BY SIZE INTO WS-CDAC-ALERT-SUB
           END-STRING
           MOVE SPACES                      TO WS-CDAC-ALERT-MSG
           MOVE 1                           TO WS-MSG-PTR
           STRING 'THE LOCK ON TEMPLATE ' WS-TMPLT-ID-ED
                  ' WAS RELEASED WHEN COMPANY ' WS-CMPNY-ID
                  ' WAS DEACTIVATED AND IS NOW HELD BY YOU.'
                  DELIMITED BY SIZE INTO WS-CDAC-ALERT-MSG
                  WITH POINTER WS-MSG-PTR
           END-STRING
           MOVE D10W-CMPNY-USER-ID          TO WS-NOTIFY-USER-ID
           PERFORM 8310-ALERT-ONE-USER
           .
       4320-EXIT.
           EXIT.
      *----------------------------------*
       4400-REMOVE-LOCK-WAITS.
      *----------------------------------*
      * A FREED LOCK MUST NEVER BE GRANTED, OR AN ALERT SENT, TO A
      * USER OF A COMPANY THAT IS NO LONGER ACTIVE.
           MOVE '4400-REMOVE-LOCK-WAITS'    TO WS-PARAGRAPH-NAME

           EXEC SQL
              DELETE FROM VDPM10_LOCK_WAIT
               WHERE CMPNY_ID = :WS-CMPNY-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 ADD SQLERRD(3)             TO WS-C-WAIT-CNT
              WHEN OTHER
                 MOVE 'VDPM10_LOCK_WAIT'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4500-STOP-SUBSCRIPTIONS.
      *----------------------------------*
      * DPMXAALR TAKES THE LONGEST MATCHING PREFIX AND TREATS NO ROW
      * AS SUBSCRIBED, SO EVERY EXISTING ROW IS SWITCHED OFF AND A
      * BLANK-PREFIX OPT-OUT (WHICH MATCHES EVERY SUBJECT) IS ADDED
      * FOR ANY USER WITHOUT ONE.
           MOVE '4500-STOP-SUBSCRIPTIONS'   TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM40_ALRT_SBSC
                 SET SBSC_IN          = 'N'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE SBSC_IN         <> 'N'
                 AND CMPNY_USER_ID IN
                     (SELECT CMPNY_USER_ID
                        FROM VDPM03_CMPNY_USER
                       WHERE CMPNY_ID = :WS-CMPNY-ID)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM40_ALRT_SBSC'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              UPDATE VDPM40_ALRT_SBSC
                 SET SBSC_IN          = 'N'
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE ALRT_TYPE_PRFX   = ' '
                 AND CMPNY_USER_ID IN
                     (SELECT CMPNY_USER_ID
                        FROM VDPM03_CMPNY_USER
                       WHERE CMPNY_ID = :WS-CMPNY-ID)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM40_ALRT_SBSC'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              INSERT INTO VDPM40_ALRT_SBSC
                 (CMPNY_USER_ID
                 ,ALRT_TYPE_PRFX
                 ,SBSC_IN
                 ,DLVRY_CD
                 ,DLGT_USER_ID
                 ,ROW_UPDT_TS
                 ,ROW_UPDT_USER_ID)
              SELECT U.CMPNY_USER_ID
                    ,' '
                    ,'N'
                    ,'E'
                    ,' '
                    ,CURRENT TIMESTAMP
                    ,:WS-USER-ID
                FROM VDPM03_CMPNY_USER U
               WHERE U.CMPNY_ID = :WS-CMPNY-ID
                 AND NOT EXISTS
                     (SELECT 1
                        FROM VDPM40_ALRT_SBSC S
                       WHERE S.CMPNY_USER_ID  = U.CMPNY_USER_ID
                         AND S.ALRT_TYPE_PRFX = ' ')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE 'VDPM40_ALRT_SBSC'       TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-C-SBSC-CNT
                FROM  VDPM03_CMPNY_USER
               WHERE  CMPNY_ID = :WS-CMPNY-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

      * OTHER USERS' DELEGATIONS TO THIS COMPANY'S USERS ARE CUT SO
      * THEIR ALERTS ARE NOT QUEUED TO A DEAD DESK.
           EXEC SQL
              UPDATE VDPM40_ALRT_SBSC
                 SET DLGT_USER_ID     = ' '
                    ,ROW_UPDT_TS      = CURRENT TIMESTAMP
                    ,ROW_UPDT_USER_ID = :WS-USER-ID
               WHERE DLGT_USER_ID IN
                     (SELECT CMPNY_USER_ID
                        FROM VDPM03_CMPNY_USER
                       WHERE CMPNY_ID = :WS-CMPNY-ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN +100
                 ADD SQLERRD(3)             TO WS-C-DLGT-CNT
              WHEN OTHER
                 MOVE 'VDPM40_ALRT_SBSC'    TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       4600-LOG-CMPNY.
      *----------------------------------*
           MOVE '4600-LOG-CMPNY'            TO WS-PARAGRAPH-NAME

           MOVE 0                           TO WS-TMPLT-ID
           MOVE WS-C-ENRL-CNT               TO WS-ENRL-ED
           MOVE WS-C-WORK-CNT               TO WS-WORK-ED
           MOVE WS-C-LOCK-CNT               TO WS-LOCK-ED
           MOVE WS-C-WAIT-CNT               TO WS-WAIT-ED
           MOVE SPACES                      TO WS-ALOG-DTL-TX
           STRING 'CMPNY DEACTIVATED: ENRL ' WS-ENRL-ED
                  ' WORK ' WS-WORK-ED
                  ' LOCK ' WS-LOCK-ED
                  ' WAIT ' WS-WAIT-ED
                  DELIMITED BY SIZE INTO WS-ALOG-DTL-TX
           END-STRING
           PERFORM 8100-LOG-STEP
           .
      *----------------------------------*
       5000-ADD-TO-TOTALS.
      *----------------------------------*
           ADD 1                            TO WS-CMPNY-CNT
           ADD WS-C-ENRL-CNT                TO WS-ENRL-CNT
           ADD WS-C-WORK-CNT                TO WS-WORK-CNT
           ADD WS-C-LOCK-CNT                TO WS-LOCK-CNT
           ADD WS-C-WAIT-CNT                TO WS-WAIT-CNT
           ADD WS-C-SBSC-CNT                TO WS-SBSC-CNT
           ADD WS-C-DLGT-CNT                TO WS-DLGT-CNT
           .
      *----------------------------------*
       5100-DISPLAY-CMPNY-COUNTS.
      *----------------------------------*
           DISPLAY '   PENDING ENROLLMENTS   :' WS-C-ENRL-CNT
           DISPLAY '   WORK COPIES           :' WS-C-WORK-CNT
           DISPLAY '   LOCKS HELD            :' WS-C-LOCK-CNT
           DISPLAY '   LOCK-WAIT ENTRIES     :' WS-C-WAIT-CNT
           DISPLAY '   USERS UNSUBSCRIBED    :' WS-C-SBSC-CNT
           DISPLAY '   DELEGATIONS CLEARED   :' WS-C-DLGT-CNT
           .
      *----------------------------------*
       8000-RAISE-ALERT.
      *----------------------------------*
           MOVE 'A'                         TO WS-ASUP-FUNC-CD
           MOVE 'CMPNY DEACTIVATION'        TO WS-ASUP-CAUSE-CD
      * SAME DEFAULT THRESHOLD DPMXTEXP USES; PAST IT A USER'S
      * REMAINING DEACTIVATION ALERTS COLLAPSE INTO ONE ROLLUP.
           MOVE 10                          TO WS-ASUP-THRSHLD
           MOVE SPACES                      TO WS-OUTSQLCA
                                               WS-SP-ERROR-AREA
           MOVE 'SP00'                      TO WS-SP-RC
           MOVE 0                           TO WS-ALERT-ID

           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA

           IF WS-SP-RC NOT = 'SP00'
              DISPLAY 'DPMXASUP RETURN CODE     :' WS-SP-RC
           ELSE
              ADD 1                         TO WS-ALERT-CNT
           END-IF
           .
      *----------------------------------*
       8100-LOG-STEP.
      *----------------------------------*
           MOVE WS-USER-ID                  TO WS-ALOG-USER-ID
           MOVE 'C'                         TO WS-ALOG-ACTN-CD
           MOVE WS-TMPLT-ID                 TO WS-ALOG-TMPLT-ID
           MOVE WS-CMPNY-ID                 TO WS-ALOG-CMPNY-ID
           CALL WS-ALOG-PROGRAM USING WS-ALOG-PASS-AREA
           .
      *----------------------------------*
       8200-FLUSH-ALERT-ROLLUPS.
      *----------------------------------*
      * END OF RUN: ANY USER WHOSE DEACTIVATION ALERTS WENT OVER THE
      * THRESHOLD GETS ONE ROLLUP ALERT WITH THE COUNT AND THE FIRST
      * REFERENCES.

           MOVE '8200-FLUSH-ALERT-ROLLUPS'  TO WS-PARAGRAPH-NAME

           MOVE 'F'                         TO WS-ASUP-FUNC-CD
           CALL WS-ASUP-PROGRAM USING WS-ASUP-PASS-AREA
           .
      *----------------------------------*
       8300-ALERT-OTHER-SIDE.
      *----------------------------------*
           MOVE '8300-ALERT-OTHER-SIDE'     TO WS-PARAGRAPH-NAME
           MOVE 'N'                         TO WS-USER-EOF-SW

           EXEC SQL
              OPEN CDAC_USER_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VDPM03_CMPNY_USER'      TO WS-TABLE-NAME
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 8305-FETCH-OTHER-USER
           PERFORM UNTIL NO-MORE-USERS
              PERFORM 8310-ALERT-ONE-USER
              PERFORM 8305-FETCH-OTHER-USER
           END-PERFORM

           EXEC SQL
              CLOSE CDAC_USER_CSR
           END-EXEC
           .
      *----------------------------------*
       8305-FETCH-OTHER-USER.
      *----------------------------------*
           EXEC SQL
              FETCH CDAC_USER_CSR
               INTO :WS-NOTIFY-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 SET NO-MORE-USERS          TO TRUE
              WHEN OTHER
                 MOVE 'VDPM03_CMPNY_USER'   TO WS-TABLE-NAME
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       8310-ALERT-ONE-USER.
      *----------------------------------*
           MOVE WS-NOTIFY-USER-ID           TO WS-ALERT-USER-ID
           MOVE WS-CDAC-ALERT-SUB           TO WS-ALERT-SUB
           MOVE SPACES                      TO WS-ALERT-MSG-DT
           MOVE WS-CDAC-ALERT-MSG           TO WS-ALERT-MSG-DT
           SUBTRACT 1 FROM WS-MSG-PTR   GIVING WS-ALERT-MSG-LEN
           PERFORM 8000-RAISE-ALERT
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
           IF PREVIEW-MODE
              DISPLAY 'PREVIEW ONLY - NOTHING WAS CHANGED'
              DISPLAY 'COMPANIES TO DEACTIVATE  :' WS-CMPNY-CNT
           ELSE
              DISPLAY 'COMPANIES DEACTIVATED    :' WS-CMPNY-CNT
           END-IF
           DISPLAY 'LEGAL HOLDS HONORED      :' WS-HOLDS-HONORED
           DISPLAY 'ENROLLMENTS CLOSED       :' WS-ENRL-CNT
           DISPLAY 'WORK COPIES DISCARDED    :' WS-WORK-CNT
           DISPLAY 'LOCKS RELEASED           :' WS-LOCK-CNT
           DISPLAY 'LOCKS GRANTED ONWARD     :' WS-GRNT-CNT
           DISPLAY 'LOCK-WAIT ROWS REMOVED   :' WS-WAIT-CNT
           DISPLAY 'USERS UNSUBSCRIBED       :' WS-SBSC-CNT
           DISPLAY 'DELEGATIONS CLEARED      :' WS-DLGT-CNT
           DISPLAY 'ALERTS RAISED            :' WS-ALERT-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXCDAC ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           MOVE 0                            TO RETURN-CODE
           GOBACK
           .
