      *                    IS APPLIED TO EMP AT ONCE (HISTORY ROW
      *                    COMPLETED "C").  A FUTURE-DATED TRANSFER IS
      *                    PARKED PENDING "P" ON EMPHIST, UNAPPLIED.
      *                    A TRANSFER THAT LANDS THE EMPLOYEE IN A
      *                    DEPARTMENT WITH NO OPEN DEPTPOSN POSITION
      *                    FOR THE NEW JOB (AS OF THE EFFECTIVE DATE)
      *                    IS STILL PROCESSED, BUT IS LISTED AS A
      *                    POSITION-CONTROL WARNING AND ENDS THE RUN
      *                    RC 4 - SEE COBPOSMT.
      *
      *                    MODE S - READS SEPARATION TRANSACTIONS
      *                    FROM DD SEPFILE (EMPNO, SEPARATION DATE,
      *                    REASON, AUTHORIZING USER).  THE EMPLOYEE
      *                    IS MARKED ON EMP (EMP_STAT_CD, SEP_DT,
      *                    SEP_RSN_CD) AND A SEPARATION ROW (TYPE "S",
      *                    ASSIGNMENT UNCHANGED) GOES ON EMPHIST SO THE
      *                    TRAIL IS KEPT - LEAVERS ARE NO LONGER
      *                    DELETED.  THE EMPLOYEE IS GONE AS OF THE
      *                    SEPARATION DATE: ON THAT DATE AND AFTER,
      *                    COBEMPDP, COBDEPRP AND COBHDCNT NO LONGER
      *                    COUNT THEM.  A SEPARATION DUE TODAY OR
      *                    EARLIER TAKES EFFECT AT ONCE (EMP STATUS
      *                    "S"); A LATER ONE IS PARKED (EMP STATUS "P",
      *                    EMPHIST ROW PENDING).  RE-KEYING A PENDING
      *                    SEPARATION REPLACES IT.
      *
      *                    MODE A - THE NIGHTLY SWEEP: APPLIES EVERY
      *                    PENDING EMPHIST TRANSFER WHOSE EFFECTIVE
      *                    DATE HAS ARRIVED AND COMPLETES ITS ROW,
      *                    AND TAKES EVERY DUE PENDING SEPARATION
      *                    INTO EFFECT.  A PENDING TRANSFER FOR AN
      *                    EMPLOYEE SEPARATED ON OR BEFORE ITS
      *                    EFFECTIVE DATE IS NOT APPLIED; ITS ROW IS
      *                    MARKED FAILED "F".
      *
      *                    WHEN A SEPARATION TAKES EFFECT THE LEAVER'S
      *                    MCA XPRESS USER ID (THE EMPNO, AS DPMXHRBR
      *                    PROVISIONS IT) IS WRITTEN TO DD OFFDECK IN
      *                    THE DPMXUOFF OFFUSERS LAYOUT, WITH THE
      *                    DEPARTMENT MANAGER (ELSE THE ADMINISTERING
      *                    DEPARTMENT'S MANAGER, ELSE THE SYSIN
      *                    DEFAULT) AS SUCCESSOR.  A LEAVER WITH NO
      *                    SUCCESSOR IS LISTED FOR THE DECK BY HAND
      *                    AND ENDS THE RUN RC 4.
      *
      *                    SYSIN CARDS: 1) MODE (L / S / A)
      *                                 2) MODES S AND A: DEFAULT
      *                                    OFFBOARDING SUCCESSOR
      *                                    USER ID (10)
      *
      *                    SEPARATION REASONS: RS RESIGNATION,
      *                    RT RETIREMENT, TM TERMINATION, LO LAYOFF,
      *                    EC END OF CONTRACT, DC DECEASED.
      *
      *                    EMPHIST ANSWERS "WHO WAS IN DEPARTMENT D11
      *                    LAST YEAR" - EVERY TRANSFER KEEPS THE OLD
      *    AUG 2026     CS    INITIAL VERSION.  TRANSFER TRANSACTIONS
      *                       WITH EMPHIST ASSIGNMENT HISTORY AND
      *                       FUTURE-DATED APPLY.
      *    OCT 2026     CS    EFFECTIVE-DATED SEPARATIONS (MODE S AND
      *                       THE NIGHTLY SWEEP) WITH EMPHIST TRAIL
      *                       AND DPMXUOFF OFFBOARDING DECK.  NO
      *                       TRANSFER ON OR AFTER A SEPARATION DATE.
      *    OCT 2026     CS    WARN WHEN A TRANSFER LANDS IN A
      *                       DEPARTMENT WITH NO OPEN POSITION FOR
      *                       THE JOB (DEPTPOSN POSITION CONTROL).
      *    OCT 2026     CS    THE NIGHTLY SWEEP FAILS A PENDING
      *                       TRANSFER ON OR AFTER THE EMPLOYEE'S
      *                       SEPARATION DATE INSTEAD OF APPLYING IT.
      *-----------------------------------------------------------------

       EJECT
       FILE-CONTROL.
           SELECT TRANFILE         ASSIGN TO TRANFILE
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT SEPFILE          ASSIGN TO SEPFILE
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT OFFDECK          ASSIGN TO OFFDECK
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TF-AUTH-USER                 PIC X(8).
           05 FILLER                       PIC X(41).

       FD  SEPFILE
           RECORDING MODE IS F.
       01  SEPFILE-REC.
           05 SF-EMPNO                     PIC X(6).
           05 SF-SEP-DT                    PIC X(8).
           05 SF-SEP-RSN-CD                PIC X(2).
           05 SF-AUTH-USER                 PIC X(8).
           05 FILLER                       PIC X(56).

       FD  OFFDECK
           RECORDING MODE IS F.
       01  OFFDECK-REC.
           05 OD-USER-ID                   PIC X(10).
           05 OD-SCCSR-USER-ID             PIC X(10).
           05 FILLER                       PIC X(60).

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       01  WS-RUN-MODE                     PIC X(1) VALUE SPACES.
           88  LOAD-MODE                       VALUE "L".
           88  APPLY-MODE                      VALUE "A".
           88  SEPARATION-MODE                 VALUE "S".
       01  WS-DFLT-SCCSR                   PIC X(10) VALUE SPACES.
       01  WS-SEP-RSN-CD                   PIC X(2) VALUE SPACES.
           88  VALID-SEP-RSN                   VALUE "RS" "RT" "TM"
                                                     "LO" "EC" "DC".
       01  WS-SUBID                        PIC X(4) VALUE SPACES.
       01  WS-MGRNO                        PIC X(6) VALUE SPACES.
       01  WS-ADMR-MGRNO                   PIC X(6) VALUE SPACES.

       01  WS-OLD-WORKDEPT                 PIC X(4) VALUE SPACES.
       01  WS-OLD-JOB                      PIC X(8) VALUE SPACES.
       01  WS-OLD-SALARY                   PIC S9(7)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-CHECK-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-POSN-OPEN-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-POSN-FRZN-CNT                PIC S9(9) COMP VALUE 0.

       01  WS-RECS-READ                    PIC 9(7) VALUE 0.
       01  WS-RECS-APPLIED                 PIC 9(7) VALUE 0.
       01  WS-RECS-PENDING                 PIC 9(7) VALUE 0.
       01  WS-RECS-FAILED                  PIC 9(7) VALUE 0.
       01  WS-SEPS-READ                    PIC 9(7) VALUE 0.
       01  WS-SEPS-APPLIED                 PIC 9(7) VALUE 0.
       01  WS-SEPS-PENDING                 PIC 9(7) VALUE 0.
       01  WS-SEPS-FAILED                  PIC 9(7) VALUE 0.
       01  WS-DECK-WRITTEN                 PIC 9(7) VALUE 0.
       01  WS-DECK-MISSED                  PIC 9(7) VALUE 0.
       01  WS-POSN-WARN                    PIC 9(7) VALUE 0.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-TRANS                   VALUE "Y".
               INCLUDE EMPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               INCLUDE DEPTPOSN
           END-EXEC.

           EXEC SQL
               DECLARE PEND_XFER_CSR CURSOR FOR
                 SELECT EMPNO,
                        NEW_SALARY,
                        NEW_SUBID,
                        EFFV_DT,
                        AUTH_USER_ID,
                        XFER_TYPE_CD
                 FROM EMPHIST
                 WHERE XFER_STAT_CD = 'P'
                   AND EFFV_DT <= :WS-TODAY-DT
            DISPLAY 'COBEMPTR RUN MODE  = ' WS-RUN-MODE.
            DISPLAY 'COBEMPTR RUN DATE  = ' WS-TODAY-DT.

            IF SEPARATION-MODE OR APPLY-MODE
                 ACCEPT WS-DFLT-SCCSR FROM SYSIN
                 DISPLAY 'DEFAULT SUCCESSOR  = ' WS-DFLT-SCCSR
                 OPEN OUTPUT OFFDECK
            END-IF.

            EVALUATE TRUE
                WHEN LOAD-MODE
                     PERFORM 1000-LOAD-TRANSFERS
                WHEN SEPARATION-MODE
                     PERFORM 6000-LOAD-SEPARATIONS
                WHEN APPLY-MODE
                     PERFORM 5000-APPLY-DUE-TRANSFERS
                WHEN OTHER
                     DISPLAY 'MODE MUST BE L (LOAD), S (SEPARATE) '
                             'OR A (APPLY)'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
            END-EVALUATE.

            EXEC SQL
                COMMIT
            END-EXEC.

            IF SEPARATION-MODE OR APPLY-MODE
                 CLOSE OFFDECK
            END-IF.

            DISPLAY 'TRANSFERS READ     = ' WS-RECS-READ.
            DISPLAY 'TRANSFERS APPLIED  = ' WS-RECS-APPLIED.
            DISPLAY 'TRANSFERS PENDING  = ' WS-RECS-PENDING.
            DISPLAY 'TRANSFERS FAILED   = ' WS-RECS-FAILED.
            DISPLAY 'SEPARATIONS READ   = ' WS-SEPS-READ.
            DISPLAY 'SEPARATIONS DONE   = ' WS-SEPS-APPLIED.
            DISPLAY 'SEPARATIONS PARKED = ' WS-SEPS-PENDING.
            DISPLAY 'SEPARATIONS FAILED = ' WS-SEPS-FAILED.
            DISPLAY 'OFFBOARD DECK RECS = ' WS-DECK-WRITTEN.
            DISPLAY 'NO SUCCESSOR FOUND = ' WS-DECK-MISSED.
            DISPLAY 'NO OPEN POSITION   = ' WS-POSN-WARN.

            IF WS-DECK-MISSED > 0 OR WS-POSN-WARN > 0
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

            END-IF.

            IF SQLCODE = 0
                 PERFORM 2300-CHECK-POSITION
                 PERFORM 3000-WRITE-HISTORY
                 IF TF-EFFV-DT <= WS-TODAY-DT
                      PERFORM 4000-APPLY-TO-EMP
            EXEC SQL
              SELECT WORKDEPT,
                     JOB,
                     SALARY,
                     SEP_DT
              INTO   :WS-OLD-WORKDEPT,
                     :WS-OLD-JOB,
                     :WS-OLD-SALARY,
                     :EMP-SEP-DT
              FROM EMP
              WHERE EMPNO = :TF-EMPNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     IF EMP-SEP-DT NOT = SPACES
                        AND TF-EFFV-DT >= EMP-SEP-DT
                          ADD 1 TO WS-RECS-FAILED
                          DISPLAY 'EMPLOYEE SEPARATES ' EMP-SEP-DT
                                  ', TRANSFER SKIPPED FOR EMPNO = '
                                  TF-EMPNO
                          MOVE +100 TO SQLCODE
                     END-IF
                WHEN +100
                     ADD 1 TO WS-RECS-FAILED
                     DISPLAY 'EMPLOYEE NOT FOUND, TRANSFER SKIPPED '
                 END-IF
            END-IF.

      *-----------------------------------------------------------------
      * 2300-CHECK-POSITION - AN OPEN SEAT FOR THE NEW DEPT AND JOB?
      * A FROZEN POSITION KEEPS ITS INCUMBENT BUT TAKES NO NEWCOMER.
      * A MISS IS A WARNING ONLY - THE TRANSFER STILL GOES THROUGH.
      *-----------------------------------------------------------------
       2300-CHECK-POSITION.

            EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN POSN_STAT_CD = 'A'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN POSN_STAT_CD = 'F'
                                       THEN 1 ELSE 0 END), 0)
              INTO   :WS-POSN-OPEN-CNT,
                     :WS-POSN-FRZN-CNT
              FROM DEPTPOSN
              WHERE DEPTNO        = :TF-NEW-WORKDEPT
                AND JOB           = :TF-NEW-JOB
                AND POSN_STAT_CD IN ('A', 'F')
                AND APPR_FROM_DT <= :TF-EFFV-DT
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CHECK-CNT
              FROM EMP
              WHERE WORKDEPT = :TF-NEW-WORKDEPT
                AND JOB      = :TF-NEW-JOB
                AND EMPNO   <> :TF-EMPNO
                AND (SEP_DT  = ' '
                     OR SEP_DT > :TF-EFFV-DT)
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF WS-POSN-OPEN-CNT = 0
               OR WS-POSN-OPEN-CNT + WS-POSN-FRZN-CNT
                  NOT > WS-CHECK-CNT
                 ADD 1 TO WS-POSN-WARN
                 DISPLAY 'NO OPEN POSITION FOR JOB ' TF-NEW-JOB
                         ' IN DEPT ' TF-NEW-WORKDEPT
                         ', TRANSFER KEPT FOR EMPNO = ' TF-EMPNO
            END-IF.

      *-----------------------------------------------------------------
      * 3000-WRITE-HISTORY - THE ASSIGNMENT-HISTORY ROW COMES FIRST
      *-----------------------------------------------------------------
                  NEW_SUBID,
                  EFFV_DT,
                  AUTH_USER_ID,
                  XFER_TS,
                  XFER_TYPE_CD)
              VALUES
                 (:EHIST-EMPNO,
                  :EHIST-XFER-STAT-CD,
                  :EHIST-NEW-SUBID,
                  :EHIST-EFFV-DT,
                  :EHIST-AUTH-USER-ID,
                  CURRENT TIMESTAMP,
                  'T')
            END-EXEC.

            IF SQLCODE NOT = 0
                     :EHIST-NEW-SALARY,
                     :EHIST-NEW-SUBID,
                     :EHIST-EFFV-DT,
                     :EHIST-AUTH-USER-ID,
                     :EHIST-XFER-TYPE-CD
            END-EXEC.

            EVALUATE SQLCODE
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 5200-APPLY-ONE-PENDING - TRANSFER OR SEPARATION NOW DUE
      *-----------------------------------------------------------------
       5200-APPLY-ONE-PENDING.

            IF EHIST-SEPARATION
                 PERFORM 6500-APPLY-DUE-SEPARATION
            ELSE
                 PERFORM 5300-APPLY-DUE-TRANSFER THRU 5300-EXIT
            END-IF.

            PERFORM 5100-FETCH-NEXT-PENDING.

      *-----------------------------------------------------------------
      * 5300-APPLY-DUE-TRANSFER - APPLY AND COMPLETE THE HISTORY ROW,
      * UNLESS THE EMPLOYEE IS SEPARATED BY THE EFFECTIVE DATE
      *-----------------------------------------------------------------
       5300-APPLY-DUE-TRANSFER.

            MOVE SPACES TO EMP-SEP-DT.

            EXEC SQL
              SELECT SEP_DT
              INTO   :EMP-SEP-DT
              FROM EMP
              WHERE EMPNO = :EHIST-EMPNO
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF EMP-SEP-DT NOT = SPACES
               AND EMP-SEP-DT <= EHIST-EFFV-DT
                 ADD 1 TO WS-RECS-FAILED
                 DISPLAY 'EMPLOYEE SEPARATES ' EMP-SEP-DT
                         ', PENDING TRANSFER FAILED FOR EMPNO = '
                         EHIST-EMPNO
                 PERFORM 5230-FAIL-HISTORY
                 GO TO 5300-EXIT
            END-IF.

            EXEC SQL
              UPDATE EMP
              SET WORKDEPT = :EHIST-NEW-WORKDEPT,
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

       5300-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5210-COMPLETE-HISTORY - THE TRANSFER WAS APPLIED TO EMP
              WHERE EMPNO        = :EHIST-EMPNO
                AND XFER_STAT_CD = 'P'
                AND EFFV_DT      = :EHIST-EFFV-DT
                AND XFER_TYPE_CD = 'T'
            END-EXEC.

            IF SQLCODE NOT = 0
              WHERE EMPNO        = :EHIST-EMPNO
                AND XFER_STAT_CD = 'P'
                AND EFFV_DT      = :EHIST-EFFV-DT
                AND XFER_TYPE_CD = 'T'
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

      *-----------------------------------------------------------------
      * 5230-FAIL-HISTORY - THE EMPLOYEE SEPARATED FIRST; THE TRANSFER
      * IS NEVER APPLIED AND THE SWEEP MUST NOT KEEP RE-SELECTING IT.
      * STATUS 'F' = FAILED.
      *-----------------------------------------------------------------
       5230-FAIL-HISTORY.

            EXEC SQL
              UPDATE EMPHIST
              SET XFER_STAT_CD = 'F',
                  XFER_TS      = CURRENT TIMESTAMP
              WHERE EMPNO        = :EHIST-EMPNO
                AND XFER_STAT_CD = 'P'
                AND EFFV_DT      = :EHIST-EFFV-DT
                AND XFER_TYPE_CD = 'T'
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

      *-----------------------------------------------------------------
      * 6000-LOAD-SEPARATIONS - READ AND PROCESS THE SEPARATION FILE
      *-----------------------------------------------------------------
       6000-LOAD-SEPARATIONS.

            OPEN INPUT SEPFILE.

            PERFORM 6100-READ-NEXT-SEP.
            PERFORM 6200-PROCESS-ONE-SEP THRU 6200-EXIT
                    UNTIL NO-MORE-TRANS.

            CLOSE SEPFILE.

      *-----------------------------------------------------------------
      * 6100-READ-NEXT-SEP
      *-----------------------------------------------------------------
       6100-READ-NEXT-SEP.

            READ SEPFILE
                AT END
                    SET NO-MORE-TRANS TO TRUE
                NOT AT END
                    ADD 1 TO WS-SEPS-READ
            END-READ.

      *-----------------------------------------------------------------
      * 6200-PROCESS-ONE-SEP - VALIDATE, THEN SEPARATE OR PARK
      *-----------------------------------------------------------------
       6200-PROCESS-ONE-SEP.

            MOVE SF-SEP-RSN-CD TO WS-SEP-RSN-CD.

            IF SF-SEP-DT IS NOT NUMERIC
               OR SF-AUTH-USER = SPACES
               OR NOT VALID-SEP-RSN
                 ADD 1 TO WS-SEPS-FAILED
                 DISPLAY 'SEPARATION DATE, REASON OR AUTHORIZING USER '
                         'INVALID, SEPARATION SKIPPED FOR EMPNO = '
                         SF-EMPNO
                 GO TO 6200-NEXT
            END-IF.

            MOVE SF-EMPNO TO EMP-EMPNO.

            EXEC SQL
              SELECT COALESCE(WORKDEPT, ' '),
                     COALESCE(JOB, ' '),
                     COALESCE(SALARY, 0),
                     COALESCE(HIREDATE, ' '),
                     EMP_STAT_CD,
                     SEP_DT
              INTO   :EMP-WORKDEPT,
                     :EMP-JOB,
                     :EMP-SALARY,
                     :EMP-HIREDATE,
                     :EMP-STAT-CD,
                     :EMP-SEP-DT
              FROM EMP
              WHERE EMPNO = :EMP-EMPNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     ADD 1 TO WS-SEPS-FAILED
                     DISPLAY 'EMPLOYEE NOT FOUND, SEPARATION SKIPPED '
                             'FOR EMPNO = ' SF-EMPNO
                     GO TO 6200-NEXT
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

            IF EMP-SEPARATED
                 ADD 1 TO WS-SEPS-FAILED
                 DISPLAY 'EMPLOYEE ALREADY SEPARATED ' EMP-SEP-DT
                         ', SEPARATION SKIPPED FOR EMPNO = ' SF-EMPNO
                 GO TO 6200-NEXT
            END-IF.

            IF SF-SEP-DT < EMP-HIREDATE
                 ADD 1 TO WS-SEPS-FAILED
                 DISPLAY 'SEPARATION BEFORE HIRE DATE ' EMP-HIREDATE
                         ', SEPARATION SKIPPED FOR EMPNO = ' SF-EMPNO
                 GO TO 6200-NEXT
            END-IF.

            EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CHECK-CNT
              FROM EMPHIST
              WHERE EMPNO        = :EMP-EMPNO
                AND XFER_STAT_CD = 'P'
                AND XFER_TYPE_CD = 'T'
                AND EFFV_DT     >= :SF-SEP-DT
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF WS-CHECK-CNT > 0
                 ADD 1 TO WS-SEPS-FAILED
                 DISPLAY 'PENDING TRANSFER ON OR AFTER THE SEPARATION '
                         'DATE, SEPARATION SKIPPED FOR EMPNO = '
                         SF-EMPNO
                 GO TO 6200-NEXT
            END-IF.

            IF EMP-SEP-PENDING
                 PERFORM 6250-DROP-PENDING-SEP
            END-IF.

            IF SF-SEP-DT <= WS-TODAY-DT
                 MOVE "S" TO EMP-STAT-CD
            ELSE
                 MOVE "P" TO EMP-STAT-CD
            END-IF.
            MOVE SF-SEP-DT     TO EMP-SEP-DT.
            MOVE SF-SEP-RSN-CD TO EMP-SEP-RSN-CD.

            PERFORM 6300-WRITE-SEP-HISTORY.

            EXEC SQL
              UPDATE EMP
              SET EMP_STAT_CD = :EMP-STAT-CD,
                  SEP_DT      = :EMP-SEP-DT,
                  SEP_RSN_CD  = :EMP-SEP-RSN-CD
              WHERE EMPNO     = :EMP-EMPNO
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF EMP-SEPARATED
                 ADD 1 TO WS-SEPS-APPLIED
                 PERFORM 6600-WRITE-OFFBOARD-DECK
            ELSE
                 ADD 1 TO WS-SEPS-PENDING
                 DISPLAY 'SEPARATION PARKED PENDING FOR EMPNO = '
                         SF-EMPNO ' EFFECTIVE ' SF-SEP-DT
            END-IF.

       6200-NEXT.
            PERFORM 6100-READ-NEXT-SEP.
       6200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6250-DROP-PENDING-SEP - A RE-KEYED SEPARATION REPLACES THE
      * ONE STILL WAITING FOR ITS DATE
      *-----------------------------------------------------------------
       6250-DROP-PENDING-SEP.

            EXEC SQL
              DELETE FROM EMPHIST
              WHERE EMPNO        = :EMP-EMPNO
                AND XFER_STAT_CD = 'P'
                AND XFER_TYPE_CD = 'S'
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            DISPLAY 'PENDING SEPARATION ' EMP-SEP-DT
                    ' REPLACED FOR EMPNO = ' EMP-EMPNO.

      *-----------------------------------------------------------------
      * 6300-WRITE-SEP-HISTORY - THE LEAVER'S LAST ASSIGNMENT, OLD AND
      * NEW ALIKE, SO THE TRAIL SHOWS WHERE THEY LEFT FROM
      *-----------------------------------------------------------------
       6300-WRITE-SEP-HISTORY.

            MOVE SPACES TO WS-SUBID.

            EXEC SQL
              SELECT NEW_SUBID
              INTO   :WS-SUBID
              FROM EMPHIST
              WHERE EMPNO      = :EMP-EMPNO
                AND NEW_SUBID <> ' '
              ORDER BY XFER_TS DESC
              FETCH FIRST 1 ROW ONLY
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            MOVE EMP-EMPNO         TO EHIST-EMPNO.
            IF EMP-SEPARATED
                 MOVE "C"          TO EHIST-XFER-STAT-CD
            ELSE
                 MOVE "P"          TO EHIST-XFER-STAT-CD
            END-IF.
            MOVE EMP-WORKDEPT      TO EHIST-OLD-WORKDEPT
                                      EHIST-NEW-WORKDEPT.
            MOVE EMP-JOB           TO EHIST-OLD-JOB
                                      EHIST-NEW-JOB.
            MOVE EMP-SALARY        TO EHIST-OLD-SALARY
                                      EHIST-NEW-SALARY.
            MOVE WS-SUBID          TO EHIST-NEW-SUBID.
            MOVE SF-SEP-DT         TO EHIST-EFFV-DT.
            MOVE SF-AUTH-USER      TO EHIST-AUTH-USER-ID.

            EXEC SQL
              INSERT INTO EMPHIST
                 (EMPNO,
                  XFER_STAT_CD,
                  OLD_WORKDEPT,
                  NEW_WORKDEPT,
                  OLD_JOB,
                  NEW_JOB,
                  OLD_SALARY,
                  NEW_SALARY,
                  NEW_SUBID,
                  EFFV_DT,
                  AUTH_USER_ID,
                  XFER_TS,
                  XFER_TYPE_CD)
              VALUES
                 (:EHIST-EMPNO,
                  :EHIST-XFER-STAT-CD,
                  :EHIST-OLD-WORKDEPT,
                  :EHIST-NEW-WORKDEPT,
                  :EHIST-OLD-JOB,
                  :EHIST-NEW-JOB,
                  :EHIST-OLD-SALARY,
                  :EHIST-NEW-SALARY,
                  :EHIST-NEW-SUBID,
                  :EHIST-EFFV-DT,
                  :EHIST-AUTH-USER-ID,
                  CURRENT TIMESTAMP,
                  'S')
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

      *-----------------------------------------------------------------
      * 6500-APPLY-DUE-SEPARATION - SWEEP: THE SEPARATION DATE HAS
      * ARRIVED.  THE HISTORY ROW IS REFRESHED TO THE ASSIGNMENT THE
      * EMPLOYEE ACTUALLY LEAVES FROM (TRANSFERS MAY HAVE LANDED SINCE
      * IT WAS KEYED) AND COMPLETED.
      *-----------------------------------------------------------------
       6500-APPLY-DUE-SEPARATION.

            MOVE EHIST-EMPNO TO EMP-EMPNO.

            EXEC SQL
              UPDATE EMP
              SET EMP_STAT_CD = 'S'
              WHERE EMPNO       = :EMP-EMPNO
                AND EMP_STAT_CD = 'P'
                AND SEP_DT      = :EHIST-EFFV-DT
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     PERFORM 6510-COMPLETE-SEP-HISTORY
                WHEN +100
                     ADD 1 TO WS-SEPS-FAILED
                     DISPLAY 'EMPLOYEE GONE OR NOT PENDING, SEPARATION '
                             'ORPHANED FOR EMPNO = ' EHIST-EMPNO
                     PERFORM 6550-ORPHAN-SEP-HISTORY
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 6510-COMPLETE-SEP-HISTORY - THE SEPARATION TOOK EFFECT ON EMP
      *-----------------------------------------------------------------
       6510-COMPLETE-SEP-HISTORY.

            EXEC SQL
              SELECT COALESCE(WORKDEPT, ' '),
                     COALESCE(JOB, ' '),
                     COALESCE(SALARY, 0)
              INTO   :EMP-WORKDEPT,
                     :EMP-JOB,
                     :EMP-SALARY
              FROM EMP
              WHERE EMPNO = :EMP-EMPNO
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            EXEC SQL
              UPDATE EMPHIST
              SET XFER_STAT_CD = 'C',
                  OLD_WORKDEPT = :EMP-WORKDEPT,
                  NEW_WORKDEPT = :EMP-WORKDEPT,
                  OLD_JOB      = :EMP-JOB,
                  NEW_JOB      = :EMP-JOB,
                  OLD_SALARY   = :EMP-SALARY,
                  NEW_SALARY   = :EMP-SALARY,
                  XFER_TS      = CURRENT TIMESTAMP
              WHERE EMPNO        = :EMP-EMPNO
                AND XFER_STAT_CD = 'P'
                AND EFFV_DT      = :EHIST-EFFV-DT
                AND XFER_TYPE_CD = 'S'
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            ADD 1 TO WS-SEPS-APPLIED.
            PERFORM 6600-WRITE-OFFBOARD-DECK.

      *-----------------------------------------------------------------
      * 6550-ORPHAN-SEP-HISTORY - NO PENDING EMP ROW TO SEPARATE; THE
      * SWEEP MUST NOT KEEP RE-SELECTING THE ROW.  STATUS 'O'.
      *-----------------------------------------------------------------
       6550-ORPHAN-SEP-HISTORY.

            EXEC SQL
              UPDATE EMPHIST
              SET XFER_STAT_CD = 'O',
                  XFER_TS      = CURRENT TIMESTAMP
              WHERE EMPNO        = :EHIST-EMPNO
                AND XFER_STAT_CD = 'P'
                AND EFFV_DT      = :EHIST-EFFV-DT
                AND XFER_TYPE_CD = 'S'
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

      *-----------------------------------------------------------------
      * 6600-WRITE-OFFBOARD-DECK - DPMXUOFF OFFUSERS RECORD FOR THE
      * LEAVER'S MCA XPRESS USER ID; WORK FOLLOWS THE MANAGER
      *-----------------------------------------------------------------
       6600-WRITE-OFFBOARD-DECK.

            MOVE SPACES TO WS-MGRNO WS-ADMR-MGRNO.
            MOVE EMP-WORKDEPT TO DEPT-DEPTNO.

            EXEC SQL
              SELECT COALESCE(D.MGRNO, ' '),
                     COALESCE(A.MGRNO, ' ')
              INTO   :WS-MGRNO,
                     :WS-ADMR-MGRNO
              FROM DEPT D
                   LEFT OUTER JOIN DEPT A
                     ON A.DEPTNO = D.ADMRDEPT
              WHERE D.DEPTNO = :DEPT-DEPTNO
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            MOVE SPACES    TO OFFDECK-REC.
            MOVE EMP-EMPNO TO OD-USER-ID.

            EVALUATE TRUE
                WHEN WS-MGRNO NOT = SPACES
                 AND WS-MGRNO NOT = EMP-EMPNO
                     MOVE WS-MGRNO      TO OD-SCCSR-USER-ID
                WHEN WS-ADMR-MGRNO NOT = SPACES
                 AND WS-ADMR-MGRNO NOT = EMP-EMPNO
                     MOVE WS-ADMR-MGRNO TO OD-SCCSR-USER-ID
                WHEN OTHER
                     MOVE WS-DFLT-SCCSR TO OD-SCCSR-USER-ID
            END-EVALUATE.

            IF OD-SCCSR-USER-ID = SPACES
               OR OD-SCCSR-USER-ID = OD-USER-ID
                 ADD 1 TO WS-DECK-MISSED
                 DISPLAY 'NO OFFBOARDING SUCCESSOR FOR EMPNO = '
                         EMP-EMPNO ' - ADD TO THE DPMXUOFF DECK BY HAND'
            ELSE
                 WRITE OFFDECK-REC
                 ADD 1 TO WS-DECK-WRITTEN
                 DISPLAY 'SEPARATED EMPNO = ' EMP-EMPNO
                         ' OFFBOARDING SUCCESSOR ' OD-SCCSR-USER-ID
            END-IF.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
