      *-----------------------------------------------------------------
      *    COBCMPRV - ANNUAL COMPENSATION REVIEW CYCLE
      *
      *    FUNCTIONALITY - RAISES NO LONGER GO FROM A SPREADSHEET
      *                    STRAIGHT INTO COBEMPTR TRANSFER CARDS.  A
      *                    REVIEW CYCLE IS KEYED BY ITS REVIEW DATE
      *                    (THE DATE THE RAISES TAKE EFFECT):
      *
      *                    MODE B - BUDGET LOAD: ONE CARD PER
      *                    DEPARTMENT FROM DD BDGTFILE, A PERCENTAGE
      *                    OF THE DEPARTMENT'S CURRENT SALARY BILL
      *                    ("P") OR A FIXED AMOUNT ("A"), KEPT ON
      *                    COMPBDGT.  THE DEPARTMENT MUST BE ACTIVE.
      *
      *                    MODE L - PROPOSAL LOAD: MANAGERS' PROPOSED
      *                    NEW SALARIES FROM DD PROPFILE ARE CHECKED
      *                    AGAINST EMP (EMPLOYEE EXISTS AND IS NOT
      *                    SEPARATED BY THE REVIEW DATE, PROPOSAL
      *                    ABOVE THE CURRENT SALARY) AND THE BUDGET
      *                    (THE DEPARTMENT HAS ONE) AND KEPT ON
      *                    COMPPROP AS LOADED "L" OR REJECTED "R"
      *                    WITH THE REASON.  A RELOADED EMPLOYEE
      *                    REPLACES THE EARLIER PROPOSAL UNLESS IT
      *                    WAS ALREADY APPROVED.
      *
      *                    MODE R - BUDGET-VS-PROPOSED REPORT: PER
      *                    DEPARTMENT THE BUDGET, CURRENT SALARY BILL,
      *                    PROPOSAL COUNT, PROPOSED INCREASE AND WHAT
      *                    IS LEFT, OVER-BUDGET DEPARTMENTS FLAGGED,
      *                    THEN EVERY REJECTED PROPOSAL.
      *
      *                    MODE A - HR APPROVAL: FOR ONE DEPARTMENT OR
      *                    ALL ("*"), EACH LOADED PROPOSAL IS WRITTEN
      *                    TO EMPHIST AS A PENDING "P" TRANSFER
      *                    EFFECTIVE ON THE REVIEW DATE (SAME DEPT
      *                    AND JOB, NEW SALARY, APPROVER AS THE
      *                    AUTHORIZING USER) AND MARKED APPROVED "A".
      *                    COBEMPTR'S NIGHTLY 5000-APPLY-DUE-TRANSFERS
      *                    APPLIES THEM ON THE DATE LIKE ANY OTHER
      *                    FUTURE-DATED TRANSFER, SO COBSALEX AND
      *                    COBHDCNT SEE THEM ON THE TRAIL.  AN
      *                    OVER-BUDGET DEPARTMENT IS REFUSED UNLESS
      *                    THE OVERRIDE CARD IS "Y".  A PROPOSAL WHOSE
      *                    EMPLOYEE HAS SINCE CHANGED DEPARTMENT OR
      *                    SALARY, OR BEEN SEPARATED, IS REJECTED
      *                    INSTEAD.  LEAVERS ARE NOT PART OF THE
      *                    DEPARTMENT'S SALARY BILL.
      *
      *                    ANY REJECTED CARD, PROPOSAL, OVER-BUDGET OR
      *                    REFUSED DEPARTMENT ENDS THE RUN RC 4.
      *
      *                    BDGTFILE: COL 1-4 DEPTNO, COL 6 TYPE (P/A),
      *                              COL 8-12 PERCENT 999V99,
      *                              COL 14-24 AMOUNT 9(9)V99
      *                    PROPFILE: COL 1-6 EMPNO, COL 8-16 PROPOSED
      *                              SALARY 9(7)V99, COL 18-25
      *                              SUBMITTING MANAGER USER
      *
      *                    SYSIN CARDS: 1) MODE (B / L / R / A)
      *                                 2) REVIEW DATE YYYYMMDD
      *                                 3) USER ID (8)
      *                                 4) MODE A: DEPTNO OR *
      *                                 5) MODE A: OVER-BUDGET
      *                                    OVERRIDE (Y / N)
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCMPRV.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  DEPARTMENT RAISE
      *                       BUDGETS, PROPOSAL LOAD AND CHECK, BUDGET
      *                       REPORT AND APPROVAL INTO EMPHIST.
      *    OCT 2026     CS    SEPARATED EMPLOYEES ARE REJECTED AT LOAD
      *                       AND APPROVAL AND LEFT OUT OF THE
      *                       DEPARTMENT SALARY BILL.
      *    OCT 2026     CS    PENDING RAISE ROWS ARE WRITTEN AS
      *                       TRANSFERS (XFER_TYPE_CD 'T').
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDGTFILE         ASSIGN TO BDGTFILE
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT PROPFILE         ASSIGN TO PROPFILE
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BDGTFILE
           RECORDING MODE IS F.
       01  BDGTFILE-REC.
           05 BF-DEPTNO                    PIC X(4).
           05 FILLER                       PIC X(1).
           05 BF-TYPE-CD                   PIC X(1).
           05 FILLER                       PIC X(1).
           05 BF-PCT                       PIC 9(3)V9(2).
           05 FILLER                       PIC X(1).
           05 BF-AMT                       PIC 9(9)V9(2).
           05 FILLER                       PIC X(56).

       FD  PROPFILE
           RECORDING MODE IS F.
       01  PROPFILE-REC.
           05 PF-EMPNO                     PIC X(6).
           05 FILLER                       PIC X(1).
           05 PF-PROP-SALARY               PIC 9(7)V9(2).
           05 FILLER                       PIC X(1).
           05 PF-SUBMIT-USER               PIC X(8).
           05 FILLER                       PIC X(55).

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-RUN-MODE                     PIC X(1) VALUE SPACES.
           88  BUDGET-MODE                     VALUE "B".
           88  PROPOSAL-MODE                   VALUE "L".
           88  REPORT-MODE                     VALUE "R".
           88  APPROVE-MODE                    VALUE "A".
       01  WS-REVIEW-DT                    PIC X(8) VALUE SPACES.
       01  WS-USER-ID                      PIC X(8) VALUE SPACES.
       01  WS-SEL-DEPT                     PIC X(4) VALUE "*".
       01  WS-OVERRIDE-IN                  PIC X(1) VALUE "N".
           88  OVER-BUDGET-OVERRIDE            VALUE "Y".

       01  WS-CHECK-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-EMP-DEPT                     PIC X(4) VALUE SPACES.
       01  WS-EMP-JOB                      PIC X(8) VALUE SPACES.
       01  WS-EMP-SALARY                   PIC S9(7)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-EMP-SUBID                    PIC X(4) VALUE SPACES.
       01  WS-EMP-SEP-DT                   PIC X(8) VALUE SPACES.

       01  WS-DEPT-PAYROLL                 PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-BDGT-AMT                     PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-PROP-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-PROP-INCR                    PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-REMAIN-AMT                   PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-TOT-BDGT                     PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-TOT-INCR                     PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.

       01  WS-BDGT-ED                      PIC -(10)9.99.
       01  WS-PAYROLL-ED                   PIC -(10)9.99.
       01  WS-INCR-ED                      PIC -(10)9.99.
       01  WS-REMAIN-ED                    PIC -(10)9.99.
       01  WS-SAL-ED                       PIC -(7)9.99.
       01  WS-CNT-ED                       PIC Z(6)9.

       01  WS-RECS-READ                    PIC 9(7) VALUE 0.
       01  WS-RECS-LOADED                  PIC 9(7) VALUE 0.
       01  WS-RECS-REJECTED                PIC 9(7) VALUE 0.
       01  WS-RECS-APPROVED                PIC 9(7) VALUE 0.
       01  WS-DEPTS-OVER                   PIC 9(7) VALUE 0.
       01  WS-DEPTS-REFUSED                PIC 9(7) VALUE 0.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-CARDS                   VALUE "Y".
       01  WS-BDGT-EOF-SW                  PIC X(1) VALUE "N".
           88  NO-MORE-BUDGETS                 VALUE "Y".
       01  WS-PROP-EOF-SW                  PIC X(1) VALUE "N".
           88  NO-MORE-PROPOSALS               VALUE "Y".

       01  WS-DASHES                       PIC X(60) VALUE ALL "=".

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE EMP
           END-EXEC.

           EXEC SQL
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               INCLUDE EMPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE COMPBDGT
           END-EXEC.

           EXEC SQL
               INCLUDE COMPPROP
           END-EXEC.

           EXEC SQL
               DECLARE CYCLE_BDGT_CSR CURSOR FOR
                 SELECT DEPTNO,
                        BDGT_TYPE_CD,
                        BDGT_PCT,
                        BDGT_AMT
                 FROM COMPBDGT
                 WHERE REVIEW_DT = :WS-REVIEW-DT
                   AND (DEPTNO   = :WS-SEL-DEPT
                        OR :WS-SEL-DEPT = '*')
                 ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL
               DECLARE DEPT_PROP_CSR CURSOR FOR
                 SELECT EMPNO,
                        CURR_SALARY,
                        PROP_SALARY
                 FROM COMPPROP
                 WHERE REVIEW_DT    = :WS-REVIEW-DT
                   AND DEPTNO       = :CBDGT-DEPTNO
                   AND PROP_STAT_CD = 'L'
                 ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
               DECLARE RJCT_PROP_CSR CURSOR FOR
                 SELECT EMPNO,
                        DEPTNO,
                        PROP_SALARY,
                        RJCT_RSN_TX
                 FROM COMPPROP
                 WHERE REVIEW_DT    = :WS-REVIEW-DT
                   AND PROP_STAT_CD = 'R'
                 ORDER BY DEPTNO, EMPNO
           END-EXEC.

      /
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

            ACCEPT WS-RUN-MODE  FROM SYSIN.
            ACCEPT WS-REVIEW-DT FROM SYSIN.
            ACCEPT WS-USER-ID   FROM SYSIN.
            IF APPROVE-MODE
                 ACCEPT WS-SEL-DEPT    FROM SYSIN
                 ACCEPT WS-OVERRIDE-IN FROM SYSIN
                 IF WS-SEL-DEPT = SPACES
                      MOVE "*" TO WS-SEL-DEPT
                 END-IF
            END-IF.

            DISPLAY WS-DASHES.
            DISPLAY "COBCMPRV COMPENSATION REVIEW CYCLE".
            DISPLAY "RUN MODE           = " WS-RUN-MODE.
            DISPLAY "REVIEW DATE        = " WS-REVIEW-DT.
            DISPLAY "USER               = " WS-USER-ID.
            IF APPROVE-MODE
                 DISPLAY "DEPARTMENT         = " WS-SEL-DEPT
                 DISPLAY "OVER-BUDGET OVERRIDE = " WS-OVERRIDE-IN
            END-IF.
            DISPLAY WS-DASHES.

            IF WS-REVIEW-DT IS NOT NUMERIC
               OR WS-USER-ID = SPACES
                 DISPLAY "REVIEW DATE (YYYYMMDD) AND USER ARE REQUIRED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
            END-IF.

            EVALUATE TRUE
                WHEN BUDGET-MODE
                     PERFORM 1000-LOAD-BUDGETS
                WHEN PROPOSAL-MODE
                     PERFORM 2000-LOAD-PROPOSALS
                WHEN REPORT-MODE
                     PERFORM 3000-BUDGET-REPORT
                WHEN APPROVE-MODE
                     PERFORM 4000-APPROVE-PROPOSALS
                WHEN OTHER
                     DISPLAY "MODE MUST BE B, L, R OR A"
                     MOVE 16 TO RETURN-CODE
                     GOBACK
            END-EVALUATE.

            EXEC SQL
                COMMIT
            END-EXEC.

            DISPLAY WS-DASHES.
            DISPLAY "CARDS READ         = " WS-RECS-READ.
            DISPLAY "LOADED             = " WS-RECS-LOADED.
            DISPLAY "REJECTED           = " WS-RECS-REJECTED.
            DISPLAY "APPROVED           = " WS-RECS-APPROVED.
            DISPLAY "DEPTS OVER BUDGET  = " WS-DEPTS-OVER.
            DISPLAY "DEPTS REFUSED      = " WS-DEPTS-REFUSED.
            DISPLAY WS-DASHES.

            IF WS-RECS-REJECTED > 0
               OR WS-DEPTS-OVER > 0
               OR WS-DEPTS-REFUSED > 0
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * 1000-LOAD-BUDGETS - MODE B
      *-----------------------------------------------------------------
       1000-LOAD-BUDGETS.

            OPEN INPUT BDGTFILE.

            PERFORM 1100-READ-NEXT-BUDGET.
            PERFORM 1200-LOAD-ONE-BUDGET THRU 1200-EXIT
                    UNTIL NO-MORE-CARDS.

            CLOSE BDGTFILE.

      *-----------------------------------------------------------------
      * 1100-READ-NEXT-BUDGET
      *-----------------------------------------------------------------
       1100-READ-NEXT-BUDGET.

            READ BDGTFILE
                AT END
                    SET NO-MORE-CARDS TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECS-READ
            END-READ.

      *-----------------------------------------------------------------
      * 1200-LOAD-ONE-BUDGET - ACTIVE DEPARTMENT, SENSIBLE FIGURE;
      * A RELOADED DEPARTMENT REPLACES ITS EARLIER BUDGET
      *-----------------------------------------------------------------
       1200-LOAD-ONE-BUDGET.

            MOVE BF-DEPTNO TO DEPT-DEPTNO.

            EXEC SQL
              SELECT DEPT_ACTV_IN
              INTO   :DEPT-ACTV-IN
              FROM DEPT
              WHERE DEPTNO = :DEPT-DEPTNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     MOVE "N" TO DEPT-ACTV-IN
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

            IF NOT DEPT-ACTIVE
                 ADD 1 TO WS-RECS-REJECTED
                 DISPLAY "BUDGET REJECTED FOR " BF-DEPTNO
                         " - DEPARTMENT NOT ACTIVE ON DEPT"
                 GO TO 1200-NEXT
            END-IF.

            MOVE BF-TYPE-CD TO CBDGT-BDGT-TYPE-CD.
            MOVE 0          TO CBDGT-BDGT-PCT CBDGT-BDGT-AMT.
            EVALUATE TRUE
                WHEN CBDGT-PERCENT AND BF-PCT IS NUMERIC
                     MOVE BF-PCT TO CBDGT-BDGT-PCT
                WHEN CBDGT-AMOUNT AND BF-AMT IS NUMERIC
                     MOVE BF-AMT TO CBDGT-BDGT-AMT
            END-EVALUATE.

            IF CBDGT-BDGT-PCT = 0 AND CBDGT-BDGT-AMT = 0
                 ADD 1 TO WS-RECS-REJECTED
                 DISPLAY "BUDGET REJECTED FOR " BF-DEPTNO
                         " - TYPE P NEEDS A PERCENT, TYPE A AN AMOUNT"
                 GO TO 1200-NEXT
            END-IF.

            MOVE WS-REVIEW-DT TO CBDGT-REVIEW-DT.
            MOVE BF-DEPTNO    TO CBDGT-DEPTNO.
            MOVE WS-USER-ID   TO CBDGT-LOAD-USER-ID.

            EXEC SQL
              DELETE FROM COMPBDGT
              WHERE REVIEW_DT = :CBDGT-REVIEW-DT
                AND DEPTNO    = :CBDGT-DEPTNO
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            EXEC SQL
              INSERT INTO COMPBDGT
                 (REVIEW_DT,
                  DEPTNO,
                  BDGT_TYPE_CD,
                  BDGT_PCT,
                  BDGT_AMT,
                  LOAD_USER_ID,
                  LOAD_TS)
              VALUES
                 (:CBDGT-REVIEW-DT,
                  :CBDGT-DEPTNO,
                  :CBDGT-BDGT-TYPE-CD,
                  :CBDGT-BDGT-PCT,
                  :CBDGT-BDGT-AMT,
                  :CBDGT-LOAD-USER-ID,
                  CURRENT TIMESTAMP)
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            ADD 1 TO WS-RECS-LOADED.

       1200-NEXT.
            PERFORM 1100-READ-NEXT-BUDGET.
       1200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-LOAD-PROPOSALS - MODE L
      *-----------------------------------------------------------------
       2000-LOAD-PROPOSALS.

            OPEN INPUT PROPFILE.

            PERFORM 2100-READ-NEXT-PROPOSAL.
            PERFORM 2200-LOAD-ONE-PROPOSAL THRU 2200-EXIT
                    UNTIL NO-MORE-CARDS.

            CLOSE PROPFILE.

      *-----------------------------------------------------------------
      * 2100-READ-NEXT-PROPOSAL
      *-----------------------------------------------------------------
       2100-READ-NEXT-PROPOSAL.

            READ PROPFILE
                AT END
                    SET NO-MORE-CARDS TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECS-READ
            END-READ.

      *-----------------------------------------------------------------
      * 2200-LOAD-ONE-PROPOSAL - CHECK AGAINST EMP AND THE BUDGET; THE
      * PROPOSAL IS KEPT EITHER WAY, LOADED OR REJECTED WITH A REASON
      *-----------------------------------------------------------------
       2200-LOAD-ONE-PROPOSAL.

            MOVE WS-REVIEW-DT   TO CPROP-REVIEW-DT.
            MOVE PF-EMPNO       TO CPROP-EMPNO.
            MOVE PF-SUBMIT-USER TO CPROP-SUBMIT-USER-ID.
            MOVE SPACES         TO CPROP-APRV-USER-ID
                                   CPROP-RJCT-RSN-TX.
            MOVE "L"            TO CPROP-PROP-STAT-CD.
            MOVE 0              TO CPROP-PROP-SALARY.
            IF PF-PROP-SALARY IS NUMERIC
                 MOVE PF-PROP-SALARY TO CPROP-PROP-SALARY
            END-IF.

            EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CHECK-CNT
              FROM COMPPROP
              WHERE REVIEW_DT    = :CPROP-REVIEW-DT
                AND EMPNO        = :CPROP-EMPNO
                AND PROP_STAT_CD = 'A'
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF WS-CHECK-CNT > 0
                 ADD 1 TO WS-RECS-REJECTED
                 DISPLAY "PROPOSAL FOR EMPNO " PF-EMPNO
                         " IGNORED - ALREADY APPROVED THIS CYCLE"
                 GO TO 2200-NEXT
            END-IF.

            EXEC SQL
              SELECT COALESCE(WORKDEPT, ' '),
                     COALESCE(SALARY, 0),
                     SEP_DT
              INTO   :CPROP-DEPTNO,
                     :CPROP-CURR-SALARY,
                     :WS-EMP-SEP-DT
              FROM EMP
              WHERE EMPNO = :CPROP-EMPNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     IF WS-EMP-SEP-DT NOT = SPACES
                        AND WS-EMP-SEP-DT NOT > WS-REVIEW-DT
                          MOVE "EMPLOYEE SEPARATED" TO CPROP-RJCT-RSN-TX
                     END-IF
                WHEN +100
                     MOVE SPACES TO CPROP-DEPTNO
                     MOVE 0      TO CPROP-CURR-SALARY
                     MOVE "EMPLOYEE NOT ON EMP" TO CPROP-RJCT-RSN-TX
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

            IF CPROP-RJCT-RSN-TX = SPACES
                 EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-CHECK-CNT
                   FROM COMPBDGT
                   WHERE REVIEW_DT = :CPROP-REVIEW-DT
                     AND DEPTNO    = :CPROP-DEPTNO
                 END-EXEC
                 IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR THRU 9000-EXIT
                 END-IF
                 IF WS-CHECK-CNT = 0
                      MOVE "NO BUDGET FOR THE DEPARTMENT"
                                              TO CPROP-RJCT-RSN-TX
                 END-IF
            END-IF.

            IF CPROP-RJCT-RSN-TX = SPACES
               AND CPROP-PROP-SALARY NOT > CPROP-CURR-SALARY
                 MOVE "PROPOSED SALARY NOT ABOVE CURRENT"
                                              TO CPROP-RJCT-RSN-TX
            END-IF.

            IF CPROP-RJCT-RSN-TX NOT = SPACES
                 MOVE "R" TO CPROP-PROP-STAT-CD
                 ADD 1    TO WS-RECS-REJECTED
                 DISPLAY "PROPOSAL FOR EMPNO " PF-EMPNO
                         " REJECTED - " CPROP-RJCT-RSN-TX
            ELSE
                 ADD 1    TO WS-RECS-LOADED
            END-IF.

            EXEC SQL
              DELETE FROM COMPPROP
              WHERE REVIEW_DT = :CPROP-REVIEW-DT
                AND EMPNO     = :CPROP-EMPNO
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            EXEC SQL
              INSERT INTO COMPPROP
                 (REVIEW_DT,
                  EMPNO,
                  DEPTNO,
                  CURR_SALARY,
                  PROP_SALARY,
                  PROP_STAT_CD,
                  RJCT_RSN_TX,
                  SUBMIT_USER_ID,
                  APRV_USER_ID,
                  ROW_UPDT_TS)
              VALUES
                 (:CPROP-REVIEW-DT,
                  :CPROP-EMPNO,
                  :CPROP-DEPTNO,
                  :CPROP-CURR-SALARY,
                  :CPROP-PROP-SALARY,
                  :CPROP-PROP-STAT-CD,
                  :CPROP-RJCT-RSN-TX,
                  :CPROP-SUBMIT-USER-ID,
                  :CPROP-APRV-USER-ID,
                  CURRENT TIMESTAMP)
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

       2200-NEXT.
            PERFORM 2100-READ-NEXT-PROPOSAL.
       2200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-BUDGET-REPORT - MODE R
      *-----------------------------------------------------------------
       3000-BUDGET-REPORT.

            DISPLAY "DEPT T        BUDGET   CURRENT PAYROLL  PROPS"
                    "   PROPOSED INCR         REMAINING".

            MOVE "*" TO WS-SEL-DEPT.
            MOVE "N" TO WS-BDGT-EOF-SW.

            EXEC SQL
                OPEN CYCLE_BDGT_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 3100-FETCH-NEXT-BUDGET.
            PERFORM 3300-REPORT-ONE-DEPT
                    UNTIL NO-MORE-BUDGETS.

            EXEC SQL
                CLOSE CYCLE_BDGT_CSR
            END-EXEC.

            MOVE WS-TOT-BDGT TO WS-BDGT-ED.
            MOVE WS-TOT-INCR TO WS-INCR-ED.
            DISPLAY WS-DASHES.
            DISPLAY "TOTAL BUDGET       = " WS-BDGT-ED.
            DISPLAY "TOTAL PROPOSED     = " WS-INCR-ED.
            DISPLAY WS-DASHES.

            PERFORM 3400-REPORT-REJECTS.

      *-----------------------------------------------------------------
      * 3100-FETCH-NEXT-BUDGET
      *-----------------------------------------------------------------
       3100-FETCH-NEXT-BUDGET.

            EXEC SQL
              FETCH CYCLE_BDGT_CSR
                INTO :CBDGT-DEPTNO,
                     :CBDGT-BDGT-TYPE-CD,
                     :CBDGT-BDGT-PCT,
                     :CBDGT-BDGT-AMT
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-BUDGETS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 3200-SIZE-ONE-DEPT - BUDGET IN MONEY AND WHAT IS PROPOSED
      * AGAINST IT (LOADED AND ALREADY APPROVED PROPOSALS)
      *-----------------------------------------------------------------
       3200-SIZE-ONE-DEPT.

            EXEC SQL
              SELECT COALESCE(SUM(SALARY), 0)
              INTO   :WS-DEPT-PAYROLL
              FROM EMP
              WHERE WORKDEPT = :CBDGT-DEPTNO
                AND (SEP_DT = ' ' OR SEP_DT > :WS-REVIEW-DT)
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF CBDGT-PERCENT
                 COMPUTE WS-BDGT-AMT ROUNDED =
                         WS-DEPT-PAYROLL * CBDGT-BDGT-PCT / 100
            ELSE
                 MOVE CBDGT-BDGT-AMT TO WS-BDGT-AMT
            END-IF.

            EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(PROP_SALARY - CURR_SALARY), 0)
              INTO   :WS-PROP-CNT,
                     :WS-PROP-INCR
              FROM COMPPROP
              WHERE REVIEW_DT    = :WS-REVIEW-DT
                AND DEPTNO       = :CBDGT-DEPTNO
                AND PROP_STAT_CD IN ('L', 'A')
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            COMPUTE WS-REMAIN-AMT = WS-BDGT-AMT - WS-PROP-INCR.

      *-----------------------------------------------------------------
      * 3300-REPORT-ONE-DEPT
      *-----------------------------------------------------------------
       3300-REPORT-ONE-DEPT.

            PERFORM 3200-SIZE-ONE-DEPT.

            ADD WS-BDGT-AMT  TO WS-TOT-BDGT.
            ADD WS-PROP-INCR TO WS-TOT-INCR.

            MOVE WS-BDGT-AMT     TO WS-BDGT-ED.
            MOVE WS-DEPT-PAYROLL TO WS-PAYROLL-ED.
            MOVE WS-PROP-CNT     TO WS-CNT-ED.
            MOVE WS-PROP-INCR    TO WS-INCR-ED.
            MOVE WS-REMAIN-AMT   TO WS-REMAIN-ED.

            DISPLAY CBDGT-DEPTNO " " CBDGT-BDGT-TYPE-CD " "
                    WS-BDGT-ED " " WS-PAYROLL-ED " " WS-CNT-ED " "
                    WS-INCR-ED " " WS-REMAIN-ED.

            IF WS-REMAIN-AMT < 0
                 ADD 1 TO WS-DEPTS-OVER
                 DISPLAY "     *** OVER BUDGET"
            END-IF.

            PERFORM 3100-FETCH-NEXT-BUDGET.

      *-----------------------------------------------------------------
      * 3400-REPORT-REJECTS - EVERY REJECTED PROPOSAL OF THE CYCLE
      *-----------------------------------------------------------------
       3400-REPORT-REJECTS.

            DISPLAY "REJECTED PROPOSALS".

            MOVE "N" TO WS-PROP-EOF-SW.

            EXEC SQL
                OPEN RJCT_PROP_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 3410-FETCH-NEXT-REJECT.
            PERFORM 3420-REPORT-ONE-REJECT
                    UNTIL NO-MORE-PROPOSALS.

            EXEC SQL
                CLOSE RJCT_PROP_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 3410-FETCH-NEXT-REJECT
      *-----------------------------------------------------------------
       3410-FETCH-NEXT-REJECT.

            EXEC SQL
              FETCH RJCT_PROP_CSR
                INTO :CPROP-EMPNO,
                     :CPROP-DEPTNO,
                     :CPROP-PROP-SALARY,
                     :CPROP-RJCT-RSN-TX
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-PROPOSALS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 3420-REPORT-ONE-REJECT
      *-----------------------------------------------------------------
       3420-REPORT-ONE-REJECT.

            ADD 1 TO WS-RECS-REJECTED.
            MOVE CPROP-PROP-SALARY TO WS-SAL-ED.
            DISPLAY "  EMPNO " CPROP-EMPNO
                    " DEPT " CPROP-DEPTNO
                    " PROPOSED " WS-SAL-ED
                    " - " CPROP-RJCT-RSN-TX.

            PERFORM 3410-FETCH-NEXT-REJECT.

      *-----------------------------------------------------------------
      * 4000-APPROVE-PROPOSALS - MODE A, ONE BUDGET DEPARTMENT AT A
      * TIME
      *-----------------------------------------------------------------
       4000-APPROVE-PROPOSALS.

            MOVE "N" TO WS-BDGT-EOF-SW.

            EXEC SQL
                OPEN CYCLE_BDGT_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 3100-FETCH-NEXT-BUDGET.
            PERFORM 4100-APPROVE-ONE-DEPT
                    UNTIL NO-MORE-BUDGETS.

            EXEC SQL
                CLOSE CYCLE_BDGT_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 4100-APPROVE-ONE-DEPT - AN OVER-BUDGET DEPARTMENT NEEDS THE
      * OVERRIDE CARD
      *-----------------------------------------------------------------
       4100-APPROVE-ONE-DEPT.

            PERFORM 3200-SIZE-ONE-DEPT.

            IF WS-REMAIN-AMT < 0
                 ADD 1 TO WS-DEPTS-OVER
                 MOVE WS-REMAIN-AMT TO WS-REMAIN-ED
                 DISPLAY "DEPT " CBDGT-DEPTNO " OVER BUDGET BY "
                         WS-REMAIN-ED
            END-IF.

            IF WS-REMAIN-AMT < 0 AND NOT OVER-BUDGET-OVERRIDE
                 ADD 1 TO WS-DEPTS-REFUSED
                 DISPLAY "     *** APPROVAL REFUSED - NO OVERRIDE"
            ELSE
                 MOVE "N" TO WS-PROP-EOF-SW
                 EXEC SQL
                     OPEN DEPT_PROP_CSR
                 END-EXEC
                 IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR THRU 9000-EXIT
                 END-IF
                 PERFORM 4200-FETCH-NEXT-PROPOSAL
                 PERFORM 4300-APPROVE-ONE-PROPOSAL
                         UNTIL NO-MORE-PROPOSALS
                 EXEC SQL
                     CLOSE DEPT_PROP_CSR
                 END-EXEC
            END-IF.

            PERFORM 3100-FETCH-NEXT-BUDGET.

      *-----------------------------------------------------------------
      * 4200-FETCH-NEXT-PROPOSAL
      *-----------------------------------------------------------------
       4200-FETCH-NEXT-PROPOSAL.

            EXEC SQL
              FETCH DEPT_PROP_CSR
                INTO :CPROP-EMPNO,
                     :CPROP-CURR-SALARY,
                     :CPROP-PROP-SALARY
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-RECS-READ
                WHEN +100
                     SET NO-MORE-PROPOSALS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 4300-APPROVE-ONE-PROPOSAL - THE EMPLOYEE MUST STILL BE WHERE
      * THE PROPOSAL FOUND THEM; THE RAISE THEN GOES ON EMPHIST AS A
      * PENDING TRANSFER FOR COBEMPTR TO APPLY ON THE REVIEW DATE
      *-----------------------------------------------------------------
       4300-APPROVE-ONE-PROPOSAL.

            MOVE SPACES TO CPROP-RJCT-RSN-TX.

            EXEC SQL
              SELECT COALESCE(WORKDEPT, ' '),
                     COALESCE(JOB, ' '),
                     COALESCE(SALARY, 0),
                     SEP_DT
              INTO   :WS-EMP-DEPT,
                     :WS-EMP-JOB,
                     :WS-EMP-SALARY,
                     :WS-EMP-SEP-DT
              FROM EMP
              WHERE EMPNO = :CPROP-EMPNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     EVALUATE TRUE
                         WHEN WS-EMP-SEP-DT NOT = SPACES
                          AND WS-EMP-SEP-DT NOT > WS-REVIEW-DT
                              MOVE "EMPLOYEE SEPARATED"
                                              TO CPROP-RJCT-RSN-TX
                         WHEN WS-EMP-DEPT NOT = CBDGT-DEPTNO
                              MOVE "DEPARTMENT CHANGED SINCE PROPOSAL"
                                              TO CPROP-RJCT-RSN-TX
                         WHEN WS-EMP-SALARY NOT = CPROP-CURR-SALARY
                              MOVE "SALARY CHANGED SINCE PROPOSAL"
                                              TO CPROP-RJCT-RSN-TX
                     END-EVALUATE
                WHEN +100
                     MOVE "EMPLOYEE NO LONGER ON EMP"
                                              TO CPROP-RJCT-RSN-TX
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

            IF CPROP-RJCT-RSN-TX = SPACES
                 PERFORM 4400-WRITE-PENDING-RAISE
                 MOVE "A" TO CPROP-PROP-STAT-CD
                 ADD 1    TO WS-RECS-APPROVED
            ELSE
                 MOVE "R" TO CPROP-PROP-STAT-CD
                 ADD 1    TO WS-RECS-REJECTED
                 DISPLAY "PROPOSAL FOR EMPNO " CPROP-EMPNO
                         " REJECTED - " CPROP-RJCT-RSN-TX
            END-IF.

            EXEC SQL
              UPDATE COMPPROP
              SET PROP_STAT_CD = :CPROP-PROP-STAT-CD,
                  RJCT_RSN_TX  = :CPROP-RJCT-RSN-TX,
                  APRV_USER_ID = :WS-USER-ID,
                  ROW_UPDT_TS  = CURRENT TIMESTAMP
              WHERE REVIEW_DT    = :WS-REVIEW-DT
                AND EMPNO        = :CPROP-EMPNO
                AND PROP_STAT_CD = 'L'
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 4200-FETCH-NEXT-PROPOSAL.

      *-----------------------------------------------------------------
      * 4400-WRITE-PENDING-RAISE - SAME EMPHIST ROW COBEMPTR 3000
      * WRITES FOR A FUTURE-DATED TRANSFER: DEPT AND JOB UNCHANGED,
      * SUBSIDIARY CARRIED FROM THE LATEST ASSIGNMENT
      *-----------------------------------------------------------------
       4400-WRITE-PENDING-RAISE.

            MOVE SPACES TO WS-EMP-SUBID.

            EXEC SQL
              SELECT NEW_SUBID
              INTO   :WS-EMP-SUBID
              FROM EMPHIST
              WHERE EMPNO      = :CPROP-EMPNO
                AND NEW_SUBID <> ' '
              ORDER BY XFER_TS DESC
              FETCH FIRST 1 ROW ONLY
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            MOVE CPROP-EMPNO       TO EHIST-EMPNO.
            MOVE "P"               TO EHIST-XFER-STAT-CD.
            MOVE WS-EMP-DEPT       TO EHIST-OLD-WORKDEPT
                                      EHIST-NEW-WORKDEPT.
            MOVE WS-EMP-JOB        TO EHIST-OLD-JOB
                                      EHIST-NEW-JOB.
            MOVE WS-EMP-SALARY     TO EHIST-OLD-SALARY.
            MOVE CPROP-PROP-SALARY TO EHIST-NEW-SALARY.
            MOVE WS-EMP-SUBID      TO EHIST-NEW-SUBID.
            MOVE WS-REVIEW-DT      TO EHIST-EFFV-DT.
            MOVE WS-USER-ID        TO EHIST-AUTH-USER-ID.

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
                  'T')
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            MOVE CPROP-PROP-SALARY TO WS-SAL-ED.
            DISPLAY "APPROVED EMPNO " CPROP-EMPNO
                    " NEW SALARY " WS-SAL-ED
                    " EFFECTIVE " WS-REVIEW-DT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
                EXEC SQL
                    ROLLBACK
                END-EXEC.
                MOVE 16 TO RETURN-CODE.
                GOBACK.
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
