      *-----------------------------------------------------------------
      *    COBPAYIF - MONTHLY PAYROLL INTERFACE EXTRACT
      *
      *    FUNCTIONALITY - PAYROLL NO LONGER GETS A HAND-BUILT
      *                    SPREADSHEET.  FOR THE SYSIN PAY PERIOD
      *                    (ONE CALENDAR MONTH) EVERY EMPLOYEE HIRED
      *                    BY THE END OF THE PERIOD IS WRITTEN TO DD
      *                    PAYIFACE WITH EMPNO, NAME, WORKDEPT, JOB,
      *                    SALARY, BONUS AND COMM.
      *
      *                    DEPT/JOB/SALARY ARE THE ASSIGNMENT IN FORCE
      *                    ON THE LAST DAY OF THE PERIOD, TAKEN FROM
      *                    THE EMPHIST TRAIL COBEMPTR WRITES:
      *
      *                    - THE LATEST TRANSFER EFFECTIVE BY PERIOD
      *                      END, COMPLETED OR STILL PENDING (SO A
      *                      TRANSFER THE NIGHTLY SWEEP HAS NOT YET
      *                      APPLIED IS PAID ALL THE SAME)
      *                    - ELSE, IF EMP HAS ALREADY MOVED ON PAST
      *                      THE PERIOD, THE EARLIEST LATER TRANSFER'S
      *                      OLD VALUES
      *                    - ELSE THE CURRENT EMP ROW
      *
      *                    A SALARY CHANGE EFFECTIVE AFTER THE FIRST
      *                    DAY OF THE PERIOD FLAGS THE RECORD FOR
      *                    PRO-RATION WITH THE PRIOR SALARY AND THE
      *                    CHANGE DATE ("P"); MORE THAN ONE CHANGE IN
      *                    THE PERIOD IS FLAGGED "M" FOR PAYROLL TO
      *                    WORK FROM EMPHIST.
      *
      *                    AN EMPLOYEE SEPARATED ON OR BEFORE THE
      *                    FIRST DAY OF THE PERIOD IS NOT EXTRACTED.
      *                    ONE SEPARATED INSIDE THE PERIOD CARRIES THE
      *                    SEPARATION DATE FOR PRO-RATION, FLAGGED "S"
      *                    WHEN THERE IS NO SALARY CHANGE AS WELL.
      *
      *                    PAYIFACE: "H" HEADER (PERIOD, RUN DATE),
      *                    "D" DETAIL PER EMPLOYEE, "T" TRAILER WITH
      *                    THE DETAIL COUNT AND SALARY / BONUS / COMM
      *                    HASH TOTALS.
      *
      *                    EMPLOYEES WHOSE DEPARTMENT IS INACTIVE (OR
      *                    MISSING FROM DEPT) OR WHOSE SALARY IS ZERO
      *                    GO TO DD PAYEXCP INSTEAD OF PAYIFACE, AND
      *                    THE RUN ENDS RC 4.
      *
      *                    SYSIN CARD 1 - PAY PERIOD YYYYMM (DEFAULT
      *                    THE CURRENT MONTH).
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBPAYIF.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  PAYROLL INTERFACE FILE
      *                       WITH EMPHIST TRANSFERS, PRO-RATION FLAG,
      *                       HASH-TOTAL TRAILER AND EXCEPTION FILE.
      *    OCT 2026     CS    LEAVERS ARE DROPPED FROM THE EXTRACT AND A
      *                       SEPARATION INSIDE THE PERIOD IS PASSED
      *                       FOR PRO-RATION.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYIFACE         ASSIGN TO PAYIFACE
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT PAYEXCP          ASSIGN TO PAYEXCP
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYIFACE
           RECORDING MODE IS F.
       01  PAYIFACE-REC.
           05 PI-REC-TYPE                  PIC X(1).
               88  PI-HEADER                   VALUE "H".
               88  PI-DETAIL                   VALUE "D".
               88  PI-TRAILER                  VALUE "T".
           05 PI-EMPNO                     PIC X(6).
           05 PI-LASTNAME                  PIC X(15).
           05 PI-FIRSTNME                  PIC X(12).
           05 PI-MIDINIT                   PIC X(1).
           05 PI-WORKDEPT                  PIC X(4).
           05 PI-JOB                       PIC X(8).
           05 PI-SALARY                    PIC 9(7)V9(2).
           05 PI-BONUS                     PIC 9(7)V9(2).
           05 PI-COMM                      PIC 9(7)V9(2).
           05 PI-PRORATE-CD                PIC X(1).
               88  PI-NO-PRORATE               VALUE " ".
               88  PI-PRORATE                  VALUE "P".
               88  PI-PRORATE-MULTI            VALUE "M".
               88  PI-PRORATE-SEP              VALUE "S".
           05 PI-PRIOR-SALARY              PIC 9(7)V9(2).
           05 PI-SAL-EFFV-DT               PIC X(8).
           05 PI-SEP-DT                    PIC X(8).
           05 FILLER                       PIC X(20).
       01  PAYIFACE-HDR-REC.
           05 FILLER                       PIC X(1).
           05 PH-PAY-PERIOD                PIC X(6).
           05 PH-PERIOD-START-DT           PIC X(8).
           05 PH-PERIOD-END-DT             PIC X(8).
           05 PH-RUN-DT                    PIC X(8).
           05 FILLER                       PIC X(89).
       01  PAYIFACE-TRL-REC.
           05 FILLER                       PIC X(1).
           05 PT-RECORD-CNT                PIC 9(7).
           05 PT-SALARY-HASH               PIC 9(11)V9(2).
           05 PT-BONUS-HASH                PIC 9(11)V9(2).
           05 PT-COMM-HASH                 PIC 9(11)V9(2).
           05 FILLER                       PIC X(73).

       FD  PAYEXCP
           RECORDING MODE IS F.
       01  PAYEXCP-REC.
           05 PX-EMPNO                     PIC X(6).
           05 FILLER                       PIC X(1).
           05 PX-WORKDEPT                  PIC X(4).
           05 FILLER                       PIC X(1).
           05 PX-SALARY                    PIC -(7)9.99.
           05 FILLER                       PIC X(1).
           05 PX-REASON-CD                 PIC X(1).
               88  PX-DEPT-INACTIVE            VALUE "I".
               88  PX-DEPT-MISSING             VALUE "D".
               88  PX-ZERO-SALARY              VALUE "Z".
           05 FILLER                       PIC X(1).
           05 PX-REASON                    PIC X(40).

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-TODAY-DT                     PIC X(8) VALUE SPACES.
       01  WS-PAY-PERIOD                   PIC X(6) VALUE SPACES.
       01  WS-START-DT                     PIC X(8) VALUE SPACES.
       01  WS-END-DT                       PIC X(8) VALUE SPACES.
       01  WS-MONTH-DT                     PIC X(10) VALUE SPACES.

       01  WS-PAY-DEPT                     PIC X(4) VALUE SPACES.
       01  WS-PAY-JOB                      PIC X(8) VALUE SPACES.
       01  WS-PAY-SALARY                   PIC S9(7)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-PRIOR-SALARY                 PIC S9(7)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-CHG-EFFV-DT                  PIC X(8) VALUE SPACES.
       01  WS-CHG-CNT                      PIC S9(9) COMP VALUE 0.

       01  WS-RECS-READ                    PIC 9(7) VALUE 0.
       01  WS-RECS-WRITTEN                 PIC 9(7) VALUE 0.
       01  WS-RECS-EXCPT                   PIC 9(7) VALUE 0.
       01  WS-XFER-USED-CNT                PIC 9(7) VALUE 0.
       01  WS-PRORATE-CNT                  PIC 9(7) VALUE 0.
       01  WS-SEP-IN-PRD-CNT               PIC 9(7) VALUE 0.

       01  WS-SALARY-HASH                  PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-BONUS-HASH                   PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-COMM-HASH                    PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-HASH-ED                      PIC -(11)9.99.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-EMPS                    VALUE "Y".

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
               INCLUDE EMPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               DECLARE PAY_EMP_CSR CURSOR FOR
                 SELECT EMPNO,
                        FIRSTNME,
                        MIDINIT,
                        LASTNAME,
                        COALESCE(WORKDEPT, ' '),
                        COALESCE(JOB, ' '),
                        COALESCE(SALARY, 0),
                        COALESCE(BONUS, 0),
                        COALESCE(COMM, 0),
                        SEP_DT
                 FROM EMP
                 WHERE HIREDATE <= :WS-END-DT
                   AND (SEP_DT = ' ' OR SEP_DT > :WS-START-DT)
                 ORDER BY EMPNO
           END-EXEC.

      /
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

            ACCEPT WS-PAY-PERIOD FROM SYSIN.
            ACCEPT WS-TODAY-DT   FROM DATE YYYYMMDD.

            IF WS-PAY-PERIOD = SPACES
                 MOVE WS-TODAY-DT(1:6) TO WS-PAY-PERIOD
            END-IF.

            IF WS-PAY-PERIOD IS NOT NUMERIC
               OR WS-PAY-PERIOD(5:2) < "01"
               OR WS-PAY-PERIOD(5:2) > "12"
                 DISPLAY "PAY PERIOD MUST BE YYYYMM: " WS-PAY-PERIOD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
            END-IF.

            PERFORM 1000-SET-PERIOD-DATES.

            DISPLAY WS-DASHES.
            DISPLAY "COBPAYIF PAYROLL INTERFACE EXTRACT".
            DISPLAY "PAY PERIOD         = " WS-PAY-PERIOD
                    " (" WS-START-DT " - " WS-END-DT ")".
            DISPLAY "RUN DATE           = " WS-TODAY-DT.
            DISPLAY WS-DASHES.

            OPEN OUTPUT PAYIFACE.
            OPEN OUTPUT PAYEXCP.

            PERFORM 1100-WRITE-HEADER.

            EXEC SQL
                OPEN PAY_EMP_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 1200-FETCH-NEXT-EMP.
            PERFORM 2000-EXTRACT-ONE-EMP
                    UNTIL NO-MORE-EMPS.

            EXEC SQL
                CLOSE PAY_EMP_CSR
            END-EXEC.

            PERFORM 4000-WRITE-TRAILER.

            CLOSE PAYIFACE.
            CLOSE PAYEXCP.

            DISPLAY WS-DASHES.
            DISPLAY "EMPLOYEES READ     = " WS-RECS-READ.
            DISPLAY "RECORDS WRITTEN    = " WS-RECS-WRITTEN.
            DISPLAY "EXCEPTIONS         = " WS-RECS-EXCPT.
            DISPLAY "TRANSFERS APPLIED  = " WS-XFER-USED-CNT.
            DISPLAY "PRO-RATION FLAGS   = " WS-PRORATE-CNT.
            DISPLAY "LEAVERS IN PERIOD  = " WS-SEP-IN-PRD-CNT.
            MOVE WS-SALARY-HASH TO WS-HASH-ED.
            DISPLAY "SALARY HASH        = " WS-HASH-ED.
            MOVE WS-BONUS-HASH  TO WS-HASH-ED.
            DISPLAY "BONUS HASH         = " WS-HASH-ED.
            MOVE WS-COMM-HASH   TO WS-HASH-ED.
            DISPLAY "COMM HASH          = " WS-HASH-ED.
            DISPLAY WS-DASHES.

            IF WS-RECS-EXCPT > 0
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * 1000-SET-PERIOD-DATES - FIRST AND LAST DAY OF THE PAY PERIOD
      *-----------------------------------------------------------------
       1000-SET-PERIOD-DATES.

            MOVE WS-PAY-PERIOD TO WS-START-DT(1:6).
            MOVE "01"          TO WS-START-DT(7:2).

            EXEC SQL
              SET :WS-MONTH-DT =
                  CHAR(LAST_DAY(DATE(SUBSTR(:WS-PAY-PERIOD, 1, 4)
                       CONCAT '-'
                       CONCAT SUBSTR(:WS-PAY-PERIOD, 5, 2)
                       CONCAT '-01')), ISO)
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            MOVE WS-MONTH-DT(1:4)  TO WS-END-DT(1:4).
            MOVE WS-MONTH-DT(6:2)  TO WS-END-DT(5:2).
            MOVE WS-MONTH-DT(9:2)  TO WS-END-DT(7:2).

      *-----------------------------------------------------------------
      * 1100-WRITE-HEADER
      *-----------------------------------------------------------------
       1100-WRITE-HEADER.

            MOVE SPACES        TO PAYIFACE-HDR-REC.
            MOVE "H"           TO PI-REC-TYPE.
            MOVE WS-PAY-PERIOD TO PH-PAY-PERIOD.
            MOVE WS-START-DT   TO PH-PERIOD-START-DT.
            MOVE WS-END-DT     TO PH-PERIOD-END-DT.
            MOVE WS-TODAY-DT   TO PH-RUN-DT.
            WRITE PAYIFACE-HDR-REC.

      *-----------------------------------------------------------------
      * 1200-FETCH-NEXT-EMP
      *-----------------------------------------------------------------
       1200-FETCH-NEXT-EMP.

            MOVE SPACES TO EMP-FIRSTNME-TEXT EMP-LASTNAME-TEXT.

            EXEC SQL
              FETCH PAY_EMP_CSR
                INTO :EMP-EMPNO,
                     :EMP-FIRSTNME,
                     :EMP-MIDINIT,
                     :EMP-LASTNAME,
                     :EMP-WORKDEPT,
                     :EMP-JOB,
                     :EMP-SALARY,
                     :EMP-BONUS,
                     :EMP-COMM,
                     :EMP-SEP-DT
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-RECS-READ
                WHEN +100
                     SET NO-MORE-EMPS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 2000-EXTRACT-ONE-EMP - PERIOD-END ASSIGNMENT, PRO-RATION CHECK,
      * THEN THE INTERFACE RECORD OR AN EXCEPTION
      *-----------------------------------------------------------------
       2000-EXTRACT-ONE-EMP.

            MOVE SPACES       TO PAYEXCP-REC.
            MOVE EMP-WORKDEPT TO WS-PAY-DEPT.
            MOVE EMP-JOB      TO WS-PAY-JOB.
            MOVE EMP-SALARY   TO WS-PAY-SALARY.

            PERFORM 2100-LATEST-TRANSFER-IN-FORCE.

            IF SQLCODE = +100
                 PERFORM 2200-EARLIEST-LATER-TRANSFER
            END-IF.

            PERFORM 2300-CHECK-PRORATION.

            PERFORM 2400-CHECK-DEPARTMENT.

            IF SQLCODE = 0
                 IF WS-PAY-SALARY = 0
                      MOVE "Z" TO PX-REASON-CD
                      MOVE "ZERO SALARY" TO PX-REASON
                      PERFORM 3100-WRITE-EXCEPTION
                 ELSE
                      PERFORM 3000-WRITE-DETAIL
                 END-IF
            END-IF.

            PERFORM 1200-FETCH-NEXT-EMP.

      *-----------------------------------------------------------------
      * 2100-LATEST-TRANSFER-IN-FORCE - NEW VALUES OF THE LATEST
      * TRANSFER EFFECTIVE BY PERIOD END, APPLIED OR STILL PENDING
      *-----------------------------------------------------------------
       2100-LATEST-TRANSFER-IN-FORCE.

            EXEC SQL
              SELECT NEW_WORKDEPT,
                     NEW_JOB,
                     NEW_SALARY
              INTO   :WS-PAY-DEPT,
                     :WS-PAY-JOB,
                     :WS-PAY-SALARY
              FROM EMPHIST
              WHERE EMPNO        = :EMP-EMPNO
                AND XFER_STAT_CD IN ('C', 'P')
                AND EFFV_DT     <= :WS-END-DT
              ORDER BY EFFV_DT DESC, XFER_TS DESC
              FETCH FIRST 1 ROW ONLY
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-XFER-USED-CNT
                WHEN +100
                     CONTINUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 2200-EARLIEST-LATER-TRANSFER - EMP ALREADY CARRIES A TRANSFER
      * EFFECTIVE AFTER THE PERIOD; ITS OLD VALUES WERE IN FORCE
      *-----------------------------------------------------------------
       2200-EARLIEST-LATER-TRANSFER.

            EXEC SQL
              SELECT OLD_WORKDEPT,
                     OLD_JOB,
                     OLD_SALARY
              INTO   :WS-PAY-DEPT,
                     :WS-PAY-JOB,
                     :WS-PAY-SALARY
              FROM EMPHIST
              WHERE EMPNO        = :EMP-EMPNO
                AND XFER_STAT_CD = 'C'
                AND EFFV_DT      > :WS-END-DT
              ORDER BY EFFV_DT, XFER_TS
              FETCH FIRST 1 ROW ONLY
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

      *-----------------------------------------------------------------
      * 2300-CHECK-PRORATION - A SALARY CHANGE AFTER DAY ONE OF THE
      * PERIOD SPLITS THE MONTH BETWEEN TWO RATES
      *-----------------------------------------------------------------
       2300-CHECK-PRORATION.

            MOVE 0      TO WS-CHG-CNT.
            MOVE 0      TO WS-PRIOR-SALARY.
            MOVE SPACES TO WS-CHG-EFFV-DT.

            EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CHG-CNT
              FROM EMPHIST
              WHERE EMPNO        = :EMP-EMPNO
                AND XFER_STAT_CD IN ('C', 'P')
                AND EFFV_DT      > :WS-START-DT
                AND EFFV_DT     <= :WS-END-DT
                AND NEW_SALARY  <> OLD_SALARY
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF WS-CHG-CNT > 0
                 EXEC SQL
                   SELECT OLD_SALARY,
                          EFFV_DT
                   INTO   :WS-PRIOR-SALARY,
                          :WS-CHG-EFFV-DT
                   FROM EMPHIST
                   WHERE EMPNO        = :EMP-EMPNO
                     AND XFER_STAT_CD IN ('C', 'P')
                     AND EFFV_DT      > :WS-START-DT
                     AND EFFV_DT     <= :WS-END-DT
                     AND NEW_SALARY  <> OLD_SALARY
                   ORDER BY EFFV_DT, XFER_TS
                   FETCH FIRST 1 ROW ONLY
                 END-EXEC
                 IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR THRU 9000-EXIT
                 END-IF
            END-IF.

      *-----------------------------------------------------------------
      * 2400-CHECK-DEPARTMENT - PAYROLL ONLY GETS ACTIVE DEPARTMENTS;
      * SQLCODE IS LEFT +100 WHEN THE EMPLOYEE WENT TO PAYEXCP
      *-----------------------------------------------------------------
       2400-CHECK-DEPARTMENT.

            MOVE WS-PAY-DEPT TO DEPT-DEPTNO.

            EXEC SQL
              SELECT DEPT_ACTV_IN
              INTO   :DEPT-ACTV-IN
              FROM DEPT
              WHERE DEPTNO = :DEPT-DEPTNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     IF DEPT-INACTIVE
                          MOVE "I" TO PX-REASON-CD
                          MOVE "DEPARTMENT INACTIVE" TO PX-REASON
                          PERFORM 3100-WRITE-EXCEPTION
                          MOVE +100 TO SQLCODE
                     END-IF
                WHEN +100
                     MOVE "D" TO PX-REASON-CD
                     MOVE "DEPARTMENT NOT ON DEPT" TO PX-REASON
                     PERFORM 3100-WRITE-EXCEPTION
                     MOVE +100 TO SQLCODE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 3000-WRITE-DETAIL - ONE INTERFACE RECORD, HASHES ACCUMULATED
      *-----------------------------------------------------------------
       3000-WRITE-DETAIL.

            MOVE SPACES              TO PAYIFACE-REC.
            MOVE "D"                 TO PI-REC-TYPE.
            MOVE EMP-EMPNO           TO PI-EMPNO.
            MOVE EMP-LASTNAME-TEXT   TO PI-LASTNAME.
            MOVE EMP-FIRSTNME-TEXT   TO PI-FIRSTNME.
            MOVE EMP-MIDINIT         TO PI-MIDINIT.
            MOVE WS-PAY-DEPT         TO PI-WORKDEPT.
            MOVE WS-PAY-JOB          TO PI-JOB.
            MOVE WS-PAY-SALARY       TO PI-SALARY.
            MOVE EMP-BONUS           TO PI-BONUS.
            MOVE EMP-COMM            TO PI-COMM.
            MOVE 0                   TO PI-PRIOR-SALARY.

            EVALUATE TRUE
                WHEN WS-CHG-CNT = 1
                     MOVE "P"             TO PI-PRORATE-CD
                WHEN WS-CHG-CNT > 1
                     MOVE "M"             TO PI-PRORATE-CD
            END-EVALUATE.
            IF WS-CHG-CNT > 0
                 MOVE WS-PRIOR-SALARY TO PI-PRIOR-SALARY
                 MOVE WS-CHG-EFFV-DT  TO PI-SAL-EFFV-DT
                 ADD 1                TO WS-PRORATE-CNT
            END-IF.

      *     SEPARATED INSIDE THE PERIOD - PAID UP TO THE SEPARATION DATE
            IF EMP-SEP-DT NOT = SPACES
               AND EMP-SEP-DT NOT > WS-END-DT
                 MOVE EMP-SEP-DT      TO PI-SEP-DT
                 IF WS-CHG-CNT = 0
                      MOVE "S"        TO PI-PRORATE-CD
                      ADD 1           TO WS-PRORATE-CNT
                 END-IF
                 ADD 1                TO WS-SEP-IN-PRD-CNT
            END-IF.

            WRITE PAYIFACE-REC.

            ADD 1             TO WS-RECS-WRITTEN.
            ADD WS-PAY-SALARY TO WS-SALARY-HASH.
            ADD EMP-BONUS     TO WS-BONUS-HASH.
            ADD EMP-COMM      TO WS-COMM-HASH.

      *-----------------------------------------------------------------
      * 3100-WRITE-EXCEPTION - REASON ALREADY SET BY THE CALLER
      *-----------------------------------------------------------------
       3100-WRITE-EXCEPTION.

            MOVE EMP-EMPNO     TO PX-EMPNO.
            MOVE WS-PAY-DEPT   TO PX-WORKDEPT.
            MOVE WS-PAY-SALARY TO PX-SALARY.
            WRITE PAYEXCP-REC.

            ADD 1 TO WS-RECS-EXCPT.
            DISPLAY "EXCEPTION EMPNO " EMP-EMPNO
                    " DEPT " WS-PAY-DEPT " - " PX-REASON.

      *-----------------------------------------------------------------
      * 4000-WRITE-TRAILER - COUNT AND HASH TOTALS FOR RECONCILIATION
      *-----------------------------------------------------------------
       4000-WRITE-TRAILER.

            MOVE SPACES          TO PAYIFACE-TRL-REC.
            MOVE "T"             TO PI-REC-TYPE.
            MOVE WS-RECS-WRITTEN TO PT-RECORD-CNT.
            MOVE WS-SALARY-HASH  TO PT-SALARY-HASH.
            MOVE WS-BONUS-HASH   TO PT-BONUS-HASH.
            MOVE WS-COMM-HASH    TO PT-COMM-HASH.
            WRITE PAYIFACE-TRL-REC.

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
