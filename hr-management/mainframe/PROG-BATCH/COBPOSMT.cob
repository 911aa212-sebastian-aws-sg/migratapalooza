      *-----------------------------------------------------------------
      *    COBPOSMT - BATCH POSITION CONTROL MAINTENANCE
      *
      *    FUNCTIONALITY - DEPARTMENTS HIRE AGAINST APPROVED POSITIONS.
      *                    THIS PROGRAM MAINTAINS THOSE POSITIONS ON
      *                    THE DEPTPOSN TABLE (ONE ROW PER POSITION:
      *                    DEPARTMENT, JOB CODE, BUDGETED SALARY,
      *                    APPROVED-FROM DATE AND STATUS) AND REPORTS
      *                    THE ESTABLISHMENT AGAINST THE HEADCOUNT ON
      *                    EMP.  READS ACTION CARDS FROM DD POSNCRDS
      *                    (COBDEPMT STYLE) AND WRITES ONE RESULT
      *                    LINE PER CARD TO DD POSNRSLT:
      *
      *                    COL 1     ACTION: A = ADD, C = CHANGE,
      *                              F = FREEZE, U = UNFREEZE,
      *                              X = CLOSE, R = ESTABLISHMENT
      *                              REPORT
      *                    COL 3-10  POSITION ID
      *                    COL 12-15 DEPTNO (A)
      *                    COL 17-24 JOB CODE (A/C)
      *                    COL 26-34 BUDGETED SALARY 9(7)V99 (A/C)
      *                    COL 36-43 APPROVED-FROM DATE YYYYMMDD (A/C)
      *
      *                    POSITION STATUS: A = APPROVED AND OPEN FOR
      *                    HIRING, F = FROZEN (THE INCUMBENT KEEPS THE
      *                    SEAT BUT A VACANCY MAY NOT BE FILLED),
      *                    C = CLOSED.  A POSITION COUNTS TOWARD THE
      *                    ESTABLISHMENT FROM ITS APPROVED-FROM DATE.
      *
      *                    A CLOSE IS REFUSED WHEN THE ACTIVE
      *                    EMPLOYEES IN THE DEPARTMENT AND JOB WOULD
      *                    THEN OUTNUMBER THE POSITIONS LEFT.
      *
      *                    THE 'R' CARD MATCHES ACTIVE EMP ROWS TO
      *                    POSITIONS BY WORKDEPT AND JOB AND PRINTS,
      *                    PER DEPARTMENT AND JOB, THE OPEN, FROZEN
      *                    AND FILLED COUNTS WITH THE VACANCIES (OPEN
      *                    SEATS NOBODY SITS IN) AND THE OVER-
      *                    ESTABLISHMENT (HEADS BEYOND THE POSITIONS).
      *                    IT THEN LISTS EVERY ACTIVE EMPLOYEE SITTING
      *                    IN A DEPARTMENT WITH NO APPROVED POSITION
      *                    AT ALL.  EITHER FINDING ENDS THE RUN RC 4.
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBPOSMT.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  CARD-DRIVEN POSITION
      *                       MAINTENANCE WITH ESTABLISHMENT REPORT.
      *    OCT 2026     CS    A CARD WITH NO POSITION ID IS REJECTED.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSNCRDS         ASSIGN TO POSNCRDS
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT POSNRSLT         ASSIGN TO POSNRSLT
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  POSNCRDS
           RECORDING MODE IS F.
       01  POSNCRDS-REC.
           05 PC-ACTION                    PIC X(1).
           05 FILLER                       PIC X(1).
           05 PC-POSN-ID                   PIC X(8).
           05 FILLER                       PIC X(1).
           05 PC-DEPTNO                    PIC X(4).
           05 FILLER                       PIC X(1).
           05 PC-JOB                       PIC X(8).
           05 FILLER                       PIC X(1).
           05 PC-BDGT-SALARY               PIC 9(7)V9(2).
           05 FILLER                       PIC X(1).
           05 PC-APPR-FROM-DT              PIC X(8).
           05 FILLER                       PIC X(37).

       FD  POSNRSLT
           RECORDING MODE IS F.
       01  POSNRSLT-REC.
           05 PR-POSN-ID                   PIC X(8).
           05 FILLER                       PIC X(1).
           05 PR-ACTION                    PIC X(1).
           05 FILLER                       PIC X(1).
           05 PR-STATUS-CD                 PIC X(1).
               88  PR-STATUS-LOADED            VALUE "L".
               88  PR-STATUS-FAILED            VALUE "F".
           05 FILLER                       PIC X(1).
           05 PR-REASON                    PIC X(40).

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-TODAY-DT                     PIC X(8) VALUE SPACES.
       01  WS-CHECK-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-HEAD-CNT                     PIC S9(9) COMP VALUE 0.

       01  WS-EST-DEPT                     PIC X(4) VALUE SPACES.
       01  WS-EST-JOB                      PIC X(8) VALUE SPACES.
       01  WS-EST-OPEN                     PIC S9(9) COMP VALUE 0.
       01  WS-EST-FROZEN                   PIC S9(9) COMP VALUE 0.
       01  WS-EST-HEADS                    PIC S9(9) COMP VALUE 0.
       01  WS-EST-VACANT                   PIC S9(9) COMP VALUE 0.
       01  WS-EST-OVER                     PIC S9(9) COMP VALUE 0.

       01  WS-UNEST-EMPNO                  PIC X(6) VALUE SPACES.
       01  WS-UNEST-DEPT                   PIC X(4) VALUE SPACES.
       01  WS-UNEST-JOB                    PIC X(8) VALUE SPACES.

       01  WS-OPEN-ED                      PIC Z(4)9.
       01  WS-FROZEN-ED                    PIC Z(4)9.
       01  WS-HEADS-ED                     PIC Z(4)9.
       01  WS-VACANT-ED                    PIC Z(4)9.
       01  WS-OVER-ED                      PIC Z(4)9.

       01  WS-RECS-READ                    PIC 9(7) VALUE 0.
       01  WS-RECS-LOADED                  PIC 9(7) VALUE 0.
       01  WS-RECS-FAILED                  PIC 9(7) VALUE 0.
       01  WS-VACANT-TOT                   PIC 9(7) VALUE 0.
       01  WS-OVER-EST-CNT                 PIC 9(7) VALUE 0.
       01  WS-UNEST-EMP-CNT                PIC 9(7) VALUE 0.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-CARDS                   VALUE "Y".
       01  WS-EST-EOF-SW                   PIC X(1) VALUE "N".
           88  NO-MORE-EST-ROWS                VALUE "Y".
       01  WS-UNEST-EOF-SW                 PIC X(1) VALUE "N".
           88  NO-MORE-UNEST-ROWS              VALUE "Y".

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
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               INCLUDE DEPTPOSN
           END-EXEC.

      *-----------------------------------------------------------------
      * ESTABLISHMENT: POSITIONS IN FORCE TODAY AGAINST ACTIVE HEADS,
      * BY DEPARTMENT AND JOB, FROM EITHER SIDE
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE POSN_EST_CSR CURSOR FOR
                 WITH POSN AS
                  (SELECT DEPTNO,
                          JOB,
                          SUM(CASE WHEN POSN_STAT_CD = 'A'
                                   THEN 1 ELSE 0 END) AS OPEN_CNT,
                          SUM(CASE WHEN POSN_STAT_CD = 'F'
                                   THEN 1 ELSE 0 END) AS FRZN_CNT
                   FROM DEPTPOSN
                   WHERE POSN_STAT_CD IN ('A', 'F')
                     AND APPR_FROM_DT <= :WS-TODAY-DT
                   GROUP BY DEPTNO, JOB),
                      HEADS AS
                  (SELECT WORKDEPT,
                          JOB,
                          COUNT(*) AS HEAD_CNT
                   FROM EMP
                   WHERE WORKDEPT IS NOT NULL
                     AND JOB      IS NOT NULL
                     AND (SEP_DT  = ' '
                          OR SEP_DT > :WS-TODAY-DT)
                   GROUP BY WORKDEPT, JOB)
                 SELECT COALESCE(P.DEPTNO, H.WORKDEPT),
                        COALESCE(P.JOB, H.JOB),
                        COALESCE(P.OPEN_CNT, 0),
                        COALESCE(P.FRZN_CNT, 0),
                        COALESCE(H.HEAD_CNT, 0)
                 FROM POSN P
                 FULL OUTER JOIN HEADS H
                   ON  P.DEPTNO = H.WORKDEPT
                   AND P.JOB    = H.JOB
                 ORDER BY 1, 2
           END-EXEC.

      *-----------------------------------------------------------------
      * ACTIVE EMPLOYEES IN A DEPARTMENT WITH NO POSITION IN FORCE
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE UNEST_EMP_CSR CURSOR FOR
                 SELECT E.EMPNO,
                        E.WORKDEPT,
                        COALESCE(E.JOB, ' ')
                 FROM EMP E
                 WHERE E.WORKDEPT IS NOT NULL
                   AND (E.SEP_DT  = ' '
                        OR E.SEP_DT > :WS-TODAY-DT)
                   AND NOT EXISTS
                       (SELECT 1
                        FROM DEPTPOSN P
                        WHERE P.DEPTNO        = E.WORKDEPT
                          AND P.POSN_STAT_CD IN ('A', 'F')
                          AND P.APPR_FROM_DT <= :WS-TODAY-DT)
                 ORDER BY E.WORKDEPT, E.EMPNO
           END-EXEC.

      /
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

            ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.

            DISPLAY WS-DASHES.
            DISPLAY "COBPOSMT POSITION CONTROL STARTING".
            DISPLAY "RUN DATE            : " WS-TODAY-DT.
            DISPLAY WS-DASHES.

            OPEN INPUT  POSNCRDS.
            OPEN OUTPUT POSNRSLT.

            PERFORM 1100-READ-NEXT-CARD.
            PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
                    UNTIL NO-MORE-CARDS.

            EXEC SQL
                COMMIT
            END-EXEC.

            CLOSE POSNCRDS.
            CLOSE POSNRSLT.

            DISPLAY WS-DASHES.
            DISPLAY "CARDS READ          : " WS-RECS-READ.
            DISPLAY "ACTIONS LOADED      : " WS-RECS-LOADED.
            DISPLAY "ACTIONS FAILED      : " WS-RECS-FAILED.
            DISPLAY "VACANT POSITIONS    : " WS-VACANT-TOT.
            DISPLAY "OVER-ESTABLISHED    : " WS-OVER-EST-CNT.
            DISPLAY "UNESTABLISHED EMPS  : " WS-UNEST-EMP-CNT.
            DISPLAY WS-DASHES.

            IF WS-RECS-FAILED > 0
               OR WS-OVER-EST-CNT > 0
               OR WS-UNEST-EMP-CNT > 0
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * 1100-READ-NEXT-CARD
      *-----------------------------------------------------------------
       1100-READ-NEXT-CARD.

            READ POSNCRDS
                AT END
                    SET NO-MORE-CARDS TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECS-READ
            END-READ.

      *-----------------------------------------------------------------
      * 2000-PROCESS-ONE-CARD
      *-----------------------------------------------------------------
       2000-PROCESS-ONE-CARD.

            MOVE SPACES        TO POSNRSLT-REC.
            MOVE PC-POSN-ID    TO PR-POSN-ID.
            MOVE PC-ACTION     TO PR-ACTION.

            EVALUATE PC-ACTION
                WHEN "A"
                     PERFORM 3000-ADD-POSITION THRU 3000-EXIT
                WHEN "C"
                     PERFORM 4000-CHANGE-POSITION THRU 4000-EXIT
                WHEN "F"
                     PERFORM 4500-FREEZE-POSITION
                WHEN "U"
                     PERFORM 4600-UNFREEZE-POSITION
                WHEN "X"
                     PERFORM 5000-CLOSE-POSITION THRU 5000-EXIT
                WHEN "R"
                     PERFORM 6000-ESTABLISHMENT-REPORT
                WHEN OTHER
                     MOVE "F"                TO PR-STATUS-CD
                     MOVE "UNKNOWN ACTION CODE"
                                             TO PR-REASON
                     ADD 1                   TO WS-RECS-FAILED
            END-EVALUATE.

            IF PC-ACTION NOT = "R"
                 WRITE POSNRSLT-REC
            END-IF.

            PERFORM 1100-READ-NEXT-CARD.
       2000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2500-EDIT-CARD - POSITION ID, JOB, BUDGETED SALARY AND
      * APPROVED-FROM DATE
      *-----------------------------------------------------------------
       2500-EDIT-CARD.

            IF PC-POSN-ID = SPACES
                 MOVE "F" TO PR-STATUS-CD
                 MOVE "POSITION ID REQUIRED" TO PR-REASON
                 GO TO 2500-EXIT
            END-IF.

            IF PC-JOB = SPACES
                 MOVE "F" TO PR-STATUS-CD
                 MOVE "JOB CODE REQUIRED" TO PR-REASON
                 GO TO 2500-EXIT
            END-IF.

            IF PC-BDGT-SALARY NOT NUMERIC
               OR PC-BDGT-SALARY = 0
                 MOVE "F" TO PR-STATUS-CD
                 MOVE "BUDGETED SALARY INVALID" TO PR-REASON
                 GO TO 2500-EXIT
            END-IF.

            IF PC-APPR-FROM-DT NOT NUMERIC
                 MOVE "F" TO PR-STATUS-CD
                 MOVE "APPROVED-FROM DATE INVALID" TO PR-REASON
                 GO TO 2500-EXIT
            END-IF.
       2500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-ADD-POSITION - AGAINST AN ACTIVE DEPARTMENT ONLY
      *-----------------------------------------------------------------
       3000-ADD-POSITION.

            PERFORM 2500-EDIT-CARD THRU 2500-EXIT.

            IF PR-STATUS-FAILED
                 ADD 1 TO WS-RECS-FAILED
                 GO TO 3000-EXIT
            END-IF.

            EXEC SQL
              SELECT DEPT_ACTV_IN
              INTO   :DEPT-ACTV-IN
              FROM DEPT
              WHERE DEPTNO = :PC-DEPTNO
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "DEPARTMENT NOT FOUND" TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                     GO TO 3000-EXIT
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

            IF NOT DEPT-ACTIVE
                 MOVE "F" TO PR-STATUS-CD
                 MOVE "DEPARTMENT NOT ACTIVE" TO PR-REASON
                 ADD 1 TO WS-RECS-FAILED
                 GO TO 3000-EXIT
            END-IF.

            MOVE PC-POSN-ID       TO DPOSN-POSN-ID.
            MOVE PC-DEPTNO        TO DPOSN-DEPTNO.
            MOVE PC-JOB           TO DPOSN-JOB.
            MOVE PC-BDGT-SALARY   TO DPOSN-BDGT-SALARY.
            MOVE PC-APPR-FROM-DT  TO DPOSN-APPR-FROM-DT.
            SET DPOSN-APPROVED    TO TRUE.

            EXEC SQL
              INSERT INTO DEPTPOSN
                 (POSN_ID,
                  DEPTNO,
                  JOB,
                  BDGT_SALARY,
                  APPR_FROM_DT,
                  POSN_STAT_CD,
                  LOAD_TS)
              VALUES
                 (:DPOSN-POSN-ID,
                  :DPOSN-DEPTNO,
                  :DPOSN-JOB,
                  :DPOSN-BDGT-SALARY,
                  :DPOSN-APPR-FROM-DT,
                  :DPOSN-POSN-STAT-CD,
                  CURRENT TIMESTAMP)
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     MOVE "L" TO PR-STATUS-CD
                     MOVE "ADDED" TO PR-REASON
                     ADD 1 TO WS-RECS-LOADED
                WHEN -803
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "POSITION ALREADY EXISTS" TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.
       3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-CHANGE-POSITION - JOB, BUDGET AND DATE OF A LIVE POSITION
      *-----------------------------------------------------------------
       4000-CHANGE-POSITION.

            PERFORM 2500-EDIT-CARD THRU 2500-EXIT.

            IF PR-STATUS-FAILED
                 ADD 1 TO WS-RECS-FAILED
                 GO TO 4000-EXIT
            END-IF.

            MOVE PC-BDGT-SALARY   TO DPOSN-BDGT-SALARY.

            EXEC SQL
              UPDATE DEPTPOSN
              SET JOB          = :PC-JOB,
                  BDGT_SALARY  = :DPOSN-BDGT-SALARY,
                  APPR_FROM_DT = :PC-APPR-FROM-DT
              WHERE POSN_ID      = :PC-POSN-ID
                AND POSN_STAT_CD <> 'C'
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     MOVE "L" TO PR-STATUS-CD
                     MOVE "CHANGED" TO PR-REASON
                     ADD 1 TO WS-RECS-LOADED
                WHEN +100
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "POSITION NOT FOUND OR CLOSED" TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.
       4000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4500-FREEZE-POSITION - OPEN POSITION TO FROZEN
      *-----------------------------------------------------------------
       4500-FREEZE-POSITION.

            EXEC SQL
              UPDATE DEPTPOSN
              SET POSN_STAT_CD = 'F'
              WHERE POSN_ID      = :PC-POSN-ID
                AND POSN_STAT_CD = 'A'
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     MOVE "L" TO PR-STATUS-CD
                     MOVE "FROZEN" TO PR-REASON
                     ADD 1 TO WS-RECS-LOADED
                WHEN +100
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "POSITION NOT FOUND OR NOT OPEN" TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 4600-UNFREEZE-POSITION - FROZEN POSITION BACK TO OPEN
      *-----------------------------------------------------------------
       4600-UNFREEZE-POSITION.

            EXEC SQL
              UPDATE DEPTPOSN
              SET POSN_STAT_CD = 'A'
              WHERE POSN_ID      = :PC-POSN-ID
                AND POSN_STAT_CD = 'F'
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     MOVE "L" TO PR-STATUS-CD
                     MOVE "UNFROZEN" TO PR-REASON
                     ADD 1 TO WS-RECS-LOADED
                WHEN +100
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "POSITION NOT FOUND OR NOT FROZEN"
                                             TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 5000-CLOSE-POSITION - THE OVER-ESTABLISHMENT CHECK
      *-----------------------------------------------------------------
       5000-CLOSE-POSITION.

            EXEC SQL
              SELECT DEPTNO,
                     JOB
              INTO   :DPOSN-DEPTNO,
                     :DPOSN-JOB
              FROM DEPTPOSN
              WHERE POSN_ID      = :PC-POSN-ID
                AND POSN_STAT_CD <> 'C'
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "POSITION NOT FOUND OR CLOSED" TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                     GO TO 5000-EXIT
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

            EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CHECK-CNT
              FROM DEPTPOSN
              WHERE DEPTNO        = :DPOSN-DEPTNO
                AND JOB           = :DPOSN-JOB
                AND POSN_ID      <> :PC-POSN-ID
                AND POSN_STAT_CD IN ('A', 'F')
                AND APPR_FROM_DT <= :WS-TODAY-DT
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-HEAD-CNT
              FROM EMP
              WHERE WORKDEPT = :DPOSN-DEPTNO
                AND JOB      = :DPOSN-JOB
                AND (SEP_DT  = ' '
                     OR SEP_DT > :WS-TODAY-DT)
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            IF WS-HEAD-CNT > WS-CHECK-CNT
                 MOVE "F" TO PR-STATUS-CD
                 MOVE "CLOSE WOULD OVER-ESTABLISH DEPT/JOB"
                                         TO PR-REASON
                 ADD 1 TO WS-RECS-FAILED
                 GO TO 5000-EXIT
            END-IF.

            EXEC SQL
              UPDATE DEPTPOSN
              SET POSN_STAT_CD = 'C'
              WHERE POSN_ID = :PC-POSN-ID
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     MOVE "L" TO PR-STATUS-CD
                     MOVE "CLOSED" TO PR-REASON
                     ADD 1 TO WS-RECS-LOADED
                WHEN +100
                     MOVE "F" TO PR-STATUS-CD
                     MOVE "POSITION NOT FOUND OR CLOSED" TO PR-REASON
                     ADD 1 TO WS-RECS-FAILED
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.
       5000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6000-ESTABLISHMENT-REPORT - POSITIONS AGAINST HEADCOUNT
      *-----------------------------------------------------------------
       6000-ESTABLISHMENT-REPORT.

            DISPLAY WS-DASHES.
            DISPLAY "ESTABLISHMENT AS OF " WS-TODAY-DT.
            DISPLAY "DEPT JOB       OPEN FROZN FILLD VACNT  OVER".
            DISPLAY WS-DASHES.

            MOVE "N" TO WS-EST-EOF-SW.

            EXEC SQL
                OPEN POSN_EST_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 6100-FETCH-NEXT-EST-ROW.
            PERFORM 6200-REPORT-ONE-EST-ROW
                    UNTIL NO-MORE-EST-ROWS.

            EXEC SQL
                CLOSE POSN_EST_CSR
            END-EXEC.

            DISPLAY WS-DASHES.
            DISPLAY "EMPLOYEES IN DEPTS WITH NO APPROVED POSITION".
            DISPLAY WS-DASHES.

            MOVE "N" TO WS-UNEST-EOF-SW.

            EXEC SQL
                OPEN UNEST_EMP_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 6300-FETCH-NEXT-UNEST-EMP.
            PERFORM 6400-REPORT-ONE-UNEST-EMP
                    UNTIL NO-MORE-UNEST-ROWS.

            EXEC SQL
                CLOSE UNEST_EMP_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 6100-FETCH-NEXT-EST-ROW
      *-----------------------------------------------------------------
       6100-FETCH-NEXT-EST-ROW.

            EXEC SQL
              FETCH POSN_EST_CSR
                INTO :WS-EST-DEPT,
                     :WS-EST-JOB,
                     :WS-EST-OPEN,
                     :WS-EST-FROZEN,
                     :WS-EST-HEADS
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-EST-ROWS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 6200-REPORT-ONE-EST-ROW - A FROZEN SEAT KEEPS ITS INCUMBENT
      * BUT IS NEVER A VACANCY; HEADS BEYOND OPEN PLUS FROZEN ARE OVER
      *-----------------------------------------------------------------
       6200-REPORT-ONE-EST-ROW.

            MOVE 0 TO WS-EST-VACANT.
            MOVE 0 TO WS-EST-OVER.

            COMPUTE WS-EST-VACANT = WS-EST-OPEN + WS-EST-FROZEN
                                  - WS-EST-HEADS.
            IF WS-EST-VACANT > WS-EST-OPEN
                 MOVE WS-EST-OPEN TO WS-EST-VACANT
            END-IF.
            IF WS-EST-VACANT < 0
                 COMPUTE WS-EST-OVER = 0 - WS-EST-VACANT
                 MOVE 0 TO WS-EST-VACANT
            END-IF.

            MOVE WS-EST-OPEN   TO WS-OPEN-ED.
            MOVE WS-EST-FROZEN TO WS-FROZEN-ED.
            MOVE WS-EST-HEADS  TO WS-HEADS-ED.
            MOVE WS-EST-VACANT TO WS-VACANT-ED.
            MOVE WS-EST-OVER   TO WS-OVER-ED.

            ADD WS-EST-VACANT TO WS-VACANT-TOT.

            IF WS-EST-OVER > 0
                 ADD 1 TO WS-OVER-EST-CNT
                 DISPLAY WS-EST-DEPT " " WS-EST-JOB " "
                         WS-OPEN-ED " " WS-FROZEN-ED " "
                         WS-HEADS-ED " " WS-VACANT-ED " "
                         WS-OVER-ED " OVER-ESTABLISHED"
            ELSE
                 DISPLAY WS-EST-DEPT " " WS-EST-JOB " "
                         WS-OPEN-ED " " WS-FROZEN-ED " "
                         WS-HEADS-ED " " WS-VACANT-ED " "
                         WS-OVER-ED
            END-IF.

            PERFORM 6100-FETCH-NEXT-EST-ROW.

      *-----------------------------------------------------------------
      * 6300-FETCH-NEXT-UNEST-EMP
      *-----------------------------------------------------------------
       6300-FETCH-NEXT-UNEST-EMP.

            EXEC SQL
              FETCH UNEST_EMP_CSR
                INTO :WS-UNEST-EMPNO,
                     :WS-UNEST-DEPT,
                     :WS-UNEST-JOB
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-UNEST-ROWS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 6400-REPORT-ONE-UNEST-EMP
      *-----------------------------------------------------------------
       6400-REPORT-ONE-UNEST-EMP.

            ADD 1 TO WS-UNEST-EMP-CNT.
            DISPLAY "NO APPROVED POSITION: EMPNO " WS-UNEST-EMPNO
                    " DEPT " WS-UNEST-DEPT
                    " JOB " WS-UNEST-JOB.
            PERFORM 6300-FETCH-NEXT-UNEST-EMP.

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
