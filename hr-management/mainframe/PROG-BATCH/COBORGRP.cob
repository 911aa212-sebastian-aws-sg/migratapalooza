      *-----------------------------------------------------------------
      *    COBORGRP - REPORTING-LINE TREE AND SPAN-OF-CONTROL REPORT
      *
      *    FUNCTIONALITY - TURNS DEPT.MGRNO AND DEPT.ADMRDEPT INTO THE
      *                    ORGANIZATION CHART HR ASKS FOR EVERY
      *                    QUARTER.  ALL OF DEPT IS LOADED, THEN
      *                    WALKED FROM THE TOP DOWN - A TOP DEPARTMENT
      *                    IS ONE WHOSE ADMRDEPT IS ITSELF (OR IS NOT
      *                    ON DEPT) - INDENTED BY LEVEL.  EACH LINE
      *                    SHOWS:
      *
      *                    - DEPARTMENT AND ITS MANAGER'S NAME (EMP)
      *                    - DIRECT HEADCOUNT AND SALARY TOTAL (EMP
      *                      ROWS WITH THAT WORKDEPT NOT SEPARATED
      *                      AS OF THE RUN DATE)
      *                    - THE SAME TOTALS ROLLED UP OVER THE WHOLE
      *                      SUBTREE BELOW IT
      *
      *                    FLAGGED UNDER THE LINE: NO MANAGER, MANAGER
      *                    NOT AN EMPLOYEE (OR SEPARATED), MANAGER
      *                    OUTSIDE THEIR OWN DEPARTMENT, ADMRDEPT NOT
      *                    ON DEPT.
      *                    DEPARTMENTS WHOSE ADMRDEPT CHAIN LOOPS BACK
      *                    ON ITSELF NEVER REACH A TOP DEPARTMENT; THEY
      *                    ARE LISTED AFTER THE TREE AS ADMRDEPT
      *                    CYCLES.  ANY FLAG ENDS THE RUN RC 4.
      *
      *                    NO SYSIN CARDS.
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBORGRP.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  DEPT REPORTING-LINE
      *                       TREE WITH DIRECT AND ROLLED-UP TOTALS
      *                       AND MANAGER / CYCLE INTEGRITY FLAGS.
      *    OCT 2026     CS    LEAVERS NO LONGER COUNTED IN HEADCOUNT
      *                       AND SALARY TOTALS.
      *    OCT 2026     CS    A DEPARTMENT MANAGER WHO HAS SEPARATED IS
      *                       FLAGGED AS NOT AN EMPLOYEE.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.

       DATA DIVISION.
      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-TODAY-DT                     PIC X(8) VALUE SPACES.
       01  WS-DEPT-CNT                     PIC S9(4) COMP VALUE 0.
       01  WS-IX                           PIC S9(4) COMP VALUE 0.
       01  WS-JX                           PIC S9(4) COMP VALUE 0.
       01  WS-HIT-IX                       PIC S9(4) COMP VALUE 0.
       01  WS-STEPS                        PIC S9(4) COMP VALUE 0.
       01  WS-LEVEL                        PIC S9(4) COMP VALUE 0.
       01  WS-INDENT                       PIC S9(4) COMP VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 500 TIMES.
              10 WS-DT-DEPTNO              PIC X(4).
              10 WS-DT-DEPTNAME            PIC X(36).
              10 WS-DT-MGRNO               PIC X(6).
              10 WS-DT-MGR-NAME            PIC X(30).
              10 WS-DT-MGR-DEPT            PIC X(4).
              10 WS-DT-ADMRDEPT            PIC X(4).
              10 WS-DT-ACTV-IN             PIC X(1).
              10 WS-DT-PARENT-IX           PIC S9(4) COMP.
              10 WS-DT-HEADS               PIC S9(7) COMP-3.
              10 WS-DT-SALARY              PIC S9(11)V9(2) COMP-3.
              10 WS-DT-ROLL-HEADS          PIC S9(7) COMP-3.
              10 WS-DT-ROLL-SALARY         PIC S9(11)V9(2) COMP-3.
              10 WS-DT-MGR-CD              PIC X(1).
                  88  WS-DT-MGR-OK             VALUE " ".
                  88  WS-DT-NO-MGR             VALUE "N".
                  88  WS-DT-MGR-NOT-EMP        VALUE "E".
                  88  WS-DT-MGR-OUTSIDE        VALUE "O".
              10 WS-DT-ADMR-MISSING-SW     PIC X(1).
                  88  WS-DT-ADMR-MISSING       VALUE "Y".
              10 WS-DT-CYCLE-SW            PIC X(1).
                  88  WS-DT-IN-CYCLE           VALUE "Y".
              10 WS-DT-PRINTED-SW          PIC X(1).
                  88  WS-DT-PRINTED            VALUE "Y".

       01  WS-STACK-CNT                    PIC S9(4) COMP VALUE 0.
       01  WS-STACK.
           05 WS-SK-ENTRY OCCURS 500 TIMES.
              10 WS-SK-IX                  PIC S9(4) COMP.
              10 WS-SK-LEVEL               PIC S9(4) COMP.

       01  WS-WORKDEPT                     PIC X(4) VALUE SPACES.
       01  WS-GRP-HEADS                    PIC S9(7) COMP-3 VALUE 0.
       01  WS-GRP-SALARY                   PIC S9(11)V9(2) COMP-3
                                                    VALUE 0.
       01  WS-NODEPT-HEADS                 PIC 9(7) VALUE 0.

       01  WS-RPT-LINE                     PIC X(132) VALUE SPACES.
       01  WS-TREE-TX                      PIC X(48) VALUE SPACES.
       01  WS-RPT-PTR                      PIC S9(4) COMP VALUE 0.
       01  WS-HEADS-ED                     PIC Z(6)9.
       01  WS-ROLL-HEADS-ED                PIC Z(6)9.
       01  WS-SAL-ED                       PIC -(11)9.99.
       01  WS-ROLL-SAL-ED                  PIC -(11)9.99.

       01  WS-TOP-CNT                      PIC 9(7) VALUE 0.
       01  WS-FLAG-CNT                     PIC 9(7) VALUE 0.
       01  WS-CYCLE-CNT                    PIC 9(7) VALUE 0.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-DEPTS                   VALUE "Y".
       01  WS-GRP-EOF-SW                   PIC X(1) VALUE "N".
           88  NO-MORE-GROUPS                  VALUE "Y".

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
               INCLUDE EMP
           END-EXEC.

           EXEC SQL
               DECLARE ORG_DEPT_CSR CURSOR FOR
                 SELECT DEPTNO,
                        DEPTNAME,
                        COALESCE(MGRNO, ' '),
                        ADMRDEPT,
                        DEPT_ACTV_IN
                 FROM DEPT
                 ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL
               DECLARE DEPT_SIZE_CSR CURSOR FOR
                 SELECT WORKDEPT,
                        COUNT(*),
                        SUM(COALESCE(SALARY, 0))
                 FROM EMP
                 WHERE WORKDEPT IS NOT NULL
                   AND (SEP_DT = ' ' OR SEP_DT > :WS-TODAY-DT)
                 GROUP BY WORKDEPT
           END-EXEC.

      /
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

            DISPLAY WS-DASHES.
            DISPLAY "COBORGRP REPORTING-LINE TREE AND SPAN OF CONTROL".
            DISPLAY WS-DASHES.

            ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.

            PERFORM 1000-LOAD-DEPARTMENTS.
            PERFORM 2000-LOAD-DIRECT-TOTALS.
            PERFORM 3000-LINK-PARENTS.
            PERFORM 3500-ROLL-UP-TOTALS.
            PERFORM 4000-PRINT-TREE.
            PERFORM 5000-PRINT-CYCLES.

            DISPLAY WS-DASHES.
            DISPLAY "DEPARTMENTS        = " WS-DEPT-CNT.
            DISPLAY "TOP DEPARTMENTS    = " WS-TOP-CNT.
            DISPLAY "IN ADMRDEPT CYCLES = " WS-CYCLE-CNT.
            DISPLAY "FLAGGED LINES      = " WS-FLAG-CNT.
            DISPLAY "EMPS IN UNKNOWN DEPT = " WS-NODEPT-HEADS.
            DISPLAY WS-DASHES.

            IF WS-FLAG-CNT > 0
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * 1000-LOAD-DEPARTMENTS - DEPT INTO THE TABLE, MANAGER CHECKED
      *-----------------------------------------------------------------
       1000-LOAD-DEPARTMENTS.

            EXEC SQL
                OPEN ORG_DEPT_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 1100-FETCH-NEXT-DEPT.
            PERFORM 1200-STORE-ONE-DEPT
                    UNTIL NO-MORE-DEPTS.

            EXEC SQL
                CLOSE ORG_DEPT_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 1100-FETCH-NEXT-DEPT
      *-----------------------------------------------------------------
       1100-FETCH-NEXT-DEPT.

            MOVE SPACES TO DEPT-DEPTNAME-TEXT.

            EXEC SQL
              FETCH ORG_DEPT_CSR
                INTO :DEPT-DEPTNO,
                     :DEPT-DEPTNAME,
                     :DEPT-MGRNO,
                     :DEPT-ADMRDEPT,
                     :DEPT-ACTV-IN
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-DEPTS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 1200-STORE-ONE-DEPT
      *-----------------------------------------------------------------
       1200-STORE-ONE-DEPT.

            IF WS-DEPT-CNT < 500
                 ADD 1 TO WS-DEPT-CNT
                 MOVE WS-DEPT-CNT TO WS-IX
                 MOVE DEPT-DEPTNO        TO WS-DT-DEPTNO(WS-IX)
                 MOVE DEPT-DEPTNAME-TEXT TO WS-DT-DEPTNAME(WS-IX)
                 MOVE DEPT-MGRNO         TO WS-DT-MGRNO(WS-IX)
                 MOVE DEPT-ADMRDEPT      TO WS-DT-ADMRDEPT(WS-IX)
                 MOVE DEPT-ACTV-IN       TO WS-DT-ACTV-IN(WS-IX)
                 MOVE SPACES             TO WS-DT-MGR-NAME(WS-IX)
                                            WS-DT-MGR-DEPT(WS-IX)
                                            WS-DT-MGR-CD(WS-IX)
                 MOVE "N"                TO WS-DT-ADMR-MISSING-SW(WS-IX)
                                            WS-DT-CYCLE-SW(WS-IX)
                                            WS-DT-PRINTED-SW(WS-IX)
                 MOVE 0                  TO WS-DT-PARENT-IX(WS-IX)
                                            WS-DT-HEADS(WS-IX)
                                            WS-DT-SALARY(WS-IX)
                                            WS-DT-ROLL-HEADS(WS-IX)
                                            WS-DT-ROLL-SALARY(WS-IX)
                 PERFORM 1300-CHECK-MANAGER
            ELSE
                 DISPLAY "DEPT TABLE FULL - " DEPT-DEPTNO
                         " NOT REPORTED"
            END-IF.

            PERFORM 1100-FETCH-NEXT-DEPT.

      *-----------------------------------------------------------------
      * 1300-CHECK-MANAGER - NAME FROM EMP; NO MANAGER, A MANAGER WHO
      * IS NOT ON EMP (OR HAS SEPARATED BY THE RUN DATE) AND ONE
      * WORKING IN ANOTHER DEPARTMENT ARE FLAGS
      *-----------------------------------------------------------------
       1300-CHECK-MANAGER.

            IF WS-DT-MGRNO(WS-IX) = SPACES
                 SET WS-DT-NO-MGR(WS-IX) TO TRUE
            ELSE
                 MOVE SPACES TO EMP-FIRSTNME-TEXT EMP-LASTNAME-TEXT
                 EXEC SQL
                   SELECT FIRSTNME,
                          MIDINIT,
                          LASTNAME,
                          COALESCE(WORKDEPT, ' '),
                          SEP_DT
                   INTO   :EMP-FIRSTNME,
                          :EMP-MIDINIT,
                          :EMP-LASTNAME,
                          :EMP-WORKDEPT,
                          :EMP-SEP-DT
                   FROM EMP
                   WHERE EMPNO = :DEPT-MGRNO
                 END-EXEC
                 IF SQLCODE = 0
                    AND EMP-SEP-DT NOT = SPACES
                    AND EMP-SEP-DT NOT > WS-TODAY-DT
                      MOVE +100 TO SQLCODE
                 END-IF
                 EVALUATE SQLCODE
                     WHEN 0
                          STRING EMP-FIRSTNME-TEXT DELIMITED BY SPACE
                                 " " EMP-MIDINIT " "
                                 DELIMITED BY SIZE
                                 EMP-LASTNAME-TEXT DELIMITED BY SPACE
                                 INTO WS-DT-MGR-NAME(WS-IX)
                          END-STRING
                          MOVE EMP-WORKDEPT TO WS-DT-MGR-DEPT(WS-IX)
                          IF EMP-WORKDEPT NOT = DEPT-DEPTNO
                               SET WS-DT-MGR-OUTSIDE(WS-IX) TO TRUE
                          END-IF
                     WHEN +100
                          SET WS-DT-MGR-NOT-EMP(WS-IX) TO TRUE
                     WHEN OTHER
                          PERFORM 9000-DBERROR THRU 9000-EXIT
                 END-EVALUATE
            END-IF.

      *-----------------------------------------------------------------
      * 2000-LOAD-DIRECT-TOTALS - EMP HEADCOUNT AND SALARY PER DEPT
      *-----------------------------------------------------------------
       2000-LOAD-DIRECT-TOTALS.

            EXEC SQL
                OPEN DEPT_SIZE_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 2100-FETCH-NEXT-GROUP.
            PERFORM 2200-POST-ONE-GROUP
                    UNTIL NO-MORE-GROUPS.

            EXEC SQL
                CLOSE DEPT_SIZE_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 2100-FETCH-NEXT-GROUP
      *-----------------------------------------------------------------
       2100-FETCH-NEXT-GROUP.

            EXEC SQL
              FETCH DEPT_SIZE_CSR
                INTO :WS-WORKDEPT,
                     :WS-GRP-HEADS,
                     :WS-GRP-SALARY
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-GROUPS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 2200-POST-ONE-GROUP
      *-----------------------------------------------------------------
       2200-POST-ONE-GROUP.

            MOVE 0 TO WS-HIT-IX.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-DEPT-CNT
                       OR WS-HIT-IX > 0
                 IF WS-DT-DEPTNO(WS-IX) = WS-WORKDEPT
                      MOVE WS-IX TO WS-HIT-IX
                 END-IF
            END-PERFORM.

            IF WS-HIT-IX > 0
                 MOVE WS-GRP-HEADS  TO WS-DT-HEADS(WS-HIT-IX)
                 MOVE WS-GRP-SALARY TO WS-DT-SALARY(WS-HIT-IX)
            ELSE
                 ADD WS-GRP-HEADS   TO WS-NODEPT-HEADS
            END-IF.

            PERFORM 2100-FETCH-NEXT-GROUP.

      *-----------------------------------------------------------------
      * 3000-LINK-PARENTS - ADMRDEPT TO A TABLE INDEX; A DEPARTMENT
      * THAT ADMINISTERS ITSELF, OR WHOSE ADMRDEPT IS NOT ON DEPT, IS
      * A TOP OF THE TREE (PARENT 0)
      *-----------------------------------------------------------------
       3000-LINK-PARENTS.

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-DEPT-CNT
                 IF WS-DT-ADMRDEPT(WS-IX) NOT = WS-DT-DEPTNO(WS-IX)
                      MOVE 0 TO WS-HIT-IX
                      PERFORM VARYING WS-JX FROM 1 BY 1
                              UNTIL WS-JX > WS-DEPT-CNT
                                 OR WS-HIT-IX > 0
                           IF WS-DT-DEPTNO(WS-JX) =
                              WS-DT-ADMRDEPT(WS-IX)
                                MOVE WS-JX TO WS-HIT-IX
                           END-IF
                      END-PERFORM
                      MOVE WS-HIT-IX TO WS-DT-PARENT-IX(WS-IX)
                      IF WS-HIT-IX = 0
                           SET WS-DT-ADMR-MISSING(WS-IX) TO TRUE
                      END-IF
                 END-IF
            END-PERFORM.

      *-----------------------------------------------------------------
      * 3500-ROLL-UP-TOTALS - EACH DEPARTMENT'S DIRECT TOTALS ARE
      * ADDED TO ITSELF AND EVERY DEPARTMENT ABOVE IT.  A CHAIN LONGER
      * THAN THE NUMBER OF DEPARTMENTS CAN ONLY BE A LOOP: THAT
      * DEPARTMENT NEVER REACHES A TOP AND IS MARKED AS IN A CYCLE.
      *-----------------------------------------------------------------
       3500-ROLL-UP-TOTALS.

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-DEPT-CNT
                 MOVE WS-IX TO WS-JX
                 MOVE 0     TO WS-STEPS
                 PERFORM UNTIL WS-JX = 0
                            OR WS-STEPS > WS-DEPT-CNT
                      ADD WS-DT-HEADS(WS-IX)
                                   TO WS-DT-ROLL-HEADS(WS-JX)
                      ADD WS-DT-SALARY(WS-IX)
                                   TO WS-DT-ROLL-SALARY(WS-JX)
                      MOVE WS-DT-PARENT-IX(WS-JX) TO WS-JX
                      ADD 1 TO WS-STEPS
                 END-PERFORM
                 IF WS-JX NOT = 0
                      SET WS-DT-IN-CYCLE(WS-IX) TO TRUE
                      ADD 1 TO WS-CYCLE-CNT
                 END-IF
            END-PERFORM.

      *-----------------------------------------------------------------
      * 4000-PRINT-TREE - DEPTH FIRST FROM EACH TOP DEPARTMENT, USING
      * A STACK OF (DEPARTMENT, LEVEL); CHILDREN ARE PUSHED IN REVERSE
      * DEPTNO ORDER SO THEY PRINT IN DEPTNO ORDER
      *-----------------------------------------------------------------
       4000-PRINT-TREE.

            DISPLAY "DEPARTMENT / MANAGER                     "
                    "  DIRECT HEADS     DIRECT SALARY"
                    "   TREE HEADS       TREE SALARY".
            DISPLAY WS-DASHES.

            MOVE 0 TO WS-STACK-CNT.
            PERFORM VARYING WS-IX FROM WS-DEPT-CNT BY -1
                    UNTIL WS-IX < 1
                 IF WS-DT-PARENT-IX(WS-IX) = 0
                      ADD 1 TO WS-TOP-CNT
                      ADD 1 TO WS-STACK-CNT
                      MOVE WS-IX TO WS-SK-IX(WS-STACK-CNT)
                      MOVE 0     TO WS-SK-LEVEL(WS-STACK-CNT)
                 END-IF
            END-PERFORM.

            PERFORM 4100-PRINT-NEXT-NODE
                    UNTIL WS-STACK-CNT = 0.

      *-----------------------------------------------------------------
      * 4100-PRINT-NEXT-NODE - POP ONE, PRINT IT, PUSH ITS CHILDREN
      *-----------------------------------------------------------------
       4100-PRINT-NEXT-NODE.

            MOVE WS-SK-IX(WS-STACK-CNT)    TO WS-HIT-IX.
            MOVE WS-SK-LEVEL(WS-STACK-CNT) TO WS-LEVEL.
            SUBTRACT 1 FROM WS-STACK-CNT.

            IF NOT WS-DT-PRINTED(WS-HIT-IX)
                 SET WS-DT-PRINTED(WS-HIT-IX) TO TRUE
                 PERFORM 4200-PRINT-DEPT-LINE
                 PERFORM VARYING WS-JX FROM WS-DEPT-CNT BY -1
                         UNTIL WS-JX < 1
                      IF WS-DT-PARENT-IX(WS-JX) = WS-HIT-IX
                         AND WS-STACK-CNT < 500
                           ADD 1 TO WS-STACK-CNT
                           MOVE WS-JX TO WS-SK-IX(WS-STACK-CNT)
                           COMPUTE WS-SK-LEVEL(WS-STACK-CNT) =
                                   WS-LEVEL + 1
                      END-IF
                 END-PERFORM
            END-IF.

      *-----------------------------------------------------------------
      * 4200-PRINT-DEPT-LINE - INDENTED DEPARTMENT LINE, MANAGER LINE
      * AND ANY FLAGS
      *-----------------------------------------------------------------
       4200-PRINT-DEPT-LINE.

            COMPUTE WS-INDENT = WS-LEVEL * 2.
            IF WS-INDENT > 20
                 MOVE 20 TO WS-INDENT
            END-IF.

            MOVE WS-DT-HEADS(WS-HIT-IX)       TO WS-HEADS-ED.
            MOVE WS-DT-SALARY(WS-HIT-IX)      TO WS-SAL-ED.
            MOVE WS-DT-ROLL-HEADS(WS-HIT-IX)  TO WS-ROLL-HEADS-ED.
            MOVE WS-DT-ROLL-SALARY(WS-HIT-IX) TO WS-ROLL-SAL-ED.

      * THE INDENTED NAME IS CUT SHORT RATHER THAN PUSH THE FIGURES
            MOVE SPACES TO WS-TREE-TX.
            COMPUTE WS-RPT-PTR = WS-INDENT + 1.
            IF WS-DT-ACTV-IN(WS-HIT-IX) = "N"
                 STRING WS-DT-DEPTNO(WS-HIT-IX) " (INACTIVE) "
                        WS-DT-DEPTNAME(WS-HIT-IX)
                        DELIMITED BY SIZE
                        INTO WS-TREE-TX WITH POINTER WS-RPT-PTR
                 END-STRING
            ELSE
                 STRING WS-DT-DEPTNO(WS-HIT-IX) " "
                        WS-DT-DEPTNAME(WS-HIT-IX)
                        DELIMITED BY SIZE
                        INTO WS-TREE-TX WITH POINTER WS-RPT-PTR
                 END-STRING
            END-IF.

            MOVE SPACES           TO WS-RPT-LINE.
            MOVE WS-TREE-TX       TO WS-RPT-LINE(1:48).
            MOVE WS-HEADS-ED      TO WS-RPT-LINE(50:7).
            MOVE WS-SAL-ED        TO WS-RPT-LINE(58:16).
            MOVE WS-ROLL-HEADS-ED TO WS-RPT-LINE(77:7).
            MOVE WS-ROLL-SAL-ED   TO WS-RPT-LINE(85:16).
            DISPLAY WS-RPT-LINE.

            MOVE SPACES TO WS-RPT-LINE.
            COMPUTE WS-RPT-PTR = WS-INDENT + 6.
            STRING "MGR " WS-DT-MGRNO(WS-HIT-IX) " "
                   WS-DT-MGR-NAME(WS-HIT-IX)
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
            END-STRING.
            DISPLAY WS-RPT-LINE.

            IF NOT WS-DT-MGR-OK(WS-HIT-IX)
               OR WS-DT-ADMR-MISSING(WS-HIT-IX)
                 ADD 1 TO WS-FLAG-CNT
            END-IF.

            EVALUATE TRUE
                WHEN WS-DT-NO-MGR(WS-HIT-IX)
                     DISPLAY "     *** NO MANAGER ASSIGNED"
                WHEN WS-DT-MGR-NOT-EMP(WS-HIT-IX)
                     DISPLAY "     *** MANAGER " WS-DT-MGRNO(WS-HIT-IX)
                             " IS NOT AN EMPLOYEE"
                WHEN WS-DT-MGR-OUTSIDE(WS-HIT-IX)
                     DISPLAY "     *** MANAGER WORKS IN DEPT "
                             WS-DT-MGR-DEPT(WS-HIT-IX)
                             ", OUTSIDE THIS DEPARTMENT"
            END-EVALUATE.

            IF WS-DT-ADMR-MISSING(WS-HIT-IX)
                 DISPLAY "     *** ADMRDEPT " WS-DT-ADMRDEPT(WS-HIT-IX)
                         " IS NOT ON DEPT"
            END-IF.

      *-----------------------------------------------------------------
      * 5000-PRINT-CYCLES - DEPARTMENTS THE TREE NEVER REACHED
      *-----------------------------------------------------------------
       5000-PRINT-CYCLES.

            IF WS-CYCLE-CNT > 0
                 DISPLAY WS-DASHES
                 DISPLAY "*** ADMRDEPT CYCLES - NOT UNDER ANY TOP DEPT"
                 PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > WS-DEPT-CNT
                      IF WS-DT-IN-CYCLE(WS-IX)
                           ADD 1 TO WS-FLAG-CNT
                           MOVE WS-DT-HEADS(WS-IX)  TO WS-HEADS-ED
                           MOVE WS-DT-SALARY(WS-IX) TO WS-SAL-ED
                           DISPLAY "  " WS-DT-DEPTNO(WS-IX)
                                   " ADMRDEPT " WS-DT-ADMRDEPT(WS-IX)
                                   " MGR " WS-DT-MGRNO(WS-IX)
                                   " HEADS " WS-HEADS-ED
                                   " SALARY " WS-SAL-ED
                      END-IF
                 END-PERFORM
            END-IF.

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
