      *                      DATE, THE EARLIEST TRANSFER'S OLD VALUES
      *                    - ELSE THE CURRENT EMP ROW (NEVER MOVED)
      *
      *                    AN EMPLOYEE SEPARATED ON OR BEFORE THE
      *                    AS-OF DATE (EMP SEP_DT) IS NOT COUNTED.
      *
      *                    MODE S - SINGLE DATE: HEADCOUNT AND SALARY
      *                    TOTALS BY DEPARTMENT AND SUBSIDIARY AS OF
      *                    THE SYSIN DATE.
      *    -----------  ----  ------------------------------------------
      *    SEP 2026     CS    INITIAL VERSION.  AS-OF AND MONTH-END
      *                       TREND RECONSTRUCTION FROM EMPHIST.
      *    OCT 2026     CS    SEPARATED EMPLOYEES DROP OUT OF THE
      *                       HEADCOUNT FROM THEIR SEPARATION DATE.
      *-----------------------------------------------------------------

       EJECT
                        SALARY
                 FROM EMP
                 WHERE HIREDATE <= :WS-ASOF-DT
                   AND (SEP_DT   = ' '
                        OR SEP_DT > :WS-ASOF-DT)
                 ORDER BY EMPNO
           END-EXEC.

