      *                    THE INPUT FILE IS ASSUMED SORTED BY
      *                    DEPARTMENT WITHIN EACH SUBSIDIARY SO THE
      *                    CONTROL BREAK BELOW PRODUCES ONE ROLLUP LINE
      *                    PER DEPARTMENT GROUP.  EMPLOYEES COBEMPDP
      *                    REPORTS AS SEPARATED ARE LEFT OUT OF THE
      *                    ROLLUP AND COUNTED ON THE SUMMARY.
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *    -----------  ----  ------------------------------------------
      *    AUG 2026     CS    INITIAL VERSION.  DEPARTMENT ROLLUP ACROSS
      *                       EMPLOYEE LOOKUPS CALLED FROM COBEMPDP.
      *    OCT 2026     CS    SEPARATED EMPLOYEES EXCLUDED.
      *    OCT 2026     CS    COBEMPDP NAME PARAMETER IS NOW 32 BYTES.
      *-----------------------------------------------------------------

       EJECT
       01  WS-GRAND-EMP-CNT                PIC 9(5)      VALUE 0.
       01  WS-GRAND-SAL-TOT                PIC S9(9)V9(2) COMP-3
                                                       VALUE 0.
       01  WS-SEPARATED-CNT                PIC 9(5)      VALUE 0.

       01  WS-DASHES                       PIC X(40) VALUE ALL "=".

      *-----------------------------------------------------------------
       01  CASTMEMPI                       PIC X(6).
       01  CASTMDEPO                       PIC X(4).
       01  CASTMNAMEO                      PIC X(32).
       01  CASTMJOB                        PIC X(8).
       01  CASTMBDATEO                     PIC X(8).
       01  CASTMHDATEO                     PIC X(8).
                                  CASTMPHONEO, CASTMEDLVLO, CASTMSEXO,
                                  CASTMSALO, CASTMBONO, CASTMCOMO.

            IF ADD-REC-FLAG = "S"
                ADD 1 TO WS-SEPARATED-CNT
                DISPLAY "SUBID=" EL-SUBID
                        " EMPNO=" EL-EMPNO
                        " SEPARATED - NOT REPORTED"
                GO TO 2200-NEXT
            END-IF.

            PERFORM 2300-CHECK-DEPT-BREAK.

            DISPLAY "SUBID=" EL-SUBID
            ADD CASTMSALO TO WS-DEPT-SAL-TOT.
            ADD CASTMSALO TO WS-GRAND-SAL-TOT.

       2200-NEXT.
            PERFORM 2100-READ-NEXT-EMPLOAD.
       2200-EXIT.
            EXIT.
            DISPLAY WS-DASHES.
            DISPLAY "TOTAL EMPLOYEES REPORTED : " WS-GRAND-EMP-CNT.
            DISPLAY "TOTAL SALARY REPORTED    : " WS-GRAND-SAL-TOT.
            DISPLAY "SEPARATED, NOT REPORTED  : " WS-SEPARATED-CNT.
            DISPLAY WS-DASHES.

      *-----------------------------------------------------------------
