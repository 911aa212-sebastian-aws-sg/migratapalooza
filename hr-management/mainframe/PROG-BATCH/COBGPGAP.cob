      *-----------------------------------------------------------------
      *    COBGPGAP - ANNUAL GENDER PAY-GAP REPORT
      *
      *    FUNCTIONALITY - PRODUCES THE STATUTORY PAY-GAP FIGURES THAT
      *                    WERE BUILT BY HAND, AS OF A SNAPSHOT DATE,
      *                    FOR THE WHOLE COMPANY OR ONE SUBSIDIARY:
      *
      *                    - MEAN AND MEDIAN HOURLY-EQUIVALENT PAY GAP
      *                    - MEAN AND MEDIAN BONUS GAP
      *                    - PROPORTION OF MEN AND WOMEN RECEIVING A
      *                      BONUS
      *                    - PROPORTION OF MEN AND WOMEN IN EACH PAY
      *                      QUARTILE (LOWER TO UPPER)
      *
      *                    FOLLOWED BY THE SAME GAPS BROKEN DOWN BY JOB
      *                    AND BY EDLEVEL FOR INTERNAL ANALYSIS ONLY.
      *
      *                    POPULATION - EVERY EMPLOYEE HIRED ON OR
      *                    BEFORE THE SNAPSHOT DATE AND NOT SEPARATED
      *                    BY IT, WITH A NON-ZERO SALARY.  SALARY, JOB
      *                    AND SUBSIDIARY ARE THE ASSIGNMENT IN FORCE
      *                    ON THE DATE, RECONSTRUCTED FROM THE EMPHIST
      *                    TRAIL AS COBHDCNT DOES; EDLEVEL, SEX, BONUS
      *                    AND COMM ARE TAKEN FROM EMP.
      *
      *                    HOURLY PAY  = SALARY / ANNUAL HOURS.
      *                    BONUS PAY   = BONUS + COMM.
      *                    GAP PERCENT = (MEN - WOMEN) / MEN * 100, SO
      *                    A POSITIVE GAP MEANS WOMEN ARE PAID LESS.
      *                    BONUS GAPS ARE OVER BONUS RECIPIENTS ONLY.
      *                    EMPLOYEES WITH NO SEX RECORDED ARE COUNTED
      *                    BUT LEFT OUT OF THE GAP FIGURES.
      *
      *                    ANY GROUP WITH FEWER MEN OR FEWER WOMEN THAN
      *                    THE MINIMUM GROUP SIZE IS SUPPRESSED.
      *
      *                    SYSIN CARDS: 1) SNAPSHOT DATE YYYYMMDD
      *                                    (DEFAULT TODAY)
      *                                 2) SUBSIDIARY ID (4), BLANK
      *                                    FOR THE WHOLE COMPANY
      *                                 3) ANNUAL HOURS (4 DIGITS,
      *                                    DEFAULT 1950)
      *                                 4) MINIMUM GROUP SIZE PER SEX
      *                                    (3 DIGITS, DEFAULT 010)
      *
      *                    RC 4 WHEN THE POPULATION IS EMPTY OR A
      *                    BREAKDOWN HAD MORE KEYS THAN THE TABLE HOLDS.
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBGPGAP.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

      *-----------------------------------------------------------------
      *    M O D I F I C A T I O N   H I S T O R Y
      *
      *    DATE         INIT  DESCRIPTION
      *    -----------  ----  ------------------------------------------
      *    OCT 2026     CS    INITIAL VERSION.  STATUTORY PAY AND BONUS
      *                       GAPS, QUARTILES, JOB/EDLEVEL BREAKDOWN.
      *-----------------------------------------------------------------

       EJECT
       ENVIRONMENT DIVISION.

       DATA DIVISION.
      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-ASOF-DT                      PIC X(8) VALUE SPACES.
       01  WS-SEL-SUBID                    PIC X(4) VALUE SPACES.
       01  WS-HOURS-X                      PIC X(4) VALUE SPACES.
       01  WS-ANNUAL-HOURS                 PIC S9(4) COMP-3 VALUE 1950.
       01  WS-MIN-GROUP-X                  PIC X(3) VALUE SPACES.
       01  WS-MIN-GROUP                    PIC S9(3) COMP-3 VALUE 10.

      *    ONE ROW OF GAP_PAY_CSR
       01  WS-GP-MEASURE                   PIC X(1).
           88  GP-PAY-ROW                      VALUE "H".
           88  GP-BONUS-ROW                    VALUE "B".
       01  WS-GP-SEX                       PIC X(1).
       01  WS-GP-JOB                       PIC X(8).
       01  WS-GP-EDLEVEL                   PIC X(8).
       01  WS-GP-AMT                       PIC S9(8)V9(2) COMP-3.
       01  WS-GP-BONUS-PAY                 PIC S9(8)V9(2) COMP-3.

      *    THE POPULATION, ONCE ORDERED BY HOURLY PAY AND ONCE (BONUS
      *    RECIPIENTS ONLY) BY BONUS PAY.  BECAUSE EACH TABLE IS IN
      *    AMOUNT ORDER, ANY SUBSET OF IT (ONE SEX, ONE JOB ...) IS
      *    TOO, SO MEDIANS AND QUARTILES ARE PICKED BY POSITION.
       01  WS-TABLE-MAX                    PIC S9(8) COMP VALUE 20000.
       01  WS-PAY-CNT                      PIC S9(8) COMP VALUE 0.
       01  WS-BON-CNT                      PIC S9(8) COMP VALUE 0.
       01  WS-PAY-TABLE.
           05 WS-PT-ENTRY OCCURS 20000 TIMES.
              10 WS-PT-SEX                 PIC X(1).
              10 WS-PT-JOB                 PIC X(8).
              10 WS-PT-EDLEVEL             PIC X(8).
              10 WS-PT-AMT                 PIC S9(8)V9(4) COMP-3.
              10 WS-PT-BONUS-SW            PIC X(1).
       01  WS-BON-TABLE.
           05 WS-BT-ENTRY OCCURS 20000 TIMES.
              10 WS-BT-SEX                 PIC X(1).
              10 WS-BT-JOB                 PIC X(8).
              10 WS-BT-EDLEVEL             PIC X(8).
              10 WS-BT-AMT                 PIC S9(8)V9(4) COMP-3.
              10 WS-BT-BONUS-SW            PIC X(1).

      *    THE ENTRY BEING LOOKED AT, FROM EITHER TABLE
       01  WS-CUR-ENTRY.
           05 WS-CE-SEX                    PIC X(1).
           05 WS-CE-JOB                    PIC X(8).
           05 WS-CE-EDLEVEL                PIC X(8).
           05 WS-CE-AMT                    PIC S9(8)V9(4) COMP-3.
           05 WS-CE-BONUS-SW               PIC X(1).
              88 CE-GOT-BONUS                  VALUE "Y".

      *    GROUP BEING MEASURED
       01  WS-GRP-TYPE                     PIC X(1) VALUE SPACES.
           88  GRP-ALL                         VALUE "A".
           88  GRP-JOB                         VALUE "J".
           88  GRP-EDLEVEL                     VALUE "E".
       01  WS-GRP-KEY                      PIC X(8) VALUE SPACES.

      *    GROUP STATISTICS, SUBSCRIPT 1 = MEN, 2 = WOMEN
       01  WS-SX                           PIC S9(4) COMP VALUE 0.
       01  WS-GRP-STATS.
           05 WS-GS-SEX OCCURS 2 TIMES.
              10 WS-GS-HEADS               PIC S9(8) COMP.
              10 WS-GS-PAY-SUM             PIC S9(13)V9(4) COMP-3.
              10 WS-GS-PAY-LO              PIC S9(8) COMP.
              10 WS-GS-PAY-HI              PIC S9(8) COMP.
              10 WS-GS-PAY-POS             PIC S9(8) COMP.
              10 WS-GS-PAY-MED2            PIC S9(9)V9(4) COMP-3.
              10 WS-GS-BON-CNT             PIC S9(8) COMP.
              10 WS-GS-BON-SUM             PIC S9(13)V9(4) COMP-3.
              10 WS-GS-BON-LO              PIC S9(8) COMP.
              10 WS-GS-BON-HI              PIC S9(8) COMP.
              10 WS-GS-BON-POS             PIC S9(8) COMP.
              10 WS-GS-BON-MED2            PIC S9(9)V9(4) COMP-3.
              10 WS-GS-MEAN                PIC S9(9)V9(4) COMP-3.
              10 WS-GS-MEDIAN              PIC S9(9)V9(4) COMP-3.
              10 WS-GS-BON-MEAN            PIC S9(9)V9(4) COMP-3.
              10 WS-GS-BON-MEDIAN          PIC S9(9)V9(4) COMP-3.
              10 WS-GS-BON-PCT             PIC S9(3)V9(2) COMP-3.
       01  WS-GS-UNKNOWN                   PIC S9(8) COMP VALUE 0.
       01  WS-IN-GROUP-SW                  PIC X(1) VALUE "N".
           88  IN-GROUP                        VALUE "Y".

       01  WS-MEAN-GAP                     PIC S9(5)V9(2) COMP-3.
       01  WS-MEDIAN-GAP                   PIC S9(5)V9(2) COMP-3.
       01  WS-BON-MEAN-GAP                 PIC S9(5)V9(2) COMP-3.
       01  WS-BON-MEDIAN-GAP               PIC S9(5)V9(2) COMP-3.
       01  WS-PAY-SUPPRESS-SW              PIC X(1) VALUE "N".
           88  PAY-SUPPRESSED                  VALUE "Y".
       01  WS-BON-SUPPRESS-SW              PIC X(1) VALUE "N".
           88  BON-SUPPRESSED                  VALUE "Y".

      *    PAY QUARTILES, OVERALL GROUP ONLY
       01  WS-Q-TOTAL                      PIC S9(8) COMP VALUE 0.
       01  WS-Q-POS                        PIC S9(8) COMP VALUE 0.
       01  WS-QX                           PIC S9(4) COMP VALUE 0.
       01  WS-QUARTILES.
           05 WS-QT-ENTRY OCCURS 4 TIMES.
              10 WS-QT-HEADS               PIC S9(8) COMP.
              10 WS-QT-SEX-HEADS           PIC S9(8) COMP
                                                    OCCURS 2 TIMES.
       01  WS-Q-NAMES.
           05 FILLER                       PIC X(12) VALUE
                                                    "LOWER".
           05 FILLER                       PIC X(12) VALUE
                                                    "LOWER MIDDLE".
           05 FILLER                       PIC X(12) VALUE
                                                    "UPPER MIDDLE".
           05 FILLER                       PIC X(12) VALUE
                                                    "UPPER".
       01  WS-Q-NAMES-RED REDEFINES WS-Q-NAMES.
           05 WS-Q-NAME                    PIC X(12) OCCURS 4 TIMES.
       01  WS-Q-PCT                        PIC S9(3)V9(2) COMP-3.

      *    DISTINCT JOB / EDLEVEL VALUES FOR THE BREAKDOWNS
       01  WS-KEY-MAX                      PIC S9(4) COMP VALUE 500.
       01  WS-KEY-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-KEY-TABLE.
           05 WS-KT-KEY                    PIC X(8) OCCURS 500 TIMES.
       01  WS-KEY-HIT                      PIC S9(4) COMP VALUE 0.
       01  WS-KEY-OVERFLOW                 PIC S9(8) COMP VALUE 0.

       01  WS-IX                           PIC S9(8) COMP VALUE 0.
       01  WS-KX                           PIC S9(4) COMP VALUE 0.

       01  WS-GROUPS-SHOWN                 PIC 9(5) VALUE 0.
       01  WS-GROUPS-SUPPRESSED            PIC 9(5) VALUE 0.

       01  WS-CNT-ED                       PIC Z(7)9.
       01  WS-PCT-ED                       PIC -ZZ9.99.
       01  WS-PCT-ED2                      PIC -ZZ9.99.
       01  WS-AMT-ED                       PIC -(7)9.99.
       01  WS-AMT-ED2                      PIC -(7)9.99.

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  NO-MORE-ROWS                    VALUE "Y".

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

      *-----------------------------------------------------------------
      * THE SNAPSHOT POPULATION.  SALARY AND JOB ARE THE LATEST
      * COMPLETED TRANSFER'S NEW VALUES ON OR BEFORE THE DATE, ELSE
      * THE EARLIEST (LATER) TRANSFER'S OLD VALUES, ELSE EMP.  "H"
      * ROWS COME BACK IN SALARY ORDER, THEN "B" ROWS FOR BONUS
      * RECIPIENTS IN BONUS ORDER.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE GAP_PAY_CSR CURSOR FOR
                 WITH POP (SEX, JOB, EDLEVEL, SALARY, BONUS_PAY,
                           SUBID) AS
                 (SELECT COALESCE(E.SEX, ' '),
                         COALESCE(
                           (SELECT H.NEW_JOB
                              FROM EMPHIST H
                             WHERE H.EMPNO        = E.EMPNO
                               AND H.XFER_STAT_CD = 'C'
                               AND H.EFFV_DT     <= :WS-ASOF-DT
                             ORDER BY H.EFFV_DT DESC, H.XFER_TS DESC
                             FETCH FIRST 1 ROW ONLY),
                           (SELECT H.OLD_JOB
                              FROM EMPHIST H
                             WHERE H.EMPNO        = E.EMPNO
                               AND H.XFER_STAT_CD = 'C'
                             ORDER BY H.EFFV_DT, H.XFER_TS
                             FETCH FIRST 1 ROW ONLY),
                           E.JOB, ' '),
                         COALESCE(E.EDLEVEL, ' '),
                         COALESCE(
                           (SELECT H.NEW_SALARY
                              FROM EMPHIST H
                             WHERE H.EMPNO        = E.EMPNO
                               AND H.XFER_STAT_CD = 'C'
                               AND H.EFFV_DT     <= :WS-ASOF-DT
                             ORDER BY H.EFFV_DT DESC, H.XFER_TS DESC
                             FETCH FIRST 1 ROW ONLY),
                           (SELECT H.OLD_SALARY
                              FROM EMPHIST H
                             WHERE H.EMPNO        = E.EMPNO
                               AND H.XFER_STAT_CD = 'C'
                             ORDER BY H.EFFV_DT, H.XFER_TS
                             FETCH FIRST 1 ROW ONLY),
                           E.SALARY, 0),
                         COALESCE(E.BONUS, 0) + COALESCE(E.COMM, 0),
                         COALESCE(
                           (SELECT H.NEW_SUBID
                              FROM EMPHIST H
                             WHERE H.EMPNO        = E.EMPNO
                               AND H.XFER_STAT_CD = 'C'
                               AND H.NEW_SUBID   <> ' '
                               AND H.EFFV_DT     <= :WS-ASOF-DT
                             ORDER BY H.EFFV_DT DESC, H.XFER_TS DESC
                             FETCH FIRST 1 ROW ONLY), ' ')
                    FROM EMP E
                   WHERE E.HIREDATE <= :WS-ASOF-DT
                     AND (E.SEP_DT   = ' '
                          OR E.SEP_DT > :WS-ASOF-DT))
                 SELECT 'H', SEX, JOB, EDLEVEL, SALARY, BONUS_PAY
                   FROM POP
                  WHERE SALARY > 0
                    AND (:WS-SEL-SUBID = ' '
                         OR SUBID = :WS-SEL-SUBID)
                 UNION ALL
                 SELECT 'B', SEX, JOB, EDLEVEL, BONUS_PAY, BONUS_PAY
                   FROM POP
                  WHERE SALARY    > 0
                    AND BONUS_PAY > 0
                    AND (:WS-SEL-SUBID = ' '
                         OR SUBID = :WS-SEL-SUBID)
                 ORDER BY 1, 5
           END-EXEC.

      /
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

            PERFORM 1000-INITIALIZE.

            PERFORM 2000-LOAD-POPULATION.

            IF WS-PAY-CNT = 0
                 DISPLAY "NO EMPLOYEES IN THE SNAPSHOT POPULATION"
                 DISPLAY WS-DASHES
                 MOVE 4 TO RETURN-CODE
                 GOBACK
            END-IF.

            PERFORM 3000-PUBLISHED-FIGURES THRU 3000-EXIT.

            DISPLAY " ".
            DISPLAY WS-DASHES.
            DISPLAY "INTERNAL ANALYSIS - NOT FOR PUBLICATION".
            DISPLAY WS-DASHES.

            SET GRP-JOB TO TRUE.
            PERFORM 5000-BREAKDOWN.

            SET GRP-EDLEVEL TO TRUE.
            PERFORM 5000-BREAKDOWN.

            DISPLAY " ".
            DISPLAY WS-DASHES.
            DISPLAY "EMPLOYEES IN SNAPSHOT  = " WS-PAY-CNT.
            DISPLAY "BONUS RECIPIENTS       = " WS-BON-CNT.
            DISPLAY "BREAKDOWN GROUPS SHOWN = " WS-GROUPS-SHOWN.
            DISPLAY "GROUPS SUPPRESSED      = " WS-GROUPS-SUPPRESSED.
            DISPLAY WS-DASHES.

            IF WS-KEY-OVERFLOW > 0
                 DISPLAY "BREAKDOWN KEYS OVER " WS-KEY-MAX
                         " NOT REPORTED = " WS-KEY-OVERFLOW
                 MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - SYSIN CARDS AND RUN HEADING
      *-----------------------------------------------------------------
       1000-INITIALIZE.

            ACCEPT WS-ASOF-DT     FROM SYSIN.
            ACCEPT WS-SEL-SUBID   FROM SYSIN.
            ACCEPT WS-HOURS-X     FROM SYSIN.
            ACCEPT WS-MIN-GROUP-X FROM SYSIN.

            IF WS-ASOF-DT = SPACES OR WS-ASOF-DT IS NOT NUMERIC
                 ACCEPT WS-ASOF-DT FROM DATE YYYYMMDD
            END-IF.

            IF WS-HOURS-X IS NUMERIC AND WS-HOURS-X NOT = "0000"
                 MOVE WS-HOURS-X TO WS-ANNUAL-HOURS
            END-IF.

            IF WS-MIN-GROUP-X IS NUMERIC AND WS-MIN-GROUP-X NOT = "000"
                 MOVE WS-MIN-GROUP-X TO WS-MIN-GROUP
            END-IF.

            DISPLAY WS-DASHES.
            DISPLAY "COBGPGAP GENDER PAY-GAP REPORT".
            DISPLAY "SNAPSHOT DATE      = " WS-ASOF-DT.
            IF WS-SEL-SUBID = SPACES
                 DISPLAY "SUBSIDIARY         = ALL"
            ELSE
                 DISPLAY "SUBSIDIARY         = " WS-SEL-SUBID
            END-IF.
            DISPLAY "ANNUAL HOURS       = " WS-ANNUAL-HOURS.
            DISPLAY "MINIMUM GROUP SIZE = " WS-MIN-GROUP.
            DISPLAY WS-DASHES.

      *-----------------------------------------------------------------
      * 2000-LOAD-POPULATION - FILL THE PAY AND BONUS TABLES
      *-----------------------------------------------------------------
       2000-LOAD-POPULATION.

            MOVE "N" TO WS-EOF-SW.

            EXEC SQL
                OPEN GAP_PAY_CSR
            END-EXEC.

            IF SQLCODE NOT = 0
                 PERFORM 9000-DBERROR THRU 9000-EXIT
            END-IF.

            PERFORM 2100-FETCH-NEXT-ROW.
            PERFORM 2200-LOAD-ONE-ROW
                    UNTIL NO-MORE-ROWS.

            EXEC SQL
                CLOSE GAP_PAY_CSR
            END-EXEC.

      *-----------------------------------------------------------------
      * 2100-FETCH-NEXT-ROW
      *-----------------------------------------------------------------
       2100-FETCH-NEXT-ROW.

            EXEC SQL
              FETCH GAP_PAY_CSR
                INTO :WS-GP-MEASURE,
                     :WS-GP-SEX,
                     :WS-GP-JOB,
                     :WS-GP-EDLEVEL,
                     :WS-GP-AMT,
                     :WS-GP-BONUS-PAY
            END-EXEC.

            EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN +100
                     SET NO-MORE-ROWS TO TRUE
                WHEN OTHER
                     PERFORM 9000-DBERROR THRU 9000-EXIT
            END-EVALUATE.

      *-----------------------------------------------------------------
      * 2200-LOAD-ONE-ROW - A FULL TABLE WOULD GIVE WRONG MEDIANS, SO
      * THE RUN STOPS RATHER THAN REPORT ON PART OF THE POPULATION
      *-----------------------------------------------------------------
       2200-LOAD-ONE-ROW.

            MOVE WS-GP-SEX     TO WS-CE-SEX.
            MOVE WS-GP-JOB     TO WS-CE-JOB.
            MOVE WS-GP-EDLEVEL TO WS-CE-EDLEVEL.
            IF WS-GP-BONUS-PAY > 0
                 SET CE-GOT-BONUS TO TRUE
            ELSE
                 MOVE "N" TO WS-CE-BONUS-SW
            END-IF.

            IF GP-PAY-ROW
                 IF WS-PAY-CNT NOT < WS-TABLE-MAX
                      PERFORM 2900-TABLE-FULL
                 END-IF
                 COMPUTE WS-CE-AMT ROUNDED =
                         WS-GP-AMT / WS-ANNUAL-HOURS
                 ADD 1 TO WS-PAY-CNT
                 MOVE WS-CUR-ENTRY TO WS-PT-ENTRY(WS-PAY-CNT)
            ELSE
                 IF WS-BON-CNT NOT < WS-TABLE-MAX
                      PERFORM 2900-TABLE-FULL
                 END-IF
                 MOVE WS-GP-AMT TO WS-CE-AMT
                 ADD 1 TO WS-BON-CNT
                 MOVE WS-CUR-ENTRY TO WS-BT-ENTRY(WS-BON-CNT)
            END-IF.

            PERFORM 2100-FETCH-NEXT-ROW.

      *-----------------------------------------------------------------
      * 2900-TABLE-FULL
      *-----------------------------------------------------------------
       2900-TABLE-FULL.

            DISPLAY "POPULATION EXCEEDS " WS-TABLE-MAX
                    " EMPLOYEES - RUN STOPPED".
            EXEC SQL
                CLOSE GAP_PAY_CSR
            END-EXEC.
            MOVE 16 TO RETURN-CODE.
            GOBACK.

      *-----------------------------------------------------------------
      * 3000-PUBLISHED-FIGURES - THE WHOLE SNAPSHOT POPULATION
      *-----------------------------------------------------------------
       3000-PUBLISHED-FIGURES.

            SET GRP-ALL TO TRUE.
            MOVE SPACES TO WS-GRP-KEY.
            PERFORM 4000-GROUP-STATS.

            MOVE WS-GS-HEADS(1) TO WS-CNT-ED.
            DISPLAY "MEN                = " WS-CNT-ED.
            MOVE WS-GS-HEADS(2) TO WS-CNT-ED.
            DISPLAY "WOMEN              = " WS-CNT-ED.
            MOVE WS-GS-UNKNOWN  TO WS-CNT-ED.
            DISPLAY "SEX NOT RECORDED   = " WS-CNT-ED.
            DISPLAY WS-DASHES.

            IF PAY-SUPPRESSED
                 DISPLAY "PAY GAP FIGURES SUPPRESSED - FEWER THAN "
                         WS-MIN-GROUP " MEN OR WOMEN"
                 ADD 1 TO WS-GROUPS-SUPPRESSED
                 GO TO 3000-EXIT
            END-IF.

            MOVE WS-GS-MEAN(1)   TO WS-AMT-ED.
            MOVE WS-GS-MEAN(2)   TO WS-AMT-ED2.
            DISPLAY "MEAN HOURLY PAY    MEN " WS-AMT-ED
                    " WOMEN " WS-AMT-ED2.
            MOVE WS-GS-MEDIAN(1) TO WS-AMT-ED.
            MOVE WS-GS-MEDIAN(2) TO WS-AMT-ED2.
            DISPLAY "MEDIAN HOURLY PAY  MEN " WS-AMT-ED
                    " WOMEN " WS-AMT-ED2.
            MOVE WS-MEAN-GAP     TO WS-PCT-ED.
            DISPLAY "MEAN PAY GAP       = " WS-PCT-ED " %".
            MOVE WS-MEDIAN-GAP   TO WS-PCT-ED.
            DISPLAY "MEDIAN PAY GAP     = " WS-PCT-ED " %".
            DISPLAY WS-DASHES.

            MOVE WS-GS-BON-PCT(1) TO WS-PCT-ED.
            DISPLAY "MEN RECEIVING A BONUS   = " WS-PCT-ED " %".
            MOVE WS-GS-BON-PCT(2) TO WS-PCT-ED.
            DISPLAY "WOMEN RECEIVING A BONUS = " WS-PCT-ED " %".

            IF BON-SUPPRESSED
                 DISPLAY "BONUS GAP FIGURES SUPPRESSED - FEWER THAN "
                         WS-MIN-GROUP " MEN OR WOMEN RECEIVED ONE"
            ELSE
                 MOVE WS-BON-MEAN-GAP   TO WS-PCT-ED
                 DISPLAY "MEAN BONUS GAP          = " WS-PCT-ED " %"
                 MOVE WS-BON-MEDIAN-GAP TO WS-PCT-ED
                 DISPLAY "MEDIAN BONUS GAP        = " WS-PCT-ED " %"
            END-IF.
            DISPLAY WS-DASHES.

            PERFORM 3100-PAY-QUARTILES.

       3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-PAY-QUARTILES - SPLIT THE MEN AND WOMEN, IN HOURLY PAY
      * ORDER, INTO FOUR EQUAL BANDS AND SHOW THE MIX OF EACH
      *-----------------------------------------------------------------
       3100-PAY-QUARTILES.

            COMPUTE WS-Q-TOTAL = WS-GS-HEADS(1) + WS-GS-HEADS(2).
            MOVE 0 TO WS-Q-POS.
            INITIALIZE WS-QUARTILES.

            PERFORM 3110-PLACE-IN-QUARTILE
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-PAY-CNT.

            DISPLAY "PAY QUARTILE         MEN %    WOMEN %".
            PERFORM 3120-SHOW-ONE-QUARTILE
                    VARYING WS-QX FROM 1 BY 1
                    UNTIL WS-QX > 4.
            DISPLAY WS-DASHES.

       3110-PLACE-IN-QUARTILE.

            MOVE WS-PT-ENTRY(WS-IX) TO WS-CUR-ENTRY.
            PERFORM 4900-MATCH-ENTRY THRU 4900-EXIT.

            IF WS-SX > 0
                 ADD 1 TO WS-Q-POS
                 COMPUTE WS-QX = ((WS-Q-POS - 1) * 4) / WS-Q-TOTAL + 1
                 ADD 1 TO WS-QT-HEADS(WS-QX)
                 ADD 1 TO WS-QT-SEX-HEADS(WS-QX, WS-SX)
            END-IF.

       3120-SHOW-ONE-QUARTILE.

            MOVE 0 TO WS-Q-PCT.
            IF WS-QT-HEADS(WS-QX) > 0
                 COMPUTE WS-Q-PCT ROUNDED =
                         WS-QT-SEX-HEADS(WS-QX, 1) * 100
                         / WS-QT-HEADS(WS-QX)
            END-IF.
            MOVE WS-Q-PCT TO WS-PCT-ED.

            MOVE 0 TO WS-Q-PCT.
            IF WS-QT-HEADS(WS-QX) > 0
                 COMPUTE WS-Q-PCT ROUNDED =
                         WS-QT-SEX-HEADS(WS-QX, 2) * 100
                         / WS-QT-HEADS(WS-QX)
            END-IF.
            MOVE WS-Q-PCT TO WS-PCT-ED2.

            DISPLAY WS-Q-NAME(WS-QX) "      " WS-PCT-ED
                    "    " WS-PCT-ED2.

      *-----------------------------------------------------------------
      * 4000-GROUP-STATS - COUNTS, MEANS, MEDIANS AND GAPS FOR THE
      * GROUP IN WS-GRP-TYPE / WS-GRP-KEY
      *-----------------------------------------------------------------
       4000-GROUP-STATS.

            INITIALIZE WS-GRP-STATS.
            MOVE 0 TO WS-GS-UNKNOWN.

            PERFORM 4100-COUNT-PAY-ENTRY
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-PAY-CNT.
            PERFORM 4200-COUNT-BON-ENTRY
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-BON-CNT.

            PERFORM 4050-MEDIAN-POSITIONS
                    VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > 2.

            PERFORM 4300-MEDIAN-PAY-ENTRY
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-PAY-CNT.
            PERFORM 4400-MEDIAN-BON-ENTRY
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-BON-CNT.

            PERFORM 4500-COMPUTE-GAPS.

      *-----------------------------------------------------------------
      * 4050-MEDIAN-POSITIONS - THE SAME ENTRY TWICE WHEN THE COUNT IS
      * ODD, THE TWO MIDDLE ENTRIES WHEN IT IS EVEN
      *-----------------------------------------------------------------
       4050-MEDIAN-POSITIONS.

            COMPUTE WS-GS-PAY-LO(WS-SX) =
                    (WS-GS-HEADS(WS-SX) + 1) / 2.
            COMPUTE WS-GS-PAY-HI(WS-SX) =
                    WS-GS-HEADS(WS-SX) / 2 + 1.
            COMPUTE WS-GS-BON-LO(WS-SX) =
                    (WS-GS-BON-CNT(WS-SX) + 1) / 2.
            COMPUTE WS-GS-BON-HI(WS-SX) =
                    WS-GS-BON-CNT(WS-SX) / 2 + 1.

      *-----------------------------------------------------------------
      * 4100 / 4200 - HEADCOUNT, BONUS RECIPIENTS AND TOTALS BY SEX
      *-----------------------------------------------------------------
       4100-COUNT-PAY-ENTRY.

            MOVE WS-PT-ENTRY(WS-IX) TO WS-CUR-ENTRY.
            PERFORM 4900-MATCH-ENTRY THRU 4900-EXIT.

            IF WS-SX > 0
                 ADD 1         TO WS-GS-HEADS(WS-SX)
                 ADD WS-CE-AMT TO WS-GS-PAY-SUM(WS-SX)
            END-IF.

            IF WS-SX = 0 AND IN-GROUP
                 ADD 1         TO WS-GS-UNKNOWN
            END-IF.

       4200-COUNT-BON-ENTRY.

            MOVE WS-BT-ENTRY(WS-IX) TO WS-CUR-ENTRY.
            PERFORM 4900-MATCH-ENTRY THRU 4900-EXIT.

            IF WS-SX > 0
                 ADD 1         TO WS-GS-BON-CNT(WS-SX)
                 ADD WS-CE-AMT TO WS-GS-BON-SUM(WS-SX)
            END-IF.

      *-----------------------------------------------------------------
      * 4300 / 4400 - PICK UP THE MIDDLE VALUE(S) BY POSITION
      *-----------------------------------------------------------------
       4300-MEDIAN-PAY-ENTRY.

            MOVE WS-PT-ENTRY(WS-IX) TO WS-CUR-ENTRY.
            PERFORM 4900-MATCH-ENTRY THRU 4900-EXIT.

            IF WS-SX > 0
                 ADD 1 TO WS-GS-PAY-POS(WS-SX)
                 IF WS-GS-PAY-POS(WS-SX) = WS-GS-PAY-LO(WS-SX)
                      ADD WS-CE-AMT TO WS-GS-PAY-MED2(WS-SX)
                 END-IF
                 IF WS-GS-PAY-POS(WS-SX) = WS-GS-PAY-HI(WS-SX)
                      ADD WS-CE-AMT TO WS-GS-PAY-MED2(WS-SX)
                 END-IF
            END-IF.

       4400-MEDIAN-BON-ENTRY.

            MOVE WS-BT-ENTRY(WS-IX) TO WS-CUR-ENTRY.
            PERFORM 4900-MATCH-ENTRY THRU 4900-EXIT.

            IF WS-SX > 0
                 ADD 1 TO WS-GS-BON-POS(WS-SX)
                 IF WS-GS-BON-POS(WS-SX) = WS-GS-BON-LO(WS-SX)
                      ADD WS-CE-AMT TO WS-GS-BON-MED2(WS-SX)
                 END-IF
                 IF WS-GS-BON-POS(WS-SX) = WS-GS-BON-HI(WS-SX)
                      ADD WS-CE-AMT TO WS-GS-BON-MED2(WS-SX)
                 END-IF
            END-IF.

      *-----------------------------------------------------------------
      * 4500-COMPUTE-GAPS - MEANS, MEDIANS, GAP PERCENTAGES AND THE
      * SUPPRESSION DECISION
      *-----------------------------------------------------------------
       4500-COMPUTE-GAPS.

            PERFORM 4510-AVERAGES-FOR-SEX
                    VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > 2.

            MOVE 0 TO WS-MEAN-GAP WS-MEDIAN-GAP
                      WS-BON-MEAN-GAP WS-BON-MEDIAN-GAP.

            IF WS-GS-MEAN(1) > 0
                 COMPUTE WS-MEAN-GAP ROUNDED =
                         (WS-GS-MEAN(1) - WS-GS-MEAN(2)) * 100
                         / WS-GS-MEAN(1)
            END-IF.
            IF WS-GS-MEDIAN(1) > 0
                 COMPUTE WS-MEDIAN-GAP ROUNDED =
                         (WS-GS-MEDIAN(1) - WS-GS-MEDIAN(2)) * 100
                         / WS-GS-MEDIAN(1)
            END-IF.
            IF WS-GS-BON-MEAN(1) > 0
                 COMPUTE WS-BON-MEAN-GAP ROUNDED =
                         (WS-GS-BON-MEAN(1) - WS-GS-BON-MEAN(2)) * 100
                         / WS-GS-BON-MEAN(1)
            END-IF.
            IF WS-GS-BON-MEDIAN(1) > 0
                 COMPUTE WS-BON-MEDIAN-GAP ROUNDED =
                         (WS-GS-BON-MEDIAN(1) - WS-GS-BON-MEDIAN(2))
                         * 100 / WS-GS-BON-MEDIAN(1)
            END-IF.

            MOVE "N" TO WS-PAY-SUPPRESS-SW WS-BON-SUPPRESS-SW.
            IF WS-GS-HEADS(1) < WS-MIN-GROUP
               OR WS-GS-HEADS(2) < WS-MIN-GROUP
                 SET PAY-SUPPRESSED TO TRUE
            END-IF.
            IF WS-GS-BON-CNT(1) < WS-MIN-GROUP
               OR WS-GS-BON-CNT(2) < WS-MIN-GROUP
                 SET BON-SUPPRESSED TO TRUE
            END-IF.

      *-----------------------------------------------------------------
      * 4510-AVERAGES-FOR-SEX
      *-----------------------------------------------------------------
       4510-AVERAGES-FOR-SEX.

            IF WS-GS-HEADS(WS-SX) > 0
                 COMPUTE WS-GS-MEAN(WS-SX) ROUNDED =
                         WS-GS-PAY-SUM(WS-SX) / WS-GS-HEADS(WS-SX)
                 COMPUTE WS-GS-MEDIAN(WS-SX) ROUNDED =
                         WS-GS-PAY-MED2(WS-SX) / 2
                 COMPUTE WS-GS-BON-PCT(WS-SX) ROUNDED =
                         WS-GS-BON-CNT(WS-SX) * 100
                         / WS-GS-HEADS(WS-SX)
            END-IF.

            IF WS-GS-BON-CNT(WS-SX) > 0
                 COMPUTE WS-GS-BON-MEAN(WS-SX) ROUNDED =
                         WS-GS-BON-SUM(WS-SX) / WS-GS-BON-CNT(WS-SX)
                 COMPUTE WS-GS-BON-MEDIAN(WS-SX) ROUNDED =
                         WS-GS-BON-MED2(WS-SX) / 2
            END-IF.

      *-----------------------------------------------------------------
      * 4900-MATCH-ENTRY - WS-SX = 1 (MAN) OR 2 (WOMAN) WHEN
      * WS-CUR-ENTRY BELONGS TO THE GROUP, ELSE 0.  IN-GROUP IS SET
      * FOR A GROUP MEMBER WHATEVER THE SEX.
      *-----------------------------------------------------------------
       4900-MATCH-ENTRY.

            MOVE 0   TO WS-SX.
            MOVE "N" TO WS-IN-GROUP-SW.

            EVALUATE TRUE
                WHEN GRP-JOB
                     IF WS-CE-JOB NOT = WS-GRP-KEY
                          GO TO 4900-EXIT
                     END-IF
                WHEN GRP-EDLEVEL
                     IF WS-CE-EDLEVEL NOT = WS-GRP-KEY
                          GO TO 4900-EXIT
                     END-IF
            END-EVALUATE.

            SET IN-GROUP TO TRUE.

            EVALUATE WS-CE-SEX
                WHEN "M"
                     MOVE 1 TO WS-SX
                WHEN "F"
                     MOVE 2 TO WS-SX
            END-EVALUATE.

       4900-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-BREAKDOWN - ONE LINE PAIR PER DISTINCT JOB OR EDLEVEL
      *-----------------------------------------------------------------
       5000-BREAKDOWN.

            MOVE 0 TO WS-KEY-CNT.
            PERFORM 5100-COLLECT-KEY
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-PAY-CNT.

            DISPLAY " ".
            IF GRP-JOB
                 DISPLAY "BY JOB"
            ELSE
                 DISPLAY "BY EDLEVEL"
            END-IF.
            DISPLAY "KEY       MEN    WOMEN   MEAN GAP MEDIAN GAP".

            PERFORM 5200-ONE-BREAKDOWN-GROUP THRU 5200-EXIT
                    VARYING WS-KX FROM 1 BY 1
                    UNTIL WS-KX > WS-KEY-CNT.

      *-----------------------------------------------------------------
      * 5100-COLLECT-KEY - ADD THE ENTRY'S JOB / EDLEVEL IF NEW
      *-----------------------------------------------------------------
       5100-COLLECT-KEY.

            IF GRP-JOB
                 MOVE WS-PT-JOB(WS-IX)     TO WS-GRP-KEY
            ELSE
                 MOVE WS-PT-EDLEVEL(WS-IX) TO WS-GRP-KEY
            END-IF.

            MOVE 0 TO WS-KEY-HIT.
            PERFORM 5110-FIND-KEY
                    VARYING WS-KX FROM 1 BY 1
                    UNTIL WS-KX > WS-KEY-CNT
                       OR WS-KEY-HIT > 0.

            IF WS-KEY-HIT = 0
                 IF WS-KEY-CNT < WS-KEY-MAX
                      ADD 1 TO WS-KEY-CNT
                      MOVE WS-GRP-KEY TO WS-KT-KEY(WS-KEY-CNT)
                 ELSE
                      ADD 1 TO WS-KEY-OVERFLOW
                 END-IF
            END-IF.

       5110-FIND-KEY.

            IF WS-KT-KEY(WS-KX) = WS-GRP-KEY
                 MOVE WS-KX TO WS-KEY-HIT
            END-IF.

      *-----------------------------------------------------------------
      * 5200-ONE-BREAKDOWN-GROUP
      *-----------------------------------------------------------------
       5200-ONE-BREAKDOWN-GROUP.

            MOVE WS-KT-KEY(WS-KX) TO WS-GRP-KEY.
            PERFORM 4000-GROUP-STATS.

            IF PAY-SUPPRESSED
                 ADD 1 TO WS-GROUPS-SUPPRESSED
                 DISPLAY WS-GRP-KEY "  SUPPRESSED - FEWER THAN "
                         WS-MIN-GROUP " MEN OR WOMEN"
                 GO TO 5200-EXIT
            END-IF.

            ADD 1 TO WS-GROUPS-SHOWN.
            MOVE WS-MEAN-GAP   TO WS-PCT-ED.
            MOVE WS-MEDIAN-GAP TO WS-PCT-ED2.
            DISPLAY WS-GRP-KEY
                    " " WS-GS-HEADS(1)
                    " " WS-GS-HEADS(2)
                    "  " WS-PCT-ED " %"
                    "  " WS-PCT-ED2 " %".

            IF BON-SUPPRESSED
                 DISPLAY "          BONUS GAP SUPPRESSED"
            ELSE
                 MOVE WS-BON-MEAN-GAP   TO WS-PCT-ED
                 MOVE WS-BON-MEDIAN-GAP TO WS-PCT-ED2
                 DISPLAY "          BONUS GAP MEAN " WS-PCT-ED
                         " % MEDIAN " WS-PCT-ED2 " %"
            END-IF.

       5200-EXIT.
            EXIT.

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
