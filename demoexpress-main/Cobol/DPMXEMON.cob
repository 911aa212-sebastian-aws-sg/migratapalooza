       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPMXEMON.
       AUTHOR.        COGNIZANT.
       DATE-WRITTEN.  OCTOBER 2026.
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
      *    NAME  DPMXEMON(R)
      *
      ******************************************************************
      **         P R O G R A M   D O C U M E N T A T I O N            **
      ******************************************************************
      *                                                                *
      * SYSTEM:    MCA XPRESS APPLICATION                              *
      * PROGRAM:   DPMXEMON                                            *
      *                                                                *
      * INTRA-DAY SP ERROR SPIKE MONITOR, SCHEDULED EVERY 15 MINUTES.  *
      * DPMXEELR ONLY ROLLS UP VDPM20_SP_ERROR_LOG THE NEXT MORNING;   *
      * THIS JOB COUNTS THE ERRORS DPMXELOG LOGGED IN THE LAST WINDOW  *
      * BY PROGRAM/SQLCODE AND RAISES A SERVICE-DESK INCIDENT FOR A    *
      * PROGRAM/SQLCODE THAT IS BOTH:                                  *
      *   - AT OR OVER ITS THRESHOLD - THE MOST SPECIFIC EMONTHRS CARD *
      *     (PROGRAM AND SQLCODE, THEN PROGRAM, THEN SQLCODE, THEN A   *
      *     CATCH-ALL CARD), ELSE THE MINIMUM-ERRORS PARAMETER, AND    *
      *   - OVER THE SPIKE FACTOR TIMES ITS ROLLING BASELINE - THE     *
      *     AVERAGE COUNT PER WINDOW OVER THE PRIOR BASELINE DAYS.     *
      * A PROGRAM THAT ALWAYS LOGS SOME NOISE THEREFORE ONLY RAISES A  *
      * TICKET WHEN IT GETS MARKEDLY WORSE THAN USUAL.                 *
      *                                                                *
      * EACH INCIDENT IS KEPT ON VDPM90_ERR_INCDT.  WHILE AN INCIDENT  *
      * FOR THE PROGRAM/SQLCODE IS OPEN A FURTHER SPIKE ONLY UPDATES   *
      * IT (LAST DETECTED, DETECTION COUNT, PEAK COUNT) AND NO NEW     *
      * TICKET IS WRITTEN.  AN OPEN INCIDENT NOT DETECTED FOR THE      *
      * QUIET PERIOD IS CLOSED AT THE START OF THE RUN, SO A LATER     *
      * RECURRENCE RAISES A FRESH TICKET.                              *
      *                                                                *
      * DD INCDTOUT IS THE SERVICE-DESK INTERFACE FILE: A HEADER       *
      * ('H'), ONE DETAIL ('D') PER NEW INCIDENT CARRYING THE          *
      * PROGRAM, THE PARAGRAPH AND ERROR TEXT OF THE LATEST ERROR IN   *
      * THE WINDOW, THE SQLCODE, COUNT, THRESHOLD AND BASELINE, AND A  *
      * TRAILER ('T') WITH THE DETAIL COUNT.  PRIORITY IS '2' AT       *
      * TWICE THE THRESHOLD OR MORE, OTHERWISE '3'.                    *
      *                                                                *
      * DD EMONTHRS THRESHOLD CARDS:                                   *
      *   COL 1-8   PROGRAM (BLANK OR '*' = ANY PROGRAM)               *
      *   COL 10-19 SQLCODE, SIGN LEADING (E.G. -000000911;            *
      *             BLANK = ANY SQLCODE)                               *
      *   COL 21-25 ERROR COUNT PER WINDOW THAT RAISES AN INCIDENT     *
      *                                                                *
      * SYSIN CARDS (REGISTRY VALUES FROM DPMXPREG TAKE PRECEDENCE):   *
      *   1) WINDOW_MIN      WINDOW IN MINUTES         (DEFAULT 15)    *
      *   2) MIN_ERR_CNT     DEFAULT THRESHOLD         (DEFAULT 10)    *
      *   3) BASELINE_DAYS   BASELINE LOOKBACK DAYS    (DEFAULT 7)     *
      *   4) SPIKE_FACTOR    TIMES BASELINE TO RAISE   (DEFAULT 3)     *
      *   5) CLOSE_QUIET_MIN QUIET MINUTES TO CLOSE    (DEFAULT 60)    *
      *                                                                *
      * RETURN CODE 4 WHEN A NEW INCIDENT WAS RAISED OR A THRESHOLD    *
      * CARD WAS REJECTED, SO THE SCHEDULER CAN ALSO FLAG THE RUN.     *
      *                                                                *
      ******************************************************************
      *                                                                *
      * TABLES:                                                        *
      * -------                                                        *
      * VDPM20_SP_ERROR_LOG   - STANDARDIZED SP ERROR LOG TABLE        *
      * VDPM90_ERR_INCDT      - ERROR-SPIKE INCIDENTS RAISED           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * INCLUDES:                                                      *
      * ---------                                                      *
      * SQLCA / DPM2001 / DPM9001                                      *
      *----------------------------------------------------------------*
      * CALLS:                                                         *
      * ------                                                         *
      * DPMXPARM - REGISTRY PARAMETERS                                 *
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMONTHRS         ASSIGN TO EMONTHRS
                                    ORGANIZATION IS SEQUENTIAL.
           SELECT INCDTOUT         ASSIGN TO INCDTOUT
                                    ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMONTHRS
           RECORDING MODE IS F.
       01  EMONTHRS-REC                     PIC X(80).
      *
       FD  INCDTOUT
           RECORDING MODE IS F.
       01  INCDTOUT-REC.
           05 IO-REC-TYPE                   PIC X(1).
           05 IO-SRC-SYS-CD                 PIC X(8).
           05 IO-INCDT-ID                   PIC 9(18).
           05 IO-PRTY-CD                    PIC X(1).
           05 IO-CTGRY-CD                   PIC X(8).
           05 IO-PRGM-ID                    PIC X(8).
           05 IO-PARAGRAPH-NM               PIC X(40).
           05 IO-SQLCODE-NB                 PIC S9(9)
                                            SIGN LEADING SEPARATE.
           05 IO-ERR-CNT                    PIC 9(9).
           05 IO-THRS-CNT                   PIC 9(9).
           05 IO-BASE-AVG                   PIC 9(7)V99.
           05 IO-WNDW-MIN                   PIC 9(4).
           05 IO-FRST-ERR-TS                PIC X(26).
           05 IO-LAST-ERR-TS                PIC X(26).
           05 IO-SHORT-DESC                 PIC X(80).
           05 IO-SAMPLE-ERR-TXT             PIC X(80).
           05 FILLER                        PIC X(13).
       01  INCDTOUT-HDR-REC.
           05 IH-REC-TYPE                   PIC X(1).
           05 IH-SRC-SYS-CD                 PIC X(8).
           05 IH-RUN-TS                     PIC X(26).
           05 IH-WNDW-MIN                   PIC 9(4).
           05 FILLER                        PIC X(311).
       01  INCDTOUT-TRL-REC.
           05 IT-REC-TYPE                   PIC X(1).
           05 IT-SRC-SYS-CD                 PIC X(8).
           05 IT-DETAIL-CNT                 PIC 9(9).
           05 IT-RUN-TS                     PIC X(26).
           05 FILLER                        PIC X(306).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SQLCODE                       PIC -ZZZ9.
       01  WS-PROGRAM                       PIC X(08) VALUE 'DPMXEMON'.
       01  WS-TS                            PIC X(26).
       01  WS-DASHES                        PIC X(70) VALUE ALL '='.
       01  WS-PARAGRAPH-NAME                PIC X(40).
       01  WS-SRC-SYS-CD                    PIC X(08) VALUE 'MCAXPRSS'.
      *
       01  WS-WNDW-MIN                      PIC 9(4)  VALUE 0.
       01  WS-MIN-ERR-CNT                   PIC 9(5)  VALUE 0.
       01  WS-BASE-DAYS                     PIC 9(3)  VALUE 0.
       01  WS-SPIKE-FACTOR                  PIC 9(2)  VALUE 0.
       01  WS-QUIET-MIN                     PIC 9(4)  VALUE 0.
       01  WS-RUN-TS                        PIC X(26).
       01  WS-WNDW-STRT-TS                  PIC X(26).
       01  WS-BASE-STRT-TS                  PIC X(26).
      *
       01  WS-THRS-CARD                     PIC X(80) VALUE SPACES.
       01  FILLER REDEFINES WS-THRS-CARD.
           05 WS-TC-PRGM-ID                 PIC X(08).
           05 FILLER                        PIC X(01).
           05 WS-TC-SQLCODE-X               PIC X(10).
           05 WS-TC-SQLCODE-NB REDEFINES WS-TC-SQLCODE-X
                                            PIC S9(9)
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(01).
           05 WS-TC-ERR-CNT                 PIC 9(05).
           05 FILLER                        PIC X(55).
      *
       01  WS-THRS-MAX                      PIC S9(4) COMP VALUE 200.
       01  WS-THRS-CNT                      PIC S9(4) COMP VALUE 0.
       01  WS-THRS-SUB                      PIC S9(4) COMP VALUE 0.
       01  WS-THRS-TABLE.
           05 WS-THRS-ENTRY OCCURS 200 TIMES.
              10 WS-THRS-PRGM-ID            PIC X(08).
              10 WS-THRS-ANY-SQLCODE-SW     PIC X(01).
                 88 WS-THRS-ANY-SQLCODE     VALUE 'Y'.
              10 WS-THRS-SQLCODE-NB         PIC S9(9) COMP.
              10 WS-THRS-ERR-CNT            PIC S9(9) COMP.
       01  WS-THRS-RANK                     PIC S9(4) COMP VALUE 0.
       01  WS-BEST-RANK                     PIC S9(4) COMP VALUE 0.
      *
       01  WS-GRP-PRGM-ID                   PIC X(08).
       01  WS-GRP-SQLCODE-NB                PIC S9(9) COMP.
       01  WS-GRP-ERR-CNT                   PIC S9(9) COMP.
       01  WS-GRP-FRST-TS                   PIC X(26).
       01  WS-GRP-LAST-TS                   PIC X(26).
       01  WS-GRP-THRS-CNT                  PIC S9(9) COMP.
       01  WS-BASE-CNT                      PIC S9(9) COMP.
       01  WS-BASE-AVG                      PIC S9(7)V99 COMP-3.
       01  WS-BASE-LIMIT                    PIC S9(9)V99 COMP-3.
       01  WS-INCDT-SEQ                     PIC S9(18)V USAGE COMP-3.
      *
       01  WS-GROUP-CNT                     PIC S9(9) COMP VALUE 0.
       01  WS-UNDER-THRS-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-IN-BASELINE-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-RAISED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-SUPPRESSED-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-CLOSED-CNT                    PIC S9(9) COMP VALUE 0.
       01  WS-CARD-REJECT-CNT               PIC S9(9) COMP VALUE 0.
      *
       01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NO-MORE-CARDS                 VALUE 'Y'.
       01  WS-GRP-EOF-SW                    PIC X(01) VALUE 'N'.
           88 NO-MORE-GROUPS                VALUE 'Y'.
      *
       01  WS-SQLCODE-ED                    PIC -ZZZZZZZZ9.
       01  WS-CNT-ED                        PIC ZZZZZZZZ9.
       01  WS-MIN-ED                        PIC ZZZ9.
      *
       01  WS-PARM-PROGRAM                  PIC X(08) VALUE 'DPMXPARM'.
       01  WS-PARM-PASS-AREA.
           05 WS-PARM-PRGM-ID               PIC X(08).
           05 WS-PARM-PARM-NM               PIC X(18).
           05 WS-PARM-RUN-ID                PIC X(08).
           05 WS-PARM-TYPE-CD               PIC X(01).
           05 WS-PARM-SYSIN-VALUE-NB        PIC S9(9) COMP-3.
           05 WS-PARM-SYSIN-VALUE-TX        PIC X(20).
           05 WS-PARM-VALUE-NB              PIC S9(9) COMP-3.
           05 WS-PARM-VALUE-TX              PIC X(20).
           05 WS-PARM-SRC-CD                PIC X(01).
           05 WS-PARM-RC                    PIC X(04).
           05 WS-PARM-MSG-TX                PIC X(80).
           05 WS-PARM-SQLCODE               PIC S9(9) COMP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM2001
           END-EXEC
      *
           EXEC SQL
              INCLUDE DPM9001
           END-EXEC
      *
       COPY  DB2000IA.
      *
           EXEC SQL
              DECLARE WNDW_ERR_CSR CURSOR FOR
                 SELECT PRGM_ID
                       ,SQLCODE_NB
                       ,COUNT(*)
                       ,CHAR(MIN(ROW_UPDT_TS))
                       ,CHAR(MAX(ROW_UPDT_TS))
                 FROM   VDPM20_SP_ERROR_LOG
                 WHERE  ROW_UPDT_TS >  :WS-WNDW-STRT-TS
                   AND  ROW_UPDT_TS <= :WS-RUN-TS
                 GROUP BY PRGM_ID, SQLCODE_NB
                 ORDER BY PRGM_ID, SQLCODE_NB
                 WITH UR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *----------*
       0000-MAIN.
      *----------*
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-THRESHOLDS
           PERFORM 2000-CLOSE-QUIET-INCIDENTS
           PERFORM 3000-SCAN-WINDOW
           PERFORM 8000-WRITE-TRAILER
           EXEC SQL
              COMMIT
           END-EXEC
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
           MOVE WS-TS                       TO WS-RUN-TS
           DISPLAY WS-DASHES
           DISPLAY 'DPMXEMON STARTED AT      :' WS-TS

           ACCEPT WS-WNDW-MIN               FROM SYSIN
           ACCEPT WS-MIN-ERR-CNT            FROM SYSIN
           ACCEPT WS-BASE-DAYS              FROM SYSIN
           ACCEPT WS-SPIKE-FACTOR           FROM SYSIN
           ACCEPT WS-QUIET-MIN              FROM SYSIN
           IF WS-WNDW-MIN = ZEROES
              MOVE 15                       TO WS-WNDW-MIN
           END-IF
           IF WS-MIN-ERR-CNT = ZEROES
              MOVE 10                       TO WS-MIN-ERR-CNT
           END-IF
           IF WS-BASE-DAYS = ZEROES
              MOVE 7                        TO WS-BASE-DAYS
           END-IF
           IF WS-SPIKE-FACTOR = ZEROES
              MOVE 3                        TO WS-SPIKE-FACTOR
           END-IF
           IF WS-QUIET-MIN = ZEROES
              MOVE 60                       TO WS-QUIET-MIN
           END-IF

      * APPROVED REGISTRY VALUES (DPMXPREG) TAKE PRECEDENCE; THE
      * SYSIN VALUES ABOVE ARE THE FALLBACK.
           MOVE 'WINDOW_MIN'                TO WS-PARM-PARM-NM
           MOVE WS-WNDW-MIN                 TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-WNDW-MIN

           MOVE 'MIN_ERR_CNT'               TO WS-PARM-PARM-NM
           MOVE WS-MIN-ERR-CNT              TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-MIN-ERR-CNT

           MOVE 'BASELINE_DAYS'             TO WS-PARM-PARM-NM
           MOVE WS-BASE-DAYS                TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-BASE-DAYS

           MOVE 'SPIKE_FACTOR'              TO WS-PARM-PARM-NM
           MOVE WS-SPIKE-FACTOR             TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-SPIKE-FACTOR

           MOVE 'CLOSE_QUIET_MIN'           TO WS-PARM-PARM-NM
           MOVE WS-QUIET-MIN                TO WS-PARM-SYSIN-VALUE-NB
           PERFORM 1060-GET-PARM
           MOVE WS-PARM-VALUE-NB            TO WS-QUIET-MIN

      * THE WINDOW MUST FIT INSIDE ONE DAY SO THE BASELINE PERIOD IS
      * NEVER EMPTY, AND AN INCIDENT MUST STAY QUIET FOR AT LEAST ONE
      * WHOLE WINDOW BEFORE IT IS CLOSED.
           IF WS-WNDW-MIN = ZEROES
            OR WS-WNDW-MIN > 1439
              DISPLAY 'WINDOW MINUTES ' WS-WNDW-MIN
                      ' OUT OF RANGE - 15 USED'
              MOVE 15                       TO WS-WNDW-MIN
           END-IF
           IF WS-BASE-DAYS = ZEROES
              MOVE 7                        TO WS-BASE-DAYS
           END-IF
           IF WS-QUIET-MIN < WS-WNDW-MIN
              MOVE WS-WNDW-MIN              TO WS-QUIET-MIN
           END-IF

           EXEC SQL
              SET :WS-WNDW-STRT-TS = TIMESTAMP(:WS-RUN-TS)
                                     - :WS-WNDW-MIN MINUTES
           END-EXEC
           EXEC SQL
              SET :WS-BASE-STRT-TS = TIMESTAMP(:WS-RUN-TS)
                                     - :WS-BASE-DAYS DAYS
           END-EXEC

           DISPLAY 'WINDOW (MINUTES)         :' WS-WNDW-MIN
           DISPLAY 'WINDOW START             :' WS-WNDW-STRT-TS
           DISPLAY 'DEFAULT THRESHOLD        :' WS-MIN-ERR-CNT
           DISPLAY 'BASELINE (DAYS)          :' WS-BASE-DAYS
           DISPLAY 'SPIKE FACTOR             :' WS-SPIKE-FACTOR
           DISPLAY 'QUIET MINUTES TO CLOSE   :' WS-QUIET-MIN
           DISPLAY WS-DASHES

           OPEN OUTPUT INCDTOUT
           MOVE SPACES                      TO INCDTOUT-HDR-REC
           MOVE 'H'                         TO IH-REC-TYPE
           MOVE WS-SRC-SYS-CD               TO IH-SRC-SYS-CD
           MOVE WS-RUN-TS                   TO IH-RUN-TS
           MOVE WS-WNDW-MIN                 TO IH-WNDW-MIN
           WRITE INCDTOUT-HDR-REC
           .
      *------------------------*
       1060-GET-PARM.
      *------------------------*
           MOVE WS-PROGRAM                  TO WS-PARM-PRGM-ID
           MOVE SPACES                      TO WS-PARM-RUN-ID
                                               WS-PARM-SYSIN-VALUE-TX
           MOVE 'N'                         TO WS-PARM-TYPE-CD
           CALL WS-PARM-PROGRAM USING WS-PARM-PASS-AREA
           IF WS-PARM-RC NOT = 'SP00'
              DISPLAY 'PARAMETER WARNING: ' WS-PARM-MSG-TX
           END-IF
           .
      *----------------------------------*
       1100-LOAD-THRESHOLDS.
      *----------------------------------*
           MOVE '1100-LOAD-THRESHOLDS'      TO WS-PARAGRAPH-NAME

           OPEN INPUT EMONTHRS
           PERFORM 1110-READ-NEXT-CARD
           PERFORM UNTIL NO-MORE-CARDS
              IF WS-THRS-CARD NOT = SPACES
                 PERFORM 1120-EDIT-CARD THRU 1120-EXIT
              END-IF
              PERFORM 1110-READ-NEXT-CARD
           END-PERFORM
           CLOSE EMONTHRS

           DISPLAY 'THRESHOLD CARDS LOADED   :' WS-THRS-CNT
           .
      *----------------------------------*
       1110-READ-NEXT-CARD.
      *----------------------------------*
           MOVE SPACES                      TO WS-THRS-CARD
           READ EMONTHRS INTO WS-THRS-CARD
              AT END
                 SET NO-MORE-CARDS          TO TRUE
           END-READ
           .
      *----------------------------------*
       1120-EDIT-CARD.
      *----------------------------------*
           IF WS-TC-ERR-CNT NOT NUMERIC
            OR WS-TC-ERR-CNT = ZEROES
            OR (WS-TC-SQLCODE-X NOT = SPACES
                AND WS-TC-SQLCODE-NB NOT NUMERIC)
              ADD 1                         TO WS-CARD-REJECT-CNT
              DISPLAY 'INVALID THRESHOLD CARD, SKIPPED: '
                      WS-THRS-CARD(1:25)
              GO TO 1120-EXIT
           END-IF

           IF WS-THRS-CNT NOT < WS-THRS-MAX
              ADD 1                         TO WS-CARD-REJECT-CNT
              DISPLAY 'THRESHOLD TABLE FULL, SKIPPED: '
                      WS-THRS-CARD(1:25)
              GO TO 1120-EXIT
           END-IF

           ADD 1                            TO WS-THRS-CNT
           IF WS-TC-PRGM-ID = '*'
              MOVE SPACES                   TO WS-THRS-PRGM-ID
                                               (WS-THRS-CNT)
           ELSE
              MOVE WS-TC-PRGM-ID            TO WS-THRS-PRGM-ID
                                               (WS-THRS-CNT)
           END-IF
           IF WS-TC-SQLCODE-X = SPACES
              MOVE 'Y'                      TO WS-THRS-ANY-SQLCODE-SW
                                               (WS-THRS-CNT)
              MOVE 0                        TO WS-THRS-SQLCODE-NB
                                               (WS-THRS-CNT)
           ELSE
              MOVE 'N'                      TO WS-THRS-ANY-SQLCODE-SW
                                               (WS-THRS-CNT)
              MOVE WS-TC-SQLCODE-NB         TO WS-THRS-SQLCODE-NB
                                               (WS-THRS-CNT)
           END-IF
           MOVE WS-TC-ERR-CNT               TO WS-THRS-ERR-CNT
                                               (WS-THRS-CNT)
           .
       1120-EXIT.
           EXIT.
      *----------------------------------*
       2000-CLOSE-QUIET-INCIDENTS.
      *----------------------------------*
           MOVE '2000-CLOSE-QUIET-INCIDENTS' TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM90_ERR_INCDT
                 SET INCDT_STAT_CD = 'C'
                    ,CLOSE_TS      = TIMESTAMP(:WS-RUN-TS)
                    ,ROW_UPDT_TS   = CURRENT TIMESTAMP
               WHERE INCDT_STAT_CD = 'O'
                 AND LAST_DTCT_TS  < TIMESTAMP(:WS-RUN-TS)
                                     - :WS-QUIET-MIN MINUTES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)            TO WS-CLOSED-CNT
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3000-SCAN-WINDOW.
      *----------------------------------*
           MOVE '3000-SCAN-WINDOW'          TO WS-PARAGRAPH-NAME

           EXEC SQL
              OPEN WNDW_ERR_CSR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           PERFORM 3100-FETCH-NEXT-GROUP
           PERFORM UNTIL NO-MORE-GROUPS
              PERFORM 3200-EVALUATE-GROUP THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-GROUP
           END-PERFORM

           EXEC SQL
              CLOSE WNDW_ERR_CSR
           END-EXEC
           .
      *----------------------------------*
       3100-FETCH-NEXT-GROUP.
      *----------------------------------*
           MOVE '3100-FETCH-NEXT-GROUP'     TO WS-PARAGRAPH-NAME

           EXEC SQL
              FETCH WNDW_ERR_CSR
                INTO :WS-GRP-PRGM-ID
                    ,:WS-GRP-SQLCODE-NB
                    ,:WS-GRP-ERR-CNT
                    ,:WS-GRP-FRST-TS
                    ,:WS-GRP-LAST-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO WS-GROUP-CNT
              WHEN +100
                 SET NO-MORE-GROUPS         TO TRUE
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
      *----------------------------------*
       3200-EVALUATE-GROUP.
      *----------------------------------*
           MOVE '3200-EVALUATE-GROUP'       TO WS-PARAGRAPH-NAME

           MOVE WS-GRP-SQLCODE-NB           TO WS-SQLCODE-ED
           MOVE WS-GRP-ERR-CNT              TO WS-CNT-ED

           PERFORM 3300-FIND-THRESHOLD
           IF WS-GRP-ERR-CNT < WS-GRP-THRS-CNT
              ADD 1                         TO WS-UNDER-THRS-CNT
              GO TO 3200-EXIT
           END-IF

           PERFORM 3400-GET-BASELINE
           IF WS-GRP-ERR-CNT NOT > WS-BASE-LIMIT
              ADD 1                         TO WS-IN-BASELINE-CNT
              DISPLAY 'WITHIN BASELINE  ' WS-GRP-PRGM-ID
                      ' SQLCODE ' WS-SQLCODE-ED
                      ' COUNT ' WS-CNT-ED
                      ' AVERAGE ' WS-BASE-AVG
              GO TO 3200-EXIT
           END-IF

           MOVE WS-GRP-PRGM-ID              TO D090-PRGM-ID
           MOVE WS-GRP-SQLCODE-NB           TO D090-SQLCODE-NB

           EXEC SQL
              SELECT INCDT_ID
                INTO :D090-INCDT-ID
                FROM  VDPM90_ERR_INCDT
               WHERE  PRGM_ID       = :D090-PRGM-ID
                 AND  SQLCODE_NB    = :D090-SQLCODE-NB
                 AND  INCDT_STAT_CD = 'O'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3500-UPDATE-OPEN-INCIDENT
              WHEN +100
                 PERFORM 3600-RAISE-INCIDENT
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.
      *----------------------------------*
       3300-FIND-THRESHOLD.
      *----------------------------------*
      * THE MOST SPECIFIC CARD WINS: PROGRAM AND SQLCODE (4), PROGRAM
      * (3), SQLCODE (2), CATCH-ALL (1); NO CARD USES MIN_ERR_CNT.

           MOVE WS-MIN-ERR-CNT              TO WS-GRP-THRS-CNT
           MOVE 0                           TO WS-BEST-RANK

           PERFORM VARYING WS-THRS-SUB FROM 1 BY 1
                     UNTIL WS-THRS-SUB > WS-THRS-CNT
              MOVE 0                        TO WS-THRS-RANK
              IF (WS-THRS-PRGM-ID (WS-THRS-SUB) = SPACES
                  OR WS-THRS-PRGM-ID (WS-THRS-SUB) = WS-GRP-PRGM-ID)
               AND (WS-THRS-ANY-SQLCODE (WS-THRS-SUB)
                  OR WS-THRS-SQLCODE-NB (WS-THRS-SUB)
                                             = WS-GRP-SQLCODE-NB)
                 MOVE 1                     TO WS-THRS-RANK
                 IF WS-THRS-PRGM-ID (WS-THRS-SUB) NOT = SPACES
                    ADD 2                   TO WS-THRS-RANK
                 END-IF
                 IF NOT WS-THRS-ANY-SQLCODE (WS-THRS-SUB)
                    ADD 1                   TO WS-THRS-RANK
                 END-IF
              END-IF
              IF WS-THRS-RANK > WS-BEST-RANK
                 MOVE WS-THRS-RANK          TO WS-BEST-RANK
                 MOVE WS-THRS-ERR-CNT (WS-THRS-SUB)
                                            TO WS-GRP-THRS-CNT
              END-IF
           END-PERFORM
           .
      *----------------------------------*
       3400-GET-BASELINE.
      *----------------------------------*
      * THE BASELINE IS THE AVERAGE COUNT PER WINDOW OVER THE PRIOR
      * BASELINE DAYS, UP TO THE START OF THE CURRENT WINDOW.

           MOVE '3400-GET-BASELINE'         TO WS-PARAGRAPH-NAME

           MOVE WS-GRP-PRGM-ID              TO D20A-PRGM-ID
           MOVE WS-GRP-SQLCODE-NB           TO D20A-SQLCODE-NB

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-BASE-CNT
                FROM  VDPM20_SP_ERROR_LOG
               WHERE  PRGM_ID      = :D20A-PRGM-ID
                 AND  SQLCODE_NB   = :D20A-SQLCODE-NB
                 AND  ROW_UPDT_TS  > :WS-BASE-STRT-TS
                 AND  ROW_UPDT_TS <= :WS-WNDW-STRT-TS
                WITH  UR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           COMPUTE WS-BASE-AVG ROUNDED
                 = WS-BASE-CNT * WS-WNDW-MIN
                 / (WS-BASE-DAYS * 1440 - WS-WNDW-MIN)
           COMPUTE WS-BASE-LIMIT
                 = WS-BASE-AVG * WS-SPIKE-FACTOR
           .
      *----------------------------------*
       3500-UPDATE-OPEN-INCIDENT.
      *----------------------------------*
      * AN INCIDENT IS ALREADY OPEN FOR THIS PROGRAM/SQLCODE: KEEP IT
      * CURRENT BUT RAISE NO SECOND TICKET.

           MOVE '3500-UPDATE-OPEN-INCIDENT' TO WS-PARAGRAPH-NAME

           EXEC SQL
              UPDATE VDPM90_ERR_INCDT
                 SET LAST_DTCT_TS = TIMESTAMP(:WS-RUN-TS)
                    ,DTCT_CNT     = DTCT_CNT + 1
                    ,PEAK_ERR_CNT = CASE
                                    WHEN PEAK_ERR_CNT < :WS-GRP-ERR-CNT
                                    THEN :WS-GRP-ERR-CNT
                                    ELSE PEAK_ERR_CNT
                                    END
                    ,ROW_UPDT_TS  = CURRENT TIMESTAMP
               WHERE INCDT_ID     = :D090-INCDT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           ADD 1                            TO WS-SUPPRESSED-CNT
           MOVE D090-INCDT-ID               TO IO-INCDT-ID
           DISPLAY 'STILL OPEN       ' WS-GRP-PRGM-ID
                   ' SQLCODE ' WS-SQLCODE-ED
                   ' COUNT ' WS-CNT-ED
                   ' INCIDENT ' IO-INCDT-ID
           .
      *----------------------------------*
       3600-RAISE-INCIDENT.
      *----------------------------------*
           MOVE '3600-RAISE-INCIDENT'       TO WS-PARAGRAPH-NAME

      * THE LATEST ERROR IN THE WINDOW SUPPLIES THE PARAGRAPH AND THE
      * SAMPLE ERROR TEXT FOR THE TICKET.
           EXEC SQL
              SELECT PARAGRAPH_NM
                    ,SP_ERROR_TXT
                INTO :D20A-PARAGRAPH-NM
                    ,:D20A-SP-ERROR-TXT
                FROM  VDPM20_SP_ERROR_LOG
               WHERE  PRGM_ID      = :D20A-PRGM-ID
                 AND  SQLCODE_NB   = :D20A-SQLCODE-NB
                 AND  ROW_UPDT_TS  > :WS-WNDW-STRT-TS
                 AND  ROW_UPDT_TS <= :WS-RUN-TS
               ORDER BY ROW_UPDT_TS DESC
               FETCH FIRST 1 ROW ONLY
                WITH  UR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE SPACES                TO D20A-PARAGRAPH-NM
                                               D20A-SP-ERROR-TXT
              WHEN OTHER
                 PERFORM 9000-SQL-ERROR
           END-EVALUATE

           EXEC SQL
              SET :WS-INCDT-SEQ = (NEXT VALUE FOR DPM.SQDPM090)
           END-EXEC
           MOVE WS-INCDT-SEQ                TO D090-INCDT-ID

           EXEC SQL
              INSERT INTO VDPM90_ERR_INCDT
                     (INCDT_ID
                     ,PRGM_ID
                     ,SQLCODE_NB
                     ,INCDT_STAT_CD
                     ,FRST_DTCT_TS
                     ,LAST_DTCT_TS
                     ,DTCT_CNT
                     ,PEAK_ERR_CNT
                     ,CLOSE_TS
                     ,ROW_UPDT_TS)
              VALUES (:D090-INCDT-ID
                     ,:D090-PRGM-ID
                     ,:D090-SQLCODE-NB
                     ,'O'
                     ,TIMESTAMP(:WS-RUN-TS)
                     ,TIMESTAMP(:WS-RUN-TS)
                     ,1
                     ,:WS-GRP-ERR-CNT
                     ,NULL
                     ,CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-ERROR
           END-IF

           MOVE SPACES                      TO INCDTOUT-REC
           MOVE 'D'                         TO IO-REC-TYPE
           MOVE WS-SRC-SYS-CD               TO IO-SRC-SYS-CD
           MOVE D090-INCDT-ID               TO IO-INCDT-ID
           IF WS-GRP-ERR-CNT NOT < WS-GRP-THRS-CNT * 2
              MOVE '2'                      TO IO-PRTY-CD
           ELSE
              MOVE '3'                      TO IO-PRTY-CD
           END-IF
           MOVE 'DB2SPERR'                  TO IO-CTGRY-CD
           MOVE WS-GRP-PRGM-ID              TO IO-PRGM-ID
           MOVE D20A-PARAGRAPH-NM           TO IO-PARAGRAPH-NM
           MOVE WS-GRP-SQLCODE-NB           TO IO-SQLCODE-NB
           MOVE WS-GRP-ERR-CNT              TO IO-ERR-CNT
           MOVE WS-GRP-THRS-CNT             TO IO-THRS-CNT
           MOVE WS-BASE-AVG                 TO IO-BASE-AVG
           MOVE WS-WNDW-MIN                 TO IO-WNDW-MIN
           MOVE WS-GRP-FRST-TS              TO IO-FRST-ERR-TS
           MOVE WS-GRP-LAST-TS              TO IO-LAST-ERR-TS
           MOVE WS-WNDW-MIN                 TO WS-MIN-ED
           STRING 'MCA XPRESS ERROR SPIKE: ' WS-GRP-PRGM-ID
                  ' SQLCODE ' WS-SQLCODE-ED
                  ' X' WS-CNT-ED
                  ' IN ' WS-MIN-ED ' MIN'
                  DELIMITED BY SIZE INTO IO-SHORT-DESC
           END-STRING
           MOVE D20A-SP-ERROR-TXT           TO IO-SAMPLE-ERR-TXT
           WRITE INCDTOUT-REC

           ADD 1                            TO WS-RAISED-CNT
           DISPLAY 'INCIDENT RAISED  ' WS-GRP-PRGM-ID
                   ' SQLCODE ' WS-SQLCODE-ED
                   ' COUNT ' WS-CNT-ED
                   ' INCIDENT ' IO-INCDT-ID
           .
      *------------------------*
       8000-WRITE-TRAILER.
      *------------------------*
           MOVE SPACES                      TO INCDTOUT-TRL-REC
           MOVE 'T'                         TO IT-REC-TYPE
           MOVE WS-SRC-SYS-CD               TO IT-SRC-SYS-CD
           MOVE WS-RAISED-CNT               TO IT-DETAIL-CNT
           MOVE WS-RUN-TS                   TO IT-RUN-TS
           WRITE INCDTOUT-TRL-REC
           CLOSE INCDTOUT
           .
      *------------------------*
       9000-SQL-ERROR.
      *------------------------*
           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY ' *** SQL ERROR *** '
           DISPLAY 'PROGRAM   NAME = ' WS-PROGRAM
           DISPLAY 'PARAGRAPH NAME = ' WS-PARAGRAPH-NAME
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
           DISPLAY 'PROGRAM/SQLCODE GROUPS   :' WS-GROUP-CNT
           DISPLAY 'UNDER THRESHOLD          :' WS-UNDER-THRS-CNT
           DISPLAY 'WITHIN BASELINE          :' WS-IN-BASELINE-CNT
           DISPLAY 'INCIDENTS RAISED         :' WS-RAISED-CNT
           DISPLAY 'ALREADY OPEN (NO TICKET) :' WS-SUPPRESSED-CNT
           DISPLAY 'QUIET INCIDENTS CLOSED   :' WS-CLOSED-CNT
           DISPLAY 'THRESHOLD CARDS REJECTED :' WS-CARD-REJECT-CNT
           DISPLAY WS-DASHES
           .
      *------------------------*
       9990-END-JOB.
      *------------------------*
           EXEC SQL
              SET :WS-TS = CURRENT TIMESTAMP
           END-EXEC
           DISPLAY 'DPMXEMON ENDED AT        :' WS-TS
           DISPLAY WS-DASHES
           IF WS-RAISED-CNT > 0
            OR WS-CARD-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
           ELSE
              MOVE 0                        TO RETURN-CODE
           END-IF
           GOBACK
           .
